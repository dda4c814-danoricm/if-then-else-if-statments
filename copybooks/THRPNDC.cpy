000100*-----------------------------------------------------------------
000200* THRPNDC -- THRMAINT PENDING-APPROVAL RECORD FIELDS
000300*-----------------------------------------------------------------
000400* FIELD LAYOUT FOR ONE RECORD ON THE THRMAINT PENDING-APPROVAL
000500* FILE. A BAND OR TOLERANCE TRANSACTION (A, C, D, OR T) IS NOT
000600* APPLIED WHEN IT IS SUBMITTED -- IT IS HELD HERE UNDER A
000700* PENDING ID WITH ITS FULL 80-BYTE TRANSACTION IMAGE, THE USER
000800* WHO SUBMITTED IT (THE MAKER), AND WHEN, UNTIL A DIFFERENT
000900* USER APPROVES IT, ANY USER CANCELS IT, OR IT EXPIRES. THE
001000* FIRST RECORD ON THE FILE IS A CONTROL RECORD (PENDING ID
001100* ZERO) CARRYING THE LAST PENDING ID ISSUED, SO IDS ARE NEVER
001200* REUSED EVEN WHEN THE QUEUE RUNS EMPTY. WRITTEN AND READ BACK
001300* BY THRMAINT. THE CALLER SUPPLIES THE 01-LEVEL -- COPY THIS
001400* UNDER A WS GROUP.
001500*-----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700* MM/DD/YY  INIT  DESCRIPTION
001800* --------  ----  -------------------------------------------
001900* 10/15/26  DLM   ORIGINAL COPYBOOK
002000*-----------------------------------------------------------------
002100     05  PN-PEND-ID              PIC 9(06).
002200         88  PN-CONTROL-RECORD              VALUE ZERO.
002300     05  PN-TXN-IMAGE            PIC X(80).
002400     05  PN-CONTROL-VIEW REDEFINES PN-TXN-IMAGE.
002500         10  PN-LAST-PEND-ID     PIC 9(06).
002600         10  FILLER              PIC X(74).
002700     05  PN-MAKER-ID             PIC X(08).
002800     05  PN-SUBMIT-DATE          PIC 9(08).
002900     05  PN-SUBMIT-TIME          PIC 9(08).
003000     05  FILLER                  PIC X(10).
