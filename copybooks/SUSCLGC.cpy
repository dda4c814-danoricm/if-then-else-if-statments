000100*-----------------------------------------------------------------
000200* SUSCLGC -- SUSPENSE CORRECTION LOG RECORD FIELDS
000300*-----------------------------------------------------------------
000400* FIELD LAYOUT FOR ONE CORRLOG RECORD WRITTEN BY SUSPCORR FOR
000500* EVERY CORRECTION CARD -- APPLIED OR REJECTED -- WITH THE
000600* BEFORE AND AFTER X VALUE IMAGES, THE BEFORE AND AFTER
000700* SUSPMSTR ENTRY STATUS, AND THE USER ID FROM THE CARD. THE X
000800* VALUE IMAGES ARE CARRIED AS CHARACTERS BECAUSE THE BEFORE
000900* VALUE OF A REASON 01 RECORD IS NOT NUMERIC. THE CALLER
001000* SUPPLIES THE 01-LEVEL -- COPY THIS UNDER A WS GROUP, SINCE
001100* THE FD RECORD ITSELF IS A FLAT PIC X(100).
001200*-----------------------------------------------------------------
001300* MODIFICATION HISTORY
001400* MM/DD/YY  INIT  DESCRIPTION
001500* --------  ----  -------------------------------------------
001600* 10/15/26  DLM   ORIGINAL COPYBOOK
001800*-----------------------------------------------------------------
001900     05  CG-RECORD-KEY           PIC X(06).
002000     05  CG-SOURCE-SYSTEM        PIC X(08).
002100     05  CG-ACTION               PIC X(01).
002200     05  CG-REJECT-REASON        PIC X(02).
002300     05  CG-OLD-X-VALUE          PIC X(07).
002400     05  CG-NEW-X-VALUE          PIC X(07).
002500     05  CG-OLD-ENTRY-STATUS     PIC X(01).
002600     05  CG-NEW-ENTRY-STATUS     PIC X(01).
002700     05  CG-USER-ID              PIC X(08).
002800     05  CG-CHANGE-DATE          PIC 9(08).
002900     05  CG-CHANGE-TIME          PIC 9(08).
003000     05  CG-TXN-STATUS           PIC X(08).
003100     05  CG-REMARK               PIC X(30).
003200     05  FILLER                  PIC X(05).
