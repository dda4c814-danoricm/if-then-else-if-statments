000100*-----------------------------------------------------------------
000200* CLSOVRC -- CLASSIFICATION OVERRIDE MASTER RECORD FIELDS
000300*-----------------------------------------------------------------
000400* FIELD LAYOUT FOR THE KEYED (VSAM KSDS) CLSOVRD OVERRIDE
000500* MASTER, ONE RECORD PER DISPUTED RECORD KEY. WHILE AN OVERRIDE
000600* IS IN FORCE (START DATE <= RUN DATE <= EXPIRY DATE) THE
000700* NIGHTLY RUN AND SUSPRCYC PUT THE KEY IN OV-FORCED-BAND
000800* INSTEAD OF SEARCHING THE BAND RULES, AND MARK THE DECISION AS
000900* AN OVERRIDE ("O") ON THE AUDIT, MASTER, AND EXTRACT RECORDS.
001000* AN EXPIRY DATE OF 99999999 IS OPEN-ENDED. MAINTAINED ONLY BY
001100* OVRMAINT, WHICH STAMPS THE DATE ADDED AND LAST CHANGED.
001200* LISTED WEEKLY BY OVRRPT. THE CALLER SUPPLIES THE 01-LEVEL --
001300* COPY THIS UNDER A WS GROUP; THE FD RECORD CARRIES ONLY THE
001400* RECORD KEY. KEY 999999 IS THE RESERVED PRIMING RECORD.
001500*-----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700* MM/DD/YY  INIT  DESCRIPTION
001800* --------  ----  -------------------------------------------
001900* 10/15/26  DLM   ORIGINAL COPYBOOK
002000*-----------------------------------------------------------------
002100     05  OV-RECORD-KEY           PIC 9(06).
002200     05  OV-FORCED-BAND          PIC X(01).
002300     05  OV-START-DATE           PIC 9(08).
002400     05  OV-EXPIRY-DATE          PIC 9(08).
002500         88  OV-OPEN-ENDED                  VALUE 99999999.
002600     05  OV-USER-ID              PIC X(08).
002700     05  OV-REASON               PIC X(30).
002800     05  OV-ADDED-DATE           PIC 9(08).
002900     05  OV-CHANGED-DATE         PIC 9(08).
003000     05  FILLER                  PIC X(03).
