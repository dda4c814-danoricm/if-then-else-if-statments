001000* REASONS, OLDEST FIRST. READ BY THE SUSPAGE DAILY AGING
001100* REPORT. THE CALLER SUPPLIES THE 01-LEVEL -- COPY THIS UNDER
001200* A WS GROUP; THE FD RECORD CARRIES ONLY THE RECORD KEY.
001210* SUSPCORR MARKS AN ENTRY WRITTEN OFF (ENTRY STATUS "W", WITH
001220* THE DATE AND USER) WHEN OPS DECIDES A KEY WILL NEVER BE
001230* REPAIRED; A WRITTEN-OFF KEY STAYS ON FILE SO IT IS NEVER
001240* RECYCLED AGAIN. BLANK ENTRY STATUS IS AN OPEN ENTRY.
001300*-----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500* MM/DD/YY  INIT  DESCRIPTION
001600* --------  ----  -------------------------------------------
001700* 09/03/26  DLM   ORIGINAL COPYBOOK
001710* 10/15/26  DLM   ADDED THE ENTRY STATUS, WRITE-OFF DATE, AND
001720*                 WRITE-OFF USER FROM THE FILLER FOR SUSPCORR
001730*                 WRITE-OFFS. RECORD LENGTH UNCHANGED.
001800*-----------------------------------------------------------------
001900     05  SM-RECORD-KEY           PIC 9(06).
002000     05  SM-SOURCE-SYSTEM        PIC X(08).
002400     05  SM-REASON-COUNT         PIC 9(02).
002500     05  SM-REASON-HISTORY.
002600         10  SM-REASON-CODE      PIC X(02) OCCURS 5 TIMES.
002610     05  SM-ENTRY-STATUS         PIC X(01).
002620         88  SM-ENTRY-OPEN                  VALUE " ".
002630         88  SM-WRITTEN-OFF                 VALUE "W".
002640     05  SM-WRITEOFF-DATE        PIC 9(08).
002650     05  SM-WRITEOFF-USER        PIC X(08).
002700     05  FILLER                  PIC X(18).
