000100*-----------------------------------------------------------------
000200* CLSARCC -- DORMANT-KEY ARCHIVE RECORD FIELDS
000300*-----------------------------------------------------------------
000400* FIELD LAYOUT FOR THE SEQUENTIAL CLSARCH DORMANT-KEY ARCHIVE,
000500* ONE RECORD PER KEY CLSPURGE HAS REMOVED FROM THE CLASMSTR
000600* MASTER: THE MASTER IMAGE AS IT STOOD WHEN PURGED, PLUS THE
000700* DATE OF THE PURGE. EACH MONTHLY PURGE CUTS A NEW GENERATION
000800* HOLDING THE WHOLE ARCHIVE IN ASCENDING KEY ORDER, ONE RECORD
000900* PER KEY (A KEY PURGED AGAIN REPLACES ITS EARLIER RECORD), SO
001000* THE NIGHTLY RUN AND CLASVFY CAN MATCH IT AGAINST THEIR OWN
001100* ASCENDING KEYS. THE CALLER SUPPLIES THE 01-LEVEL -- COPY THIS
001200* UNDER A WS GROUP.
001300*-----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500* MM/DD/YY  INIT  DESCRIPTION
001600* --------  ----  -------------------------------------------
001700* 10/15/26  DLM   ORIGINAL COPYBOOK
001800*-----------------------------------------------------------------
001900     05  AR-RECORD-KEY           PIC 9(06).
002000     05  AR-X-VALUE              PIC 9(05)V99.
002100     05  AR-BRANCH-CODE          PIC X(01).
002200     05  AR-CLASS-DATE           PIC 9(08).
002300     05  AR-SOURCE-SYSTEM        PIC X(08).
002400     05  AR-DECISION-TYPE        PIC X(01).
002500     05  AR-PURGE-DATE           PIC 9(08).
002600     05  FILLER                  PIC X(41).
