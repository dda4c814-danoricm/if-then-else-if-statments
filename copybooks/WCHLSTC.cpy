000100*-----------------------------------------------------------------
000200* WCHLSTC -- NEAR-BOUNDARY WATCH-LIST RECORD FIELDS
000300*-----------------------------------------------------------------
000400* FIELD LAYOUT FOR THE SEQUENTIAL WATCHLST FILE WRITTEN BY THE
000500* WEEKLY BNDEXPO EXPOSURE REPORT: ONE RECORD PER CLASMSTR KEY
000600* WHOSE X VALUE LIES WITHIN THE CONTROL-CARD MARGIN OF A BOUND OF
000700* ITS BAND UNDER THE RULE SET IN FORCE -- THE BOUND, HOW FAR THE
000800* VALUE SITS FROM IT, AND THE BAND A DRIFT ACROSS IT WOULD GIVE.
000900* WRITTEN IN ASCENDING KEY ORDER SO THRSIMUL CAN MATCH IT AGAINST
001000* CLASMSTR IN STEP. THE CALLER SUPPLIES THE 01-LEVEL -- COPY THIS
001100* UNDER A WS GROUP.
001200*-----------------------------------------------------------------
001300* MODIFICATION HISTORY
001400* MM/DD/YY  INIT  DESCRIPTION
001500* --------  ----  -------------------------------------------
001600* 10/15/26  DLM   ORIGINAL COPYBOOK
001700*-----------------------------------------------------------------
001800     05  WL-RECORD-KEY           PIC 9(06).
001900     05  WL-X-VALUE              PIC 9(05)V99.
002000     05  WL-BAND-CODE            PIC X(01).
002100     05  WL-SOURCE-SYSTEM        PIC X(08).
002200     05  WL-BOUND-SIDE           PIC X(01).
002300         88  WL-NEAR-LOW                    VALUE "L".
002400         88  WL-NEAR-HIGH                   VALUE "H".
002500     05  WL-BOUND-VALUE          PIC 9(05)V99.
002600     05  WL-DISTANCE             PIC 9(05)V99.
002700     05  WL-NEXT-BAND            PIC X(01).
002800     05  WL-RULE-SET-SRC         PIC X(08).
002900     05  WL-RULE-SET-EFF         PIC 9(08).
003000     05  WL-AS-OF-DATE           PIC 9(08).
003100     05  FILLER                  PIC X(18).
