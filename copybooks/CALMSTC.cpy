000100*-----------------------------------------------------------------
000200* CALMSTC -- BUSINESS-DAY CALENDAR MASTER RECORD FIELDS
000300*-----------------------------------------------------------------
000400* FIELD LAYOUT FOR THE KEYED (VSAM KSDS) CALMSTR CALENDAR, ONE
000500* RECORD PER HOLIDAY OR OTHER CLOSED DATE. EVERY DATE ON FILE IS
000600* A NON-BUSINESS DAY; A MONDAY-THROUGH-FRIDAY DATE NOT ON FILE IS
000700* A BUSINESS DAY, AND SATURDAY AND SUNDAY NEVER ARE. CA-PROCESS-SW
000800* SAYS WHETHER THE NIGHTLY STREAM RUNS ON THE DATE -- THRSHEDT AND
000900* IFTELIF REFUSE TO POST ON A NON-PROCESSING ("N") DATE UNLESS A
001000* CALFORCE OVERRIDE CARD NAMES THAT DATE. A WEEKEND DATE MAY BE
001100* CARRIED ONLY TO MARK IT NON-PROCESSING. READ BY EXTRECON,
001200* SUSPAGE, TRNDRPT, AND RUNBAL TO COUNT AGES AND WINDOWS IN
001300* BUSINESS DAYS. MAINTAINED ONLY BY CALMAINT, WHICH STAMPS THE
001400* DATE ADDED AND LAST CHANGED; LISTED BY CALRPT. THE CALLER
001500* SUPPLIES THE 01-LEVEL -- COPY THIS UNDER A WS GROUP; THE FD
001600* RECORD CARRIES ONLY THE DATE. KEY 99999999 IS THE RESERVED
001700* PRIMING RECORD AND IS SKIPPED BY EVERY READER.
001800*-----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000* MM/DD/YY  INIT  DESCRIPTION
002100* --------  ----  -------------------------------------------
002200* 10/15/26  DLM   ORIGINAL COPYBOOK
002300*-----------------------------------------------------------------
002400     05  CA-CAL-DATE             PIC 9(08).
002500         88  CA-PRIMING-RECORD              VALUE 99999999.
002600     05  CA-PROCESS-SW           PIC X(01).
002700         88  CA-PROCESSING                  VALUE "Y".
002800         88  CA-NON-PROCESSING              VALUE "N".
002900     05  CA-DESCRIPTION          PIC X(30).
003000     05  CA-USER-ID              PIC X(08).
003100     05  CA-ADDED-DATE           PIC 9(08).
003200     05  CA-CHANGED-DATE         PIC 9(08).
003300     05  FILLER                  PIC X(17).
