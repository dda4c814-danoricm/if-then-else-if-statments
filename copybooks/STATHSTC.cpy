000800* FOR EACH BAND. READ BACK BY TRNDRPT FOR THE 7-DAY AND 30-DAY
000900* TREND VIEWS. THE CALLER SUPPLIES THE 01-LEVEL -- COPY THIS
001000* UNDER A WS GROUP, SINCE THE FD RECORD ITSELF IS A FLAT
001100* PIC X(200). THE SOURCE ENTRIES RECORD THE RULE SET EACH
001110* FEEDER RAN UNDER -- ITS OWN SET ("O"), THE DEFAULT SET
001120* ("D"), OR THE BUILT-IN BANDS ("B") -- AND THAT SET'S
001130* EFFECTIVE DATE.
001200*-----------------------------------------------------------------
001300* MODIFICATION HISTORY
001400* MM/DD/YY  INIT  DESCRIPTION
001500* --------  ----  -------------------------------------------
001600* 08/22/26  DLM   ORIGINAL COPYBOOK
001610* 10/15/26  DLM   RECORD GREW FROM 160 TO 200 BYTES FOR THE
001620*                 PER-SOURCE RULE-SET ENTRIES. BAND STATS NOW
001630*                 SUM EACH BAND CODE ACROSS THE RULE SETS RUN.
001640* 10/15/26  DLM   ADDED THE COUNT OF RECORDS BANDED BY A CLSOVRD
001650*                 OVERRIDE. THEY ARE NOT IN THE BAND STATS; THE
001660*                 BUCKET TOTAL IS THE BAND STATS PLUS THIS
001670*                 COUNT. SPACES ON OLDER RECORDS READ AS ZERO.
001700*-----------------------------------------------------------------
001800     05  ST-RUN-DATE             PIC 9(08).
001900     05  ST-RULES-CHANGE-DATE    PIC 9(08).
002400     05  ST-BAND-STATS OCCURS 10 TIMES.
002500         10  ST-BAND-CODE        PIC X(01).
002600         10  ST-BAND-CNT         PIC 9(06).
002700     05  ST-SOURCE-COUNT         PIC 9(01).
002710     05  ST-SOURCE-SETS OCCURS 5 TIMES.
002720         10  ST-SRC-ID           PIC X(08).
002730         10  ST-SRC-SET-TYPE     PIC X(01).
002740             88  ST-SRC-OWN-SET             VALUE "O".
002750             88  ST-SRC-DEFAULT-SET         VALUE "D".
002760             88  ST-SRC-BUILT-IN-SET        VALUE "B".
002770         10  ST-SRC-SET-EFF      PIC 9(08).
002780     05  ST-OVERRIDE-CNT         PIC 9(06).
002800     05  FILLER                  PIC X(01).
