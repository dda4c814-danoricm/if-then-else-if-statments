000100*-----------------------------------------------------------------
000200* CALTXNC -- BUSINESS-DAY CALENDAR TRANSACTION FIELDS
000300*-----------------------------------------------------------------
000400* FIELD LAYOUT FOR ONE CALMAINT TRANSACTION CARD AGAINST THE
000500* CALMSTR CALENDAR (COPYBOOK CALMSTC). ACTION A ADDS A HOLIDAY
000600* OR CLOSED DATE, C CHANGES ONE ON FILE, D DELETES ONE. ON AN ADD
000700* THE PROCESSING FLAG (Y -- THE NIGHTLY STREAM STILL RUNS, N --
000800* IT DOES NOT) AND THE DESCRIPTION ARE REQUIRED, AND A WEEKEND
000900* DATE MAY BE ADDED ONLY AS NON-PROCESSING. ON A CHANGE EVERY
001000* FIELD LEFT BLANK KEEPS ITS VALUE ON FILE. EVERY CARD CARRIES
001100* THE USER ID OF THE PERSON MAKING THE CHANGE. THE CALLER
001200* SUPPLIES THE 01-LEVEL -- COPY THIS UNDER A WS GROUP.
001300*
001400* CARD COLUMNS:  1     ACTION (A, C, OR D)
001500*                2-9   CALENDAR DATE YYYYMMDD
001600*                10    PROCESSING FLAG (Y OR N)
001700*                11-18 USER ID
001800*                19-48 DESCRIPTION
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100* MM/DD/YY  INIT  DESCRIPTION
002200* --------  ----  -------------------------------------------
002300* 10/15/26  DLM   ORIGINAL COPYBOOK
002400*-----------------------------------------------------------------
002500     05  CT-ACTION               PIC X(01).
002600         88  CT-ACTION-ADD                  VALUE "A".
002700         88  CT-ACTION-CHANGE               VALUE "C".
002800         88  CT-ACTION-DELETE               VALUE "D".
002900     05  CT-CAL-DATE             PIC 9(08).
003000     05  CT-PROCESS-SW           PIC X(01).
003100     05  CT-USER-ID              PIC X(08).
003200     05  CT-DESCRIPTION          PIC X(30).
003300     05  FILLER                  PIC X(32).
