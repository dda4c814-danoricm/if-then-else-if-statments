000100*-----------------------------------------------------------------
000200* CALMAINT -- BUSINESS-DAY CALENDAR MAINTENANCE
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CALMAINT.
000600 AUTHOR. DATA PROCESSING DEPT.
000700 INSTALLATION. MAIN STREET BATCH CENTER.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 SECURITY. NONE.
001100*-----------------------------------------------------------------
001200* MODIFICATION HISTORY
001300* MM/DD/YY  INIT  DESCRIPTION
001400* --------  ----  -------------------------------------------
001500* 10/15/26  DLM   ORIGINAL PROGRAM -- MAINTAINS THE KEYED CALMSTR
001600*                 BUSINESS-DAY CALENDAR (COPYBOOK CALMSTC). OPS
001700*                 KEYS ONE CARD (COPYBOOK CALTXNC) PER DATE: A
001800*                 ADDS A HOLIDAY OR CLOSED DATE, C CHANGES ONE,
001900*                 D DELETES ONE. EACH DATE CARRIES A PROCESSING
002000*                 FLAG SAYING WHETHER THE NIGHTLY STREAM RUNS ON
002100*                 IT. EVERY CARD IS PRINTED ON CALMRPT WITH THE
002200*                 BEFORE AND AFTER FLAG AND THE USER ID.
002300*-----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CAL-TXN    ASSIGN TO CALTXN
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-CAL-TXN-STATUS.
003400     SELECT CAL-MSTR   ASSIGN TO CALMSTR
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS CAL-DATE-KEY
003800         FILE STATUS IS WS-CAL-MSTR-STATUS.
003900     SELECT CAL-RPT    ASSIGN TO CALMRPT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-CAL-RPT-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500*-------------------------------------------------------------
004600* CAL-TXN -- ONE CALENDAR CARD PER DATE. KEPT AS A FLAT
004700* PIC X(80) HERE -- SEE WS-CAL-CARD FOR THE NAMED FIELDS
004800* (COPYBOOK CALTXNC).
004900*-------------------------------------------------------------
005000 FD  CAL-TXN
005100     RECORD CONTAINS 80 CHARACTERS
005200     DATA RECORD IS CAL-TXN-RECORD.
005300 01  CAL-TXN-RECORD              PIC X(80).
005400
005500*-------------------------------------------------------------
005600* CAL-MSTR -- KEYED BUSINESS-DAY CALENDAR (VSAM KSDS). ONLY THE
005700* DATE IS NAMED HERE -- SEE WS-CAL-MSTR-DETAIL FOR THE FULL
005800* FIELDS (COPYBOOK CALMSTC).
005900*-------------------------------------------------------------
006000 FD  CAL-MSTR
006100     RECORD CONTAINS 80 CHARACTERS
006200     DATA RECORD IS CAL-MSTR-RECORD.
006300 01  CAL-MSTR-RECORD.
006400     05  CAL-DATE-KEY            PIC 9(08).
006500     05  FILLER                  PIC X(72).
006600
006700*-------------------------------------------------------------
006800* CAL-RPT -- ONE LINE PER CALENDAR CARD PLUS THE RUN TOTALS
006900*-------------------------------------------------------------
007000 FD  CAL-RPT
007100     RECORD CONTAINS 80 CHARACTERS
007200     DATA RECORD IS CAL-RPT-RECORD.
007300 01  CAL-RPT-RECORD              PIC X(80).
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-CAL-TXN-EOF-SW            PIC X(01) VALUE "N".
007700     88  CAL-TXN-EOF                        VALUE "Y".
007800 01  WS-CARD-VALID-SW             PIC X(01) VALUE "Y".
007900     88  CARD-VALID                         VALUE "Y".
008000     88  CARD-INVALID                       VALUE "N".
008100 01  WS-DATE-VALID-SW             PIC X(01) VALUE "Y".
008200     88  DATE-VALID                         VALUE "Y".
008300     88  DATE-INVALID                       VALUE "N".
008400
008500 01  WS-CAL-TXN-STATUS            PIC X(02).
008600 01  WS-CAL-MSTR-STATUS           PIC X(02).
008700 01  WS-CAL-RPT-STATUS            PIC X(02).
008800
008900 01  WS-FATAL-FILE-ID             PIC X(08).
009000 01  WS-FATAL-FILE-STATUS         PIC X(02).
009100
009200 01  WS-CURRENT-DATE               PIC 9(08).
009300
009400 01  WS-REJECT-REASON              PIC X(30).
009500
009600*-------------------------------------------------------------
009700* THE CALENDAR DATE AS IT WILL STAND ONCE THE CARD IS APPLIED
009800* -- CARD VALUES (ADD), OR THE RECORD ON FILE WITH THE CARD'S
009900* NON-BLANK FIELDS LAID OVER IT (CHANGE)
010000*-------------------------------------------------------------
010100 01  WS-OLD-PROCESS-SW             PIC X(01).
010200 01  WS-NEW-PROCESS-SW             PIC X(01).
010300 01  WS-NEW-DESCRIPTION            PIC X(30).
010400
010500*-------------------------------------------------------------
010600* COUNTERS
010700*-------------------------------------------------------------
010800 01  WS-COUNTERS.
010900     05  WS-CARDS-READ           PIC 9(06) COMP VALUE ZERO.
011000     05  WS-CARDS-ADDED          PIC 9(06) COMP VALUE ZERO.
011100     05  WS-CARDS-CHANGED        PIC 9(06) COMP VALUE ZERO.
011200     05  WS-CARDS-DELETED        PIC 9(06) COMP VALUE ZERO.
011300     05  WS-CARDS-REJECTED       PIC 9(06) COMP VALUE ZERO.
011400
011500*-------------------------------------------------------------
011600* CALENDAR CARD -- NAMED FIELDS (COPYBOOK CALTXNC), AND A
011700* CHARACTER VIEW OF THE DATE FOR PRINTING A CARD WHOSE DATE IS
011800* NOT NUMERIC
011900*-------------------------------------------------------------
012000 01  WS-CAL-CARD.
012100     COPY CALTXNC.
012200
012300 01  WS-CAL-CARD-IMAGE REDEFINES WS-CAL-CARD.
012400     05  FILLER                  PIC X(01).
012500     05  WS-CARD-DATE-RAW        PIC X(08).
012600     05  FILLER                  PIC X(71).
012700
012800*-------------------------------------------------------------
012900* CAL-MSTR -- NAMED FIELDS FOR THE CALENDAR RECORD
013000* (COPYBOOK CALMSTC)
013100*-------------------------------------------------------------
013200 01  WS-CAL-MSTR-DETAIL.
013300     COPY CALMSTC.
013400
013500*-------------------------------------------------------------
013600* DATE WORK AREA -- A CARD DATE MUST BE A REAL YYYYMMDD
013700* CALENDAR DATE; ITS SERIAL DAY COUNT GIVES THE DAY OF WEEK
013800*-------------------------------------------------------------
013900 01  WS-DATE-WORK.
014000     05  WS-DS-DATE              PIC 9(08) VALUE ZERO.
014100     05  WS-DS-DATE-R REDEFINES WS-DS-DATE.
014200         10  WS-DS-YYYY          PIC 9(04).
014300         10  WS-DS-MM            PIC 9(02).
014400         10  WS-DS-DD            PIC 9(02).
014500     05  WS-DS-MONTH-DAYS        PIC 9(02) VALUE ZERO.
014600     05  WS-DS-LEAP-REM          PIC 9(04) COMP VALUE ZERO.
014700     05  WS-DS-LEAP-QUOT         PIC 9(04) COMP VALUE ZERO.
014800     05  WS-DS-SERIAL            PIC 9(08) COMP VALUE ZERO.
014900     05  WS-DS-Y                 PIC 9(08) COMP VALUE ZERO.
015000     05  WS-DS-M                 PIC 9(02) COMP VALUE ZERO.
015100     05  WS-DS-T1                PIC 9(08) COMP VALUE ZERO.
015200     05  WS-DS-T2                PIC 9(08) COMP VALUE ZERO.
015300     05  WS-DS-T3                PIC 9(08) COMP VALUE ZERO.
015400     05  WS-DS-T4                PIC 9(08) COMP VALUE ZERO.
015500     05  WS-DS-DOW               PIC 9(01) COMP VALUE ZERO.
015600     05  WS-DS-QUOT              PIC 9(08) COMP VALUE ZERO.
015700
015800 01  WS-MONTH-DAYS-LIST.
015900     05  FILLER                  PIC X(24)
016000         VALUE "312931303130313130313031".
016100 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
016200     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
016300
016400*-------------------------------------------------------------
016500* DAY NAMES BY WS-DS-DOW + 1 (SAT, SUN, MON ... FRI)
016600*-------------------------------------------------------------
016700 01  WS-DAY-NAME-LIST.
016800     05  FILLER                  PIC X(21)
016900         VALUE "SATSUNMONTUEWEDTHUFRI".
017000 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-LIST.
017100     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
017200
017300*-------------------------------------------------------------
017400* CAL-RPT PRINT LINES
017500*-------------------------------------------------------------
017600 01  WS-CAL-RPT-HEADING-1.
017700     05  FILLER                  PIC X(36)
017800         VALUE "BUSINESS-DAY CALENDAR MAINTENANCE".
017900     05  FILLER                  PIC X(44) VALUE SPACES.
018000
018100 01  WS-CAL-RPT-HEADING-2.
018200     05  FILLER                  PIC X(09) VALUE "DATE".
018300     05  FILLER                  PIC X(02) VALUE "A".
018400     05  FILLER                  PIC X(04) VALUE "DAY".
018500     05  FILLER                  PIC X(05) VALUE "PROC".
018600     05  FILLER                  PIC X(09) VALUE "USER".
018700     05  FILLER                  PIC X(09) VALUE "STATUS".
018800     05  FILLER                  PIC X(42) VALUE "DESCRIPTION".
018900
019000 01  WS-CAL-RPT-DETAIL.
019100     05  WS-D-CAL-DATE           PIC X(08).
019200     05  FILLER                  PIC X(01) VALUE SPACES.
019300     05  WS-D-ACTION             PIC X(01).
019400     05  FILLER                  PIC X(01) VALUE SPACES.
019500     05  WS-D-DAY-NAME           PIC X(03).
019600     05  FILLER                  PIC X(01) VALUE SPACES.
019700     05  WS-D-OLD-PROCESS        PIC X(01).
019800     05  WS-D-PROCESS-ARROW      PIC X(01).
019900     05  WS-D-NEW-PROCESS        PIC X(01).
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  WS-D-USER-ID            PIC X(08).
020200     05  FILLER                  PIC X(01) VALUE SPACES.
020300     05  WS-D-STATUS             PIC X(08).
020400     05  FILLER                  PIC X(01) VALUE SPACES.
020500     05  WS-D-REMARK             PIC X(30).
020600     05  FILLER                  PIC X(12) VALUE SPACES.
020700
020800 01  WS-CAL-RPT-TOTAL.
020900     05  WS-T-LABEL              PIC X(37).
021000     05  FILLER                  PIC X(05) VALUE SPACES.
021100     05  WS-T-COUNT              PIC ---,--9.
021200     05  FILLER                  PIC X(31) VALUE SPACES.
021300
021400 PROCEDURE DIVISION.
021500*-----------------------------------------------------------------
021600* 0000-MAINLINE
021700*-----------------------------------------------------------------
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
022100         UNTIL CAL-TXN-EOF.
022200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022300     STOP RUN.
022400
022500*-----------------------------------------------------------------
022600* 1000-INITIALIZE -- OPEN FILES, PRINT HEADINGS
022700*-----------------------------------------------------------------
022800 1000-INITIALIZE.
022900     OPEN INPUT  CAL-TXN.
023000     IF WS-CAL-TXN-STATUS NOT = "00"
023100         MOVE "CALTXN" TO WS-FATAL-FILE-ID
023200         MOVE WS-CAL-TXN-STATUS TO WS-FATAL-FILE-STATUS
023300         GO TO 1000-FATAL-EXIT
023400     END-IF.
023500     OPEN I-O CAL-MSTR.
023600     IF WS-CAL-MSTR-STATUS NOT = "00"
023700        AND WS-CAL-MSTR-STATUS NOT = "05"
023800         MOVE "CALMSTR" TO WS-FATAL-FILE-ID
023900         MOVE WS-CAL-MSTR-STATUS TO WS-FATAL-FILE-STATUS
024000         GO TO 1000-FATAL-EXIT
024100     END-IF.
024200     OPEN OUTPUT CAL-RPT.
024300     IF WS-CAL-RPT-STATUS NOT = "00"
024400         MOVE "CALMRPT" TO WS-FATAL-FILE-ID
024500         MOVE WS-CAL-RPT-STATUS TO WS-FATAL-FILE-STATUS
024600         GO TO 1000-FATAL-EXIT
024700     END-IF.
024800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024900     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-HEADING-1.
025000     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-HEADING-2.
025100     GO TO 1000-EXIT.
025200 1000-FATAL-EXIT.
025300     DISPLAY "CALMAINT - UNABLE TO OPEN " WS-FATAL-FILE-ID
025400         " FILE STATUS " WS-FATAL-FILE-STATUS.
025500     MOVE 16 TO RETURN-CODE.
025600     STOP RUN.
025700 1000-EXIT.
025800     EXIT.
025900
026000*-----------------------------------------------------------------
026100* 2000-PROCESS-TXN -- VALIDATE ONE CARD AND APPLY IT TO THE
026200* CALENDAR; A BAD CARD IS PRINTED AS REJECTED AND DROPPED
026300*-----------------------------------------------------------------
026400 2000-PROCESS-TXN.
026500     READ CAL-TXN INTO WS-CAL-CARD
026600         AT END
026700             SET CAL-TXN-EOF TO TRUE
026800             GO TO 2000-EXIT
026900     END-READ.
027000     ADD 1 TO WS-CARDS-READ.
027100     PERFORM 2100-VALIDATE-TXN THRU 2100-EXIT.
027200     IF CARD-INVALID
027300         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
027400         GO TO 2000-EXIT
027500     END-IF.
027600     IF CT-ACTION-ADD
027700         PERFORM 2200-ADD-DATE THRU 2200-EXIT
027800     END-IF.
027900     IF CT-ACTION-CHANGE
028000         PERFORM 2300-CHANGE-DATE THRU 2300-EXIT
028100     END-IF.
028200     IF CT-ACTION-DELETE
028300         PERFORM 2400-DELETE-DATE THRU 2400-EXIT
028400     END-IF.
028500 2000-EXIT.
028600     EXIT.
028700
028800*-----------------------------------------------------------------
028900* 2100-VALIDATE-TXN -- ACTION MUST BE A, C, OR D; THE DATE A
029000* REAL CALENDAR DATE AND NOT THE RESERVED PRIMING KEY; THE USER
029100* ID PRESENT. AN ADD NEEDS A PROCESSING FLAG AND A DESCRIPTION;
029200* A FLAG, WHEN GIVEN, MUST BE Y OR N. AN ADD MUST FIND NO RECORD
029300* ON FILE FOR THE DATE, A CHANGE OR DELETE MUST FIND ONE. A
029400* SATURDAY OR SUNDAY IS NEVER A BUSINESS DAY, SO IT MAY STAND ON
029500* THE CALENDAR ONLY AS A NON-PROCESSING DATE.
029600*-----------------------------------------------------------------
029700 2100-VALIDATE-TXN.
029800     SET CARD-VALID TO TRUE.
029900     MOVE SPACES TO WS-REJECT-REASON.
030000     IF NOT CT-ACTION-ADD
030100        AND NOT CT-ACTION-CHANGE
030200        AND NOT CT-ACTION-DELETE
030300         MOVE "ACTION NOT A, C, OR D" TO WS-REJECT-REASON
030400         SET CARD-INVALID TO TRUE
030500         GO TO 2100-EXIT
030600     END-IF.
030700     IF WS-CARD-DATE-RAW = "99999999"
030800         MOVE "CALENDAR DATE IS RESERVED" TO WS-REJECT-REASON
030900         SET CARD-INVALID TO TRUE
031000         GO TO 2100-EXIT
031100     END-IF.
031200     SET DATE-INVALID TO TRUE.
031300     IF CT-CAL-DATE IS NUMERIC
031400         MOVE CT-CAL-DATE TO WS-DS-DATE
031500         PERFORM 2150-CHECK-DATE THRU 2150-EXIT
031600     END-IF.
031700     IF DATE-INVALID
031800         MOVE "CALENDAR DATE NOT A VALID DATE" TO WS-REJECT-REASON
031900         SET CARD-INVALID TO TRUE
032000         GO TO 2100-EXIT
032100     END-IF.
032200     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
032300     IF CT-USER-ID = SPACES
032400         MOVE "USER ID MISSING" TO WS-REJECT-REASON
032500         SET CARD-INVALID TO TRUE
032600         GO TO 2100-EXIT
032700     END-IF.
032800     IF CT-ACTION-ADD
032900        AND CT-PROCESS-SW = SPACE
033000         MOVE "PROCESSING FLAG MISSING" TO WS-REJECT-REASON
033100         SET CARD-INVALID TO TRUE
033200         GO TO 2100-EXIT
033300     END-IF.
033400     IF CT-ACTION-ADD
033500        AND CT-DESCRIPTION = SPACES
033600         MOVE "DESCRIPTION MISSING" TO WS-REJECT-REASON
033700         SET CARD-INVALID TO TRUE
033800         GO TO 2100-EXIT
033900     END-IF.
034000     IF CT-PROCESS-SW NOT = SPACE
034100        AND CT-PROCESS-SW NOT = "Y"
034200        AND CT-PROCESS-SW NOT = "N"
034300        AND NOT CT-ACTION-DELETE
034400         MOVE "PROCESSING FLAG NOT Y OR N" TO WS-REJECT-REASON
034500         SET CARD-INVALID TO TRUE
034600         GO TO 2100-EXIT
034700     END-IF.
034800     MOVE CT-CAL-DATE TO CAL-DATE-KEY.
034900     MOVE SPACE TO WS-OLD-PROCESS-SW.
035000     READ CAL-MSTR INTO WS-CAL-MSTR-DETAIL
035100         INVALID KEY
035200             IF NOT CT-ACTION-ADD
035300                 MOVE "DATE NOT ON THE CALENDAR"
035400                     TO WS-REJECT-REASON
035500                 SET CARD-INVALID TO TRUE
035600                 GO TO 2100-EXIT
035700             END-IF
035800         NOT INVALID KEY
035900             IF CT-ACTION-ADD
036000                 MOVE "DATE ALREADY ON THE CALENDAR"
036100                     TO WS-REJECT-REASON
036200                 SET CARD-INVALID TO TRUE
036300                 GO TO 2100-EXIT
036400             END-IF
036500             MOVE CA-PROCESS-SW TO WS-OLD-PROCESS-SW
036600     END-READ.
036700     IF CT-ACTION-DELETE
036800         GO TO 2100-EXIT
036900     END-IF.
037000     PERFORM 2160-RESOLVE-NEW-VALUES THRU 2160-EXIT.
037100     IF WS-DS-DOW < 2
037200        AND WS-NEW-PROCESS-SW NOT = "N"
037300         MOVE "WEEKEND DATE MUST BE FLAG N" TO WS-REJECT-REASON
037400         SET CARD-INVALID TO TRUE
037500     END-IF.
037600 2100-EXIT.
037700     EXIT.
037800
037900*-----------------------------------------------------------------
038000* 2150-CHECK-DATE -- WS-DS-DATE MUST HAVE A MONTH OF 01-12 AND A
038100* DAY THAT MONTH HAS (29 FEBRUARY IN A LEAP YEAR)
038200*-----------------------------------------------------------------
038300 2150-CHECK-DATE.
038400     SET DATE-VALID TO TRUE.
038500     IF WS-DS-YYYY < 1900
038600        OR WS-DS-MM < 1
038700        OR WS-DS-MM > 12
038800        OR WS-DS-DD < 1
038900         SET DATE-INVALID TO TRUE
039000         GO TO 2150-EXIT
039100     END-IF.
039200     MOVE WS-MONTH-DAYS (WS-DS-MM) TO WS-DS-MONTH-DAYS.
039300     IF WS-DS-MM = 2
039400         DIVIDE WS-DS-YYYY BY 4 GIVING WS-DS-LEAP-QUOT
039500             REMAINDER WS-DS-LEAP-REM
039600         IF WS-DS-LEAP-REM NOT = ZERO
039700             MOVE 28 TO WS-DS-MONTH-DAYS
039800         ELSE
039900             DIVIDE WS-DS-YYYY BY 400 GIVING WS-DS-LEAP-QUOT
040000                 REMAINDER WS-DS-LEAP-REM
040100             IF WS-DS-LEAP-REM NOT = ZERO
040200                 DIVIDE WS-DS-YYYY BY 100 GIVING WS-DS-LEAP-QUOT
040300                     REMAINDER WS-DS-LEAP-REM
040400                 IF WS-DS-LEAP-REM = ZERO
040500                     MOVE 28 TO WS-DS-MONTH-DAYS
040600                 END-IF
040700             END-IF
040800         END-IF
040900     END-IF.
041000     IF WS-DS-DD > WS-DS-MONTH-DAYS
041100         SET DATE-INVALID TO TRUE
041200     END-IF.
041300 2150-EXIT.
041400     EXIT.
041500
041600*-----------------------------------------------------------------
041700* 2160-RESOLVE-NEW-VALUES -- THE DATE AS IT WILL STAND. ON A
041800* CHANGE A BLANK FIELD KEEPS ITS VALUE ON FILE.
041900*-----------------------------------------------------------------
042000 2160-RESOLVE-NEW-VALUES.
042100     IF CT-ACTION-ADD
042200         MOVE CT-PROCESS-SW  TO WS-NEW-PROCESS-SW
042300         MOVE CT-DESCRIPTION TO WS-NEW-DESCRIPTION
042400     ELSE
042500         MOVE CA-PROCESS-SW  TO WS-NEW-PROCESS-SW
042600         MOVE CA-DESCRIPTION TO WS-NEW-DESCRIPTION
042700         IF CT-PROCESS-SW NOT = SPACE
042800             MOVE CT-PROCESS-SW TO WS-NEW-PROCESS-SW
042900         END-IF
043000         IF CT-DESCRIPTION NOT = SPACES
043100             MOVE CT-DESCRIPTION TO WS-NEW-DESCRIPTION
043200         END-IF
043300     END-IF.
043400 2160-EXIT.
043500     EXIT.
043600
043700*-----------------------------------------------------------------
043800* 2200-ADD-DATE -- WRITE THE NEW CALENDAR RECORD
043900*-----------------------------------------------------------------
044000 2200-ADD-DATE.
044100     MOVE SPACES             TO WS-CAL-MSTR-DETAIL.
044200     MOVE CT-CAL-DATE        TO CA-CAL-DATE.
044300     MOVE WS-NEW-PROCESS-SW  TO CA-PROCESS-SW.
044400     MOVE WS-NEW-DESCRIPTION TO CA-DESCRIPTION.
044500     MOVE CT-USER-ID         TO CA-USER-ID.
044600     MOVE WS-CURRENT-DATE    TO CA-ADDED-DATE.
044700     MOVE WS-CURRENT-DATE    TO CA-CHANGED-DATE.
044800     WRITE CAL-MSTR-RECORD FROM WS-CAL-MSTR-DETAIL
044900         INVALID KEY
045000             MOVE "CALMSTR WRITE FAILED" TO WS-REJECT-REASON
045100             PERFORM 2900-REJECT-TXN THRU 2900-EXIT
045200             GO TO 2200-EXIT
045300     END-WRITE.
045400     MOVE CA-DESCRIPTION     TO WS-D-REMARK.
045500     PERFORM 3000-PRINT-APPLIED THRU 3000-EXIT.
045600     ADD 1 TO WS-CARDS-ADDED.
045700 2200-EXIT.
045800     EXIT.
045900
046000*-----------------------------------------------------------------
046100* 2300-CHANGE-DATE -- REWRITE THE DATE WITH THE RESOLVED
046200* VALUES. THE CHANGING USER BECOMES THE USER OF RECORD.
046300*-----------------------------------------------------------------
046400 2300-CHANGE-DATE.
046500     MOVE WS-NEW-PROCESS-SW  TO CA-PROCESS-SW.
046600     MOVE WS-NEW-DESCRIPTION TO CA-DESCRIPTION.
046700     MOVE CT-USER-ID         TO CA-USER-ID.
046800     MOVE WS-CURRENT-DATE    TO CA-CHANGED-DATE.
046900     REWRITE CAL-MSTR-RECORD FROM WS-CAL-MSTR-DETAIL
047000         INVALID KEY
047100             MOVE "CALMSTR REWRITE FAILED" TO WS-REJECT-REASON
047200             PERFORM 2900-REJECT-TXN THRU 2900-EXIT
047300             GO TO 2300-EXIT
047400     END-REWRITE.
047500     MOVE CA-DESCRIPTION     TO WS-D-REMARK.
047600     PERFORM 3000-PRINT-APPLIED THRU 3000-EXIT.
047700     ADD 1 TO WS-CARDS-CHANGED.
047800 2300-EXIT.
047900     EXIT.
048000
048100*-----------------------------------------------------------------
048200* 2400-DELETE-DATE -- DELETE THE DATE. IT COUNTS AS AN ORDINARY
048300* DAY FROM THE NEXT RUN THAT READS THE CALENDAR.
048400*-----------------------------------------------------------------
048500 2400-DELETE-DATE.
048600     DELETE CAL-MSTR RECORD
048700         INVALID KEY
048800             MOVE "CALMSTR DELETE FAILED" TO WS-REJECT-REASON
048900             PERFORM 2900-REJECT-TXN THRU 2900-EXIT
049000             GO TO 2400-EXIT
049100     END-DELETE.
049200     MOVE SPACE              TO WS-NEW-PROCESS-SW.
049300     MOVE CA-DESCRIPTION     TO WS-D-REMARK.
049400     PERFORM 3000-PRINT-APPLIED THRU 3000-EXIT.
049500     ADD 1 TO WS-CARDS-DELETED.
049600 2400-EXIT.
049700     EXIT.
049800
049900*-----------------------------------------------------------------
050000* 2900-REJECT-TXN -- PRINT THE CARD AS KEYED; NOTHING CHANGES
050100*-----------------------------------------------------------------
050200 2900-REJECT-TXN.
050300     MOVE WS-CARD-DATE-RAW   TO WS-D-CAL-DATE.
050400     MOVE CT-ACTION          TO WS-D-ACTION.
050500     MOVE SPACES             TO WS-D-DAY-NAME.
050600     IF DATE-VALID
050700         MOVE WS-DAY-NAME (WS-DS-DOW + 1) TO WS-D-DAY-NAME
050800     END-IF.
050900     MOVE SPACE              TO WS-D-OLD-PROCESS.
051000     MOVE SPACE              TO WS-D-PROCESS-ARROW.
051100     MOVE CT-PROCESS-SW      TO WS-D-NEW-PROCESS.
051200     MOVE CT-USER-ID         TO WS-D-USER-ID.
051300     MOVE "REJECTED"         TO WS-D-STATUS.
051400     MOVE WS-REJECT-REASON   TO WS-D-REMARK.
051500     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-DETAIL.
051600     ADD 1 TO WS-CARDS-REJECTED.
051700     DISPLAY "CALMAINT - REJECTED CARD FOR " CT-USER-ID
051800         ", ACTION " CT-ACTION
051900         " DATE " WS-CARD-DATE-RAW
052000         " -- " WS-REJECT-REASON.
052100 2900-EXIT.
052200     EXIT.
052300
052400*-----------------------------------------------------------------
052500* 3000-PRINT-APPLIED -- ONE LINE FOR AN APPLIED CARD, WITH THE
052600* PROCESSING FLAG BEFORE AND AFTER. THE CALLER HAS SET THE
052700* DESCRIPTION IN WS-D-REMARK.
052800*-----------------------------------------------------------------
052900 3000-PRINT-APPLIED.
053000     MOVE CT-CAL-DATE        TO WS-D-CAL-DATE.
053100     MOVE CT-ACTION          TO WS-D-ACTION.
053200     MOVE WS-DAY-NAME (WS-DS-DOW + 1) TO WS-D-DAY-NAME.
053300     MOVE WS-OLD-PROCESS-SW  TO WS-D-OLD-PROCESS.
053400     MOVE WS-NEW-PROCESS-SW  TO WS-D-NEW-PROCESS.
053500     MOVE SPACE              TO WS-D-PROCESS-ARROW.
053600     IF WS-OLD-PROCESS-SW NOT = SPACE
053700        AND WS-NEW-PROCESS-SW NOT = SPACE
053800         MOVE ">"            TO WS-D-PROCESS-ARROW
053900     END-IF.
054000     MOVE CT-USER-ID         TO WS-D-USER-ID.
054100     MOVE "APPLIED"          TO WS-D-STATUS.
054200     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-DETAIL.
054300 3000-EXIT.
054400     EXIT.
054500
054600*-----------------------------------------------------------------
054700* 5000-DATE-TO-SERIAL -- YYYYMMDD IN WS-DS-DATE TO A SERIAL
054800* DAY COUNT IN WS-DS-SERIAL, MARCH-BASED SO THE LEAP DAY
054900* FALLS AT YEAR END. ALSO LEAVES THE DAY OF WEEK IN WS-DS-DOW
055000* (0=SAT 1=SUN 2=MON 3=TUE 4=WED 5=THU 6=FRI).
055100*-----------------------------------------------------------------
055200 5000-DATE-TO-SERIAL.
055300     IF WS-DS-MM > 2
055400         MOVE WS-DS-YYYY TO WS-DS-Y
055500         MOVE WS-DS-MM   TO WS-DS-M
055600     ELSE
055700         SUBTRACT 1 FROM WS-DS-YYYY GIVING WS-DS-Y
055800         ADD 12 TO WS-DS-MM GIVING WS-DS-M
055900     END-IF.
056000     COMPUTE WS-DS-T1 = WS-DS-Y * 365.
056100     DIVIDE WS-DS-Y BY 4 GIVING WS-DS-T2.
056200     DIVIDE WS-DS-Y BY 100 GIVING WS-DS-T3.
056300     DIVIDE WS-DS-Y BY 400 GIVING WS-DS-T4.
056400     COMPUTE WS-DS-SERIAL =
056500         WS-DS-T1 + WS-DS-T2 - WS-DS-T3 + WS-DS-T4.
056600     COMPUTE WS-DS-T1 = 306 * (WS-DS-M + 1).
056700     DIVIDE WS-DS-T1 BY 10 GIVING WS-DS-T2.
056800     COMPUTE WS-DS-SERIAL =
056900         WS-DS-SERIAL + WS-DS-T2 + WS-DS-DD.
057000     DIVIDE WS-DS-SERIAL BY 7 GIVING WS-DS-QUOT
057100         REMAINDER WS-DS-DOW.
057200 5000-EXIT.
057300     EXIT.
057400
057500*-----------------------------------------------------------------
057600* 9000-TERMINATE -- PRINT THE TOTALS, SET THE CONDITION CODE,
057700* AND CLOSE. ANY REJECTED CARD ENDS THE RUN WITH CONDITION CODE 4.
057800*-----------------------------------------------------------------
057900 9000-TERMINATE.
058000     MOVE "CALENDAR CARDS READ"             TO WS-T-LABEL.
058100     MOVE WS-CARDS-READ                     TO WS-T-COUNT.
058200     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-TOTAL.
058300     MOVE "  DATES ADDED"                   TO WS-T-LABEL.
058400     MOVE WS-CARDS-ADDED                    TO WS-T-COUNT.
058500     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-TOTAL.
058600     MOVE "  DATES CHANGED"                 TO WS-T-LABEL.
058700     MOVE WS-CARDS-CHANGED                  TO WS-T-COUNT.
058800     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-TOTAL.
058900     MOVE "  DATES DELETED"                 TO WS-T-LABEL.
059000     MOVE WS-CARDS-DELETED                  TO WS-T-COUNT.
059100     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-TOTAL.
059200     MOVE "  CARDS REJECTED"                TO WS-T-LABEL.
059300     MOVE WS-CARDS-REJECTED                 TO WS-T-COUNT.
059400     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-TOTAL.
059500     IF WS-CARDS-REJECTED > ZERO
059600         MOVE 4 TO RETURN-CODE
059700     END-IF.
059800     DISPLAY "CALMAINT - CARDS READ " WS-CARDS-READ
059900         " ADDED " WS-CARDS-ADDED
060000         " CHANGED " WS-CARDS-CHANGED
060100         " DELETED " WS-CARDS-DELETED
060200         " REJECTED " WS-CARDS-REJECTED
060300         " CONDITION CODE " RETURN-CODE.
060400     CLOSE CAL-TXN CAL-MSTR CAL-RPT.
060500 9000-EXIT.
060600     EXIT.
