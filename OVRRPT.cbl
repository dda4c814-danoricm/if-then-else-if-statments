000100*-----------------------------------------------------------------
000200* OVRRPT -- WEEKLY CLASSIFICATION OVERRIDE REVIEW REPORT
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. OVRRPT.
000600 AUTHOR. DATA PROCESSING DEPT.
000700 INSTALLATION. MAIN STREET BATCH CENTER.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 SECURITY. NONE.
001100*-----------------------------------------------------------------
001200* MODIFICATION HISTORY
001300* MM/DD/YY  INIT  DESCRIPTION
001400* --------  ----  -------------------------------------------
001500* 10/15/26  DLM   ORIGINAL PROGRAM -- READS THE KEYED CLSOVRD
001600*                 OVERRIDE MASTER (COPYBOOK CLSOVRC) STRAIGHT
001700*                 THROUGH AND PRINTS ONE ENTRY PER OVERRIDE --
001800*                 FORCED BAND, START AND EXPIRY, DAYS LEFT,
001900*                 STATUS, REQUESTING USER AND REASON -- WITH
002000*                 THE KEY'S CURRENT X VALUE FROM CLASMSTR AND
002100*                 THE BAND THE THRESH-CTL RULES IN FORCE TODAY
002200*                 WOULD GIVE IT, SO A REVIEWER CAN SEE WHICH
002300*                 OVERRIDES STILL MATTER. AN OVERRIDE EXPIRING
002400*                 WITHIN THE NEAR-EXPIRY WINDOW IS FLAGGED AND
002500*                 ENDS THE RUN WITH CONDITION CODE 4.
002600*-----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CLAS-OVRD  ASSIGN TO CLSOVRD
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS OVR-RECORD-KEY
003800         FILE STATUS IS WS-CLAS-OVRD-STATUS.
003900     SELECT CLAS-MSTR  ASSIGN TO CLASMSTR
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS CMR-RECORD-KEY
004300         FILE STATUS IS WS-CLAS-MSTR-STATUS.
004400     SELECT THRESH-CTL ASSIGN TO THRSHCTL
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-THRESH-CTL-STATUS.
004700     SELECT OVR-RPT    ASSIGN TO OVRWRPT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-OVR-RPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300*-------------------------------------------------------------
005400* CLAS-OVRD -- KEYED CLASSIFICATION OVERRIDE MASTER (VSAM
005500* KSDS), READ STRAIGHT THROUGH. ONLY THE RECORD KEY IS NAMED
005600* HERE -- SEE WS-CLAS-OVRD-DETAIL FOR THE FULL FIELDS
005700* (COPYBOOK CLSOVRC).
005800*-------------------------------------------------------------
005900 FD  CLAS-OVRD
006000     RECORD CONTAINS 80 CHARACTERS
006100     DATA RECORD IS CLAS-OVRD-RECORD.
006200 01  CLAS-OVRD-RECORD.
006300     05  OVR-RECORD-KEY          PIC 9(06).
006400     05  FILLER                  PIC X(74).
006500
006600*-------------------------------------------------------------
006700* CLAS-MSTR -- KEYED CLASSIFICATION-HISTORY MASTER (VSAM KSDS)
006800* ONLY THE RECORD KEY IS NAMED HERE -- SEE WS-CLAS-MSTR-DETAIL
006900* FOR THE FULL FIELDS (COPYBOOK CLASMSTC).
007000*-------------------------------------------------------------
007100 FD  CLAS-MSTR
007200     RECORD CONTAINS 80 CHARACTERS
007300     DATA RECORD IS CLAS-MSTR-RECORD.
007400 01  CLAS-MSTR-RECORD.
007500     05  CMR-RECORD-KEY          PIC 9(06).
007600     05  FILLER                  PIC X(74).
007700
007800*-------------------------------------------------------------
007900* THRESH-CTL -- CLASSIFICATION BAND RULES, READ ONLY
008000* (COPYBOOK THRCTLC)
008100*-------------------------------------------------------------
008200 FD  THRESH-CTL
008300     RECORD CONTAINS 88 CHARACTERS
008400     DATA RECORD IS THRESH-CTL-RECORD.
008500 01  THRESH-CTL-RECORD           PIC X(88).
008600
008700*-------------------------------------------------------------
008800* OVR-RPT -- TWO LINES PER OVERRIDE PLUS THE STATUS TOTALS
008900*-------------------------------------------------------------
009000 FD  OVR-RPT
009100     RECORD CONTAINS 80 CHARACTERS
009200     DATA RECORD IS OVR-RPT-RECORD.
009300 01  OVR-RPT-RECORD              PIC X(80).
009400
009500 WORKING-STORAGE SECTION.
009600 01  WS-CLAS-OVRD-EOF-SW          PIC X(01) VALUE "N".
009700     88  CLAS-OVRD-EOF                      VALUE "Y".
009800 01  WS-THRESH-CTL-EOF-SW         PIC X(01) VALUE "N".
009900     88  THRESH-CTL-EOF                     VALUE "Y".
010000 01  WS-SET-FOUND-SW              PIC X(01) VALUE "N".
010100     88  SET-FOUND                          VALUE "Y".
010200
010300 01  WS-CLAS-OVRD-STATUS          PIC X(02).
010400 01  WS-CLAS-MSTR-STATUS          PIC X(02).
010500 01  WS-THRESH-CTL-STATUS         PIC X(02).
010600 01  WS-OVR-RPT-STATUS            PIC X(02).
010700
010800 01  WS-FATAL-FILE-ID             PIC X(08).
010900 01  WS-FATAL-FILE-STATUS         PIC X(02).
011000
011100 01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
011200 01  WS-TODAY-SERIAL              PIC 9(08) COMP VALUE ZERO.
011300
011400*-------------------------------------------------------------
011500* AN ACTIVE OVERRIDE EXPIRING WITHIN THIS MANY DAYS IS FLAGGED
011600* AS NEAR EXPIRY.
011700*-------------------------------------------------------------
011800 01  WS-NEAR-EXPIRY-DAYS          PIC 9(02) VALUE 7.
011900
012000*-------------------------------------------------------------
012100* CLAS-OVRD -- NAMED FIELDS FOR THE OVERRIDE MASTER RECORD
012200* (COPYBOOK CLSOVRC)
012300*-------------------------------------------------------------
012400 01  WS-CLAS-OVRD-DETAIL.
012500     COPY CLSOVRC.
012600
012700*-------------------------------------------------------------
012800* CLAS-MSTR -- NAMED FIELDS FOR THE CLASSIFICATION MASTER
012900* RECORD (COPYBOOK CLASMSTC)
013000*-------------------------------------------------------------
013100 01  WS-CLAS-MSTR-DETAIL.
013200     COPY CLASMSTC.
013300
013400*-------------------------------------------------------------
013500* BAND RULE RECORD -- NAMED FIELDS (COPYBOOK THRCTLC)
013600*-------------------------------------------------------------
013700 01  WS-THRESH-CTL-DETAIL.
013800     COPY THRCTLC.
013900
014000*-------------------------------------------------------------
014100* EVERY BAND RULE ON THRESH-CTL, STAGED SO THE SET IN FORCE
014200* TODAY FOR ANY SOURCE SYSTEM CAN BE PICKED OUT: THE SOURCE'S
014300* OWN LATEST SET EFFECTIVE ON OR BEFORE TODAY, ELSE THE
014400* DEFAULT (BLANK-SOURCE) SET, ELSE THE BUILT-IN BANDS -- THE
014500* SAME ORDER THE NIGHTLY RUN USES.
014600*-------------------------------------------------------------
014700 01  WS-CTL-TABLE.
014800     05  WS-CTL-MAX              PIC 9(02) COMP VALUE 90.
014900     05  WS-CTL-COUNT            PIC 9(02) COMP VALUE ZERO.
015000     05  WS-CTL-SUB              PIC 9(02) COMP VALUE ZERO.
015100     05  WS-CTL-EFF-BEST         PIC 9(08) VALUE ZERO.
015200     05  WS-CTL-WANT-SRC         PIC X(08) VALUE SPACES.
015300     05  WS-CTL-ENTRY OCCURS 90 TIMES.
015400         10  WS-CTL-SOURCE       PIC X(08).
015500         10  WS-CTL-BAND-CODE    PIC X(01).
015600         10  WS-CTL-LOW          PIC 9(05)V99.
015700         10  WS-CTL-HIGH         PIC 9(05)V99.
015800         10  WS-CTL-EFF-DATE     PIC 9(08).
015900
016000 01  WS-RULE-BAND                 PIC X(01).
016100
016200*-------------------------------------------------------------
016300* COUNTERS
016400*-------------------------------------------------------------
016500 01  WS-COUNTERS.
016600     05  WS-OVERRIDES-READ       PIC 9(06) COMP VALUE ZERO.
016700     05  WS-ACTIVE-CNT           PIC 9(06) COMP VALUE ZERO.
016800     05  WS-NEAR-EXPIRY-CNT      PIC 9(06) COMP VALUE ZERO.
016900     05  WS-NOT-STARTED-CNT      PIC 9(06) COMP VALUE ZERO.
017000     05  WS-EXPIRED-CNT          PIC 9(06) COMP VALUE ZERO.
017100     05  WS-DIFFERS-CNT          PIC 9(06) COMP VALUE ZERO.
017200     05  WS-NO-MASTER-CNT        PIC 9(06) COMP VALUE ZERO.
017300     05  WS-DAYS-LEFT            PIC 9(06) COMP VALUE ZERO.
017400
017500*-------------------------------------------------------------
017600* DATE-TO-SERIAL-DAY CONVERSION (MARCH-BASED CIVIL CALENDAR),
017700* THE SAME ARITHMETIC SUSPAGE USES
017800*-------------------------------------------------------------
017900 01  WS-DATE-WORK.
018000     05  WS-DS-DATE              PIC 9(08) VALUE ZERO.
018100     05  WS-DS-DATE-R REDEFINES WS-DS-DATE.
018200         10  WS-DS-YYYY          PIC 9(04).
018300         10  WS-DS-MM            PIC 9(02).
018400         10  WS-DS-DD            PIC 9(02).
018500     05  WS-DS-SERIAL            PIC 9(08) COMP VALUE ZERO.
018600     05  WS-DS-Y                 PIC 9(08) COMP VALUE ZERO.
018700     05  WS-DS-M                 PIC 9(02) COMP VALUE ZERO.
018800     05  WS-DS-T1                PIC 9(08) COMP VALUE ZERO.
018900     05  WS-DS-T2                PIC 9(08) COMP VALUE ZERO.
019000     05  WS-DS-T3                PIC 9(08) COMP VALUE ZERO.
019100     05  WS-DS-T4                PIC 9(08) COMP VALUE ZERO.
019200
019300*-------------------------------------------------------------
019400* OVR-RPT PRINT LINES
019500*-------------------------------------------------------------
019600 01  WS-OVR-RPT-HEADING-1.
019700     05  FILLER                  PIC X(36)
019800         VALUE "CLASSIFICATION OVERRIDE REVIEW".
019900     05  FILLER                  PIC X(09) VALUE "AS OF".
020000     05  WS-H-TODAY              PIC 9(08).
020100     05  FILLER                  PIC X(27) VALUE SPACES.
020200
020300 01  WS-OVR-RPT-HEADING-2.
020400     05  FILLER                  PIC X(08) VALUE "REC KEY".
020500     05  FILLER                  PIC X(05) VALUE "BAND".
020600     05  FILLER                  PIC X(10) VALUE "START".
020700     05  FILLER                  PIC X(10) VALUE "EXPIRY".
020800     05  FILLER                  PIC X(06) VALUE "DAYS".
020900     05  FILLER                  PIC X(12) VALUE "STATUS".
021000     05  FILLER                  PIC X(10) VALUE "MASTER X".
021100     05  FILLER                  PIC X(08) VALUE "RULES".
021200     05  FILLER                  PIC X(11) VALUE "VS FORCED".
021300
021400 01  WS-OVR-RPT-DETAIL.
021500     05  WS-D-RECORD-KEY         PIC 9(06).
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  WS-D-FORCED-BAND        PIC X(01).
021800     05  FILLER                  PIC X(04) VALUE SPACES.
021900     05  WS-D-START-DATE         PIC 9(08).
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  WS-D-EXPIRY-DATE        PIC 9(08).
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  WS-D-DAYS-LEFT          PIC ZZZZ9.
022400     05  WS-D-DAYS-LEFT-X REDEFINES WS-D-DAYS-LEFT
022500                                 PIC X(05).
022600     05  FILLER                  PIC X(01) VALUE SPACES.
022700     05  WS-D-STATUS             PIC X(11).
022800     05  FILLER                  PIC X(01) VALUE SPACES.
022900     05  WS-D-MASTER-X           PIC ZZZZ9.99.
023000     05  WS-D-MASTER-X-X REDEFINES WS-D-MASTER-X
023100                                 PIC X(08).
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  WS-D-RULE-BAND          PIC X(07).
023400     05  FILLER                  PIC X(01) VALUE SPACES.
023500     05  WS-D-AGREE              PIC X(07).
023600     05  FILLER                  PIC X(04) VALUE SPACES.
023700
023800 01  WS-OVR-RPT-DETAIL-2.
023900     05  FILLER                  PIC X(08) VALUE SPACES.
024000     05  FILLER                  PIC X(05) VALUE "USER".
024100     05  WS-D2-USER-ID           PIC X(08).
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  FILLER                  PIC X(07) VALUE "REASON".
024400     05  WS-D2-REASON            PIC X(30).
024500     05  FILLER                  PIC X(20) VALUE SPACES.
024600
024700 01  WS-OVR-RPT-TOTAL.
024800     05  WS-T-LABEL              PIC X(37).
024900     05  FILLER                  PIC X(05) VALUE SPACES.
025000     05  WS-T-COUNT              PIC ---,--9.
025100     05  FILLER                  PIC X(31) VALUE SPACES.
025200
025300 PROCEDURE DIVISION.
025400*-----------------------------------------------------------------
025500* 0000-MAINLINE
025600*-----------------------------------------------------------------
025700 0000-MAINLINE.
025800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025900     PERFORM 2000-PROCESS-ONE-OVERRIDE THRU 2000-EXIT
026000         UNTIL CLAS-OVRD-EOF.
026100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026200     STOP RUN.
026300
026400*-----------------------------------------------------------------
026500* 1000-INITIALIZE -- OPEN FILES, STAGE THE BAND RULES, SET
026600* TODAY'S SERIAL DAY
026700*-----------------------------------------------------------------
026800 1000-INITIALIZE.
026900     OPEN INPUT CLAS-OVRD.
027000     IF WS-CLAS-OVRD-STATUS NOT = "00"
027100        AND WS-CLAS-OVRD-STATUS NOT = "05"
027200         MOVE "CLSOVRD" TO WS-FATAL-FILE-ID
027300         MOVE WS-CLAS-OVRD-STATUS TO WS-FATAL-FILE-STATUS
027400         GO TO 1000-FATAL-EXIT
027500     END-IF.
027600     OPEN INPUT CLAS-MSTR.
027700     IF WS-CLAS-MSTR-STATUS NOT = "00"
027800        AND WS-CLAS-MSTR-STATUS NOT = "05"
027900         MOVE "CLASMSTR" TO WS-FATAL-FILE-ID
028000         MOVE WS-CLAS-MSTR-STATUS TO WS-FATAL-FILE-STATUS
028100         GO TO 1000-FATAL-EXIT
028200     END-IF.
028300     OPEN OUTPUT OVR-RPT.
028400     IF WS-OVR-RPT-STATUS NOT = "00"
028500         MOVE "OVRWRPT" TO WS-FATAL-FILE-ID
028600         MOVE WS-OVR-RPT-STATUS TO WS-FATAL-FILE-STATUS
028700         GO TO 1000-FATAL-EXIT
028800     END-IF.
028900     OPEN INPUT THRESH-CTL.
029000     IF WS-THRESH-CTL-STATUS = "00"
029100         PERFORM 1100-LOAD-ONE-RULE THRU 1100-EXIT
029200             UNTIL THRESH-CTL-EOF
029300                OR WS-CTL-COUNT = WS-CTL-MAX
029400         CLOSE THRESH-CTL
029500     END-IF.
029600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
029700     MOVE WS-TODAY-DATE TO WS-DS-DATE.
029800     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
029900     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
030000     MOVE WS-TODAY-DATE TO WS-H-TODAY.
030100     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-HEADING-1.
030200     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-HEADING-2.
030300     GO TO 1000-EXIT.
030400 1000-FATAL-EXIT.
030500     DISPLAY "OVRRPT - UNABLE TO OPEN " WS-FATAL-FILE-ID
030600         " FILE STATUS " WS-FATAL-FILE-STATUS.
030700     MOVE 16 TO RETURN-CODE.
030800     STOP RUN.
030900 1000-EXIT.
031000     EXIT.
031100
031200*-----------------------------------------------------------------
031300* 1100-LOAD-ONE-RULE -- A "T" RECORD IS THE NIGHTLY RUN'S
031400* INVALID-RECORD TOLERANCE, NOT A BAND -- SKIP IT HERE
031500*-----------------------------------------------------------------
031600 1100-LOAD-ONE-RULE.
031700     READ THRESH-CTL INTO WS-THRESH-CTL-DETAIL
031800         AT END
031900             SET THRESH-CTL-EOF TO TRUE
032000             GO TO 1100-EXIT
032100     END-READ.
032200     IF TC-BAND-CODE = "T"
032300         GO TO 1100-EXIT
032400     END-IF.
032500     ADD 1 TO WS-CTL-COUNT.
032600     MOVE TC-SOURCE-SYSTEM TO WS-CTL-SOURCE (WS-CTL-COUNT).
032700     MOVE TC-BAND-CODE     TO WS-CTL-BAND-CODE (WS-CTL-COUNT).
032800     MOVE TC-LOW-BOUND     TO WS-CTL-LOW (WS-CTL-COUNT).
032900     MOVE TC-HIGH-BOUND    TO WS-CTL-HIGH (WS-CTL-COUNT).
033000     IF TC-EFFECTIVE-DATE IS NUMERIC
033100         MOVE TC-EFFECTIVE-DATE TO WS-CTL-EFF-DATE (WS-CTL-COUNT)
033200     ELSE
033300         MOVE ZERO TO WS-CTL-EFF-DATE (WS-CTL-COUNT)
033400     END-IF.
033500 1100-EXIT.
033600     EXIT.
033700
033800*-----------------------------------------------------------------
033900* 2000-PROCESS-ONE-OVERRIDE -- STATUS AND DAYS LEFT FOR ONE
034000* OVERRIDE, THE RULES' VIEW OF THE KEY, AND THE TWO PRINT
034100* LINES. THE RESERVED PRIMING KEY 999999 IS SKIPPED.
034200*-----------------------------------------------------------------
034300 2000-PROCESS-ONE-OVERRIDE.
034400     READ CLAS-OVRD INTO WS-CLAS-OVRD-DETAIL
034500         AT END
034600             SET CLAS-OVRD-EOF TO TRUE
034700             GO TO 2000-EXIT
034800     END-READ.
034900     IF OV-RECORD-KEY = 999999
035000         GO TO 2000-EXIT
035100     END-IF.
035200     ADD 1 TO WS-OVERRIDES-READ.
035300     MOVE SPACES TO WS-D-DAYS-LEFT-X.
035400     IF OV-START-DATE > WS-TODAY-DATE
035500         MOVE "NOT STARTED" TO WS-D-STATUS
035600         ADD 1 TO WS-NOT-STARTED-CNT
035700     ELSE
035800         IF OV-EXPIRY-DATE < WS-TODAY-DATE
035900             MOVE "EXPIRED" TO WS-D-STATUS
036000             ADD 1 TO WS-EXPIRED-CNT
036100         ELSE
036200             PERFORM 2100-AGE-ACTIVE THRU 2100-EXIT
036300         END-IF
036400     END-IF.
036500     PERFORM 2200-RULES-VIEW THRU 2200-EXIT.
036600     PERFORM 2900-PRINT-DETAIL THRU 2900-EXIT.
036700 2000-EXIT.
036800     EXIT.
036900
037000*-----------------------------------------------------------------
037100* 2100-AGE-ACTIVE -- DAYS TO EXPIRY FOR AN OVERRIDE IN FORCE.
037200* AN OPEN-ENDED OVERRIDE HAS NO EXPIRY AND IS NEVER NEAR IT.
037300*-----------------------------------------------------------------
037400 2100-AGE-ACTIVE.
037500     ADD 1 TO WS-ACTIVE-CNT.
037600     MOVE "ACTIVE" TO WS-D-STATUS.
037700     IF OV-OPEN-ENDED
037800         MOVE "OPEN" TO WS-D-DAYS-LEFT-X
037900         GO TO 2100-EXIT
038000     END-IF.
038100     MOVE OV-EXPIRY-DATE TO WS-DS-DATE.
038200     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
038300     SUBTRACT WS-TODAY-SERIAL FROM WS-DS-SERIAL
038400         GIVING WS-DAYS-LEFT.
038500     MOVE WS-DAYS-LEFT TO WS-D-DAYS-LEFT.
038600     IF WS-DAYS-LEFT NOT > WS-NEAR-EXPIRY-DAYS
038700         MOVE "NEAR EXPIRY" TO WS-D-STATUS
038800         ADD 1 TO WS-NEAR-EXPIRY-CNT
038900     END-IF.
039000 2100-EXIT.
039100     EXIT.
039200
039300*-----------------------------------------------------------------
039400* 2200-RULES-VIEW -- THE KEY'S CURRENT X VALUE FROM CLASMSTR
039500* AND THE BAND TODAY'S RULES FOR ITS SOURCE WOULD GIVE IT
039600*-----------------------------------------------------------------
039700 2200-RULES-VIEW.
039800     MOVE OV-RECORD-KEY TO CMR-RECORD-KEY.
039900     READ CLAS-MSTR INTO WS-CLAS-MSTR-DETAIL
040000         INVALID KEY
040100             ADD 1 TO WS-NO-MASTER-CNT
040200             MOVE SPACES    TO WS-D-MASTER-X-X
040300             MOVE "NO MSTR" TO WS-D-RULE-BAND
040400             MOVE SPACES    TO WS-D-AGREE
040500             GO TO 2200-EXIT
040600     END-READ.
040700     IF CM-X-VALUE NOT NUMERIC
040800         MOVE SPACES    TO WS-D-MASTER-X-X
040900         MOVE "NO BAND" TO WS-D-RULE-BAND
041000         MOVE "DIFFERS" TO WS-D-AGREE
041100         ADD 1 TO WS-DIFFERS-CNT
041200         GO TO 2200-EXIT
041300     END-IF.
041400     MOVE CM-X-VALUE TO WS-D-MASTER-X.
041500     PERFORM 3000-FIND-RULE-BAND THRU 3000-EXIT.
041600     IF WS-RULE-BAND = SPACE
041700         MOVE "NO BAND" TO WS-D-RULE-BAND
041800     ELSE
041900         MOVE WS-RULE-BAND TO WS-D-RULE-BAND
042000     END-IF.
042100     IF WS-RULE-BAND = OV-FORCED-BAND
042200         MOVE "AGREES"  TO WS-D-AGREE
042300     ELSE
042400         MOVE "DIFFERS" TO WS-D-AGREE
042500         ADD 1 TO WS-DIFFERS-CNT
042600     END-IF.
042700 2200-EXIT.
042800     EXIT.
042900
043000 2900-PRINT-DETAIL.
043100     MOVE OV-RECORD-KEY    TO WS-D-RECORD-KEY.
043200     MOVE OV-FORCED-BAND   TO WS-D-FORCED-BAND.
043300     MOVE OV-START-DATE    TO WS-D-START-DATE.
043400     MOVE OV-EXPIRY-DATE   TO WS-D-EXPIRY-DATE.
043500     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-DETAIL.
043600     MOVE OV-USER-ID       TO WS-D2-USER-ID.
043700     MOVE OV-REASON        TO WS-D2-REASON.
043800     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-DETAIL-2.
043900 2900-EXIT.
044000     EXIT.
044100
044200*-----------------------------------------------------------------
044300* 3000-FIND-RULE-BAND -- THE BAND FOR CM-X-VALUE UNDER THE SET
044400* IN FORCE TODAY FOR CM-SOURCE-SYSTEM, FALLING BACK TO THE
044500* DEFAULT SET AND THEN TO THE BUILT-IN BANDS. SPACE WHEN NO
044600* BAND OF THE SET CONTAINS THE VALUE.
044700*-----------------------------------------------------------------
044800 3000-FIND-RULE-BAND.
044900     MOVE SPACE TO WS-RULE-BAND.
045000     MOVE CM-SOURCE-SYSTEM TO WS-CTL-WANT-SRC.
045100     PERFORM 3100-PICK-SET THRU 3100-EXIT.
045200     IF NOT SET-FOUND
045300        AND WS-CTL-WANT-SRC NOT = SPACES
045400         MOVE SPACES TO WS-CTL-WANT-SRC
045500         PERFORM 3100-PICK-SET THRU 3100-EXIT
045600     END-IF.
045700     IF SET-FOUND
045800         PERFORM 3200-MATCH-ONE-RULE THRU 3200-EXIT
045900             VARYING WS-CTL-SUB FROM 1 BY 1
046000             UNTIL WS-CTL-SUB > WS-CTL-COUNT
046100                OR WS-RULE-BAND NOT = SPACE
046200         GO TO 3000-EXIT
046300     END-IF.
046400     IF CM-X-VALUE < 5
046500         MOVE "1" TO WS-RULE-BAND
046600     ELSE
046700         IF CM-X-VALUE < 10
046800             MOVE "2" TO WS-RULE-BAND
046900         ELSE
047000             MOVE "3" TO WS-RULE-BAND
047100         END-IF
047200     END-IF.
047300 3000-EXIT.
047400     EXIT.
047500
047600*-----------------------------------------------------------------
047700* 3100-PICK-SET -- THE LATEST EFFECTIVE DATE ON OR BEFORE TODAY
047800* AMONG WS-CTL-WANT-SRC'S RULES, IF IT HAS ANY IN FORCE
047900*-----------------------------------------------------------------
048000 3100-PICK-SET.
048100     MOVE "N"  TO WS-SET-FOUND-SW.
048200     MOVE ZERO TO WS-CTL-EFF-BEST.
048300     PERFORM 3110-CHECK-ONE-EFF THRU 3110-EXIT
048400         VARYING WS-CTL-SUB FROM 1 BY 1
048500         UNTIL WS-CTL-SUB > WS-CTL-COUNT.
048600 3100-EXIT.
048700     EXIT.
048800
048900 3110-CHECK-ONE-EFF.
049000     IF WS-CTL-SOURCE (WS-CTL-SUB) = WS-CTL-WANT-SRC
049100        AND WS-CTL-EFF-DATE (WS-CTL-SUB) NOT > WS-TODAY-DATE
049200         SET SET-FOUND TO TRUE
049300         IF WS-CTL-EFF-DATE (WS-CTL-SUB) > WS-CTL-EFF-BEST
049400             MOVE WS-CTL-EFF-DATE (WS-CTL-SUB) TO WS-CTL-EFF-BEST
049500         END-IF
049600     END-IF.
049700 3110-EXIT.
049800     EXIT.
049900
050000 3200-MATCH-ONE-RULE.
050100     IF WS-CTL-SOURCE (WS-CTL-SUB) = WS-CTL-WANT-SRC
050200        AND WS-CTL-EFF-DATE (WS-CTL-SUB) = WS-CTL-EFF-BEST
050300        AND CM-X-VALUE NOT < WS-CTL-LOW (WS-CTL-SUB)
050400        AND CM-X-VALUE NOT > WS-CTL-HIGH (WS-CTL-SUB)
050500         MOVE WS-CTL-BAND-CODE (WS-CTL-SUB) TO WS-RULE-BAND
050600     END-IF.
050700 3200-EXIT.
050800     EXIT.
050900
051000*-----------------------------------------------------------------
051100* 5000-DATE-TO-SERIAL -- YYYYMMDD IN WS-DS-DATE TO A SERIAL
051200* DAY COUNT IN WS-DS-SERIAL, MARCH-BASED SO THE LEAP DAY
051300* FALLS AT YEAR END
051400*-----------------------------------------------------------------
051500 5000-DATE-TO-SERIAL.
051600     IF WS-DS-MM > 2
051700         MOVE WS-DS-YYYY TO WS-DS-Y
051800         MOVE WS-DS-MM   TO WS-DS-M
051900     ELSE
052000         SUBTRACT 1 FROM WS-DS-YYYY GIVING WS-DS-Y
052100         ADD 12 TO WS-DS-MM GIVING WS-DS-M
052200     END-IF.
052300     COMPUTE WS-DS-T1 = WS-DS-Y * 365.
052400     DIVIDE WS-DS-Y BY 4 GIVING WS-DS-T2.
052500     DIVIDE WS-DS-Y BY 100 GIVING WS-DS-T3.
052600     DIVIDE WS-DS-Y BY 400 GIVING WS-DS-T4.
052700     COMPUTE WS-DS-SERIAL =
052800         WS-DS-T1 + WS-DS-T2 - WS-DS-T3 + WS-DS-T4.
052900     COMPUTE WS-DS-T1 = 306 * (WS-DS-M + 1).
053000     DIVIDE WS-DS-T1 BY 10 GIVING WS-DS-T2.
053100     COMPUTE WS-DS-SERIAL =
053200         WS-DS-SERIAL + WS-DS-T2 + WS-DS-DD.
053300 5000-EXIT.
053400     EXIT.
053500
053600*-----------------------------------------------------------------
053700* 9000-TERMINATE -- STATUS TOTALS, CONDITION CODE, CLOSE
053800*-----------------------------------------------------------------
053900 9000-TERMINATE.
054000     MOVE "OVERRIDES ON FILE"                TO WS-T-LABEL.
054100     MOVE WS-OVERRIDES-READ                  TO WS-T-COUNT.
054200     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-TOTAL.
054300     MOVE "ACTIVE TODAY"                     TO WS-T-LABEL.
054400     MOVE WS-ACTIVE-CNT                      TO WS-T-COUNT.
054500     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-TOTAL.
054600     MOVE "  OF WHICH NEAR EXPIRY"           TO WS-T-LABEL.
054700     MOVE WS-NEAR-EXPIRY-CNT                 TO WS-T-COUNT.
054800     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-TOTAL.
054900     MOVE "NOT YET STARTED"                  TO WS-T-LABEL.
055000     MOVE WS-NOT-STARTED-CNT                 TO WS-T-COUNT.
055100     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-TOTAL.
055200     MOVE "EXPIRED, STILL ON FILE"           TO WS-T-LABEL.
055300     MOVE WS-EXPIRED-CNT                     TO WS-T-COUNT.
055400     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-TOTAL.
055500     MOVE "RULES WOULD GIVE ANOTHER BAND"    TO WS-T-LABEL.
055600     MOVE WS-DIFFERS-CNT                     TO WS-T-COUNT.
055700     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-TOTAL.
055800     MOVE "KEY NOT ON CLASMSTR"              TO WS-T-LABEL.
055900     MOVE WS-NO-MASTER-CNT                   TO WS-T-COUNT.
056000     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-TOTAL.
056100     IF WS-NEAR-EXPIRY-CNT > ZERO
056200         MOVE 4 TO RETURN-CODE
056300     END-IF.
056400     DISPLAY "OVRRPT - OVERRIDES ON FILE " WS-OVERRIDES-READ
056500         " NEAR EXPIRY " WS-NEAR-EXPIRY-CNT
056600         " CONDITION CODE " RETURN-CODE.
056700     CLOSE CLAS-OVRD CLAS-MSTR OVR-RPT.
056800 9000-EXIT.
056900     EXIT.
