002400*                 THE MORNING OPERATOR SEES IT. BEFORE THIS,
002500*                 RECORDS RODE THE RECYCLE LOOP FOR WEEKS
002600*                 WITH NOTHING COUNTING THE DAYS.
002610* 10/15/26  DLM   KEYS SUSPCORR HAS WRITTEN OFF ARE LISTED WITH
002620*                 A WRITTEN OFF FLAG AND COUNTED ON THEIR OWN
002630*                 LINE -- THEY ARE NO LONGER IN THE AGE
002640*                 BUCKETS AND NEVER ESCALATE.
002650* 10/15/26  DLM   THRSHEDT NOW INVENTORIES ITS EDIT REJECTS,
002660*                 WHOSE KEY MAY NOT BE NUMERIC. THE KEY IS NOW
002670*                 TESTED AND PRINTED AS CHARACTERS.
002674* 10/15/26  DLM   AGES, BUCKETS AND THE ESCALATION AGE ARE NOW
002678*                 IN BUSINESS DAYS FROM THE CALMSTR CALENDAR
002682*                 (COPYBOOK CALMSTC) -- THE WEEKDAYS AFTER THE
002686*                 FIRST REJECT UP TO TODAY THAT ARE NOT
002690*                 HOLIDAYS -- SO A HOLIDAY WEEKEND NO LONGER
002694*                 TIPS A KEY INTO ESCALATION.
002700*-----------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
004000     SELECT AGE-RPT    ASSIGN TO AGERPT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-AGE-RPT-STATUS.
004216     SELECT CAL-MSTR   ASSIGN TO CALMSTR
004232         ORGANIZATION IS INDEXED
004248         ACCESS MODE IS SEQUENTIAL
004264         RECORD KEY IS CAL-DATE-KEY
004280         FILE STATUS IS WS-CAL-MSTR-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
006300     DATA RECORD IS AGE-RPT-RECORD.
006400 01  AGE-RPT-RECORD              PIC X(80).
006500
006507*-------------------------------------------------------------
006514* CAL-MSTR -- KEYED BUSINESS-DAY CALENDAR (VSAM KSDS), READ
006521* STRAIGHT THROUGH FOR ITS WEEKDAY HOLIDAYS. ONLY THE DATE IS
006528* NAMED HERE -- SEE WS-CAL-MSTR-DETAIL FOR THE FULL FIELDS
006535* (COPYBOOK CALMSTC).
006542*-------------------------------------------------------------
006549 FD  CAL-MSTR
006556     RECORD CONTAINS 80 CHARACTERS
006563     DATA RECORD IS CAL-MSTR-RECORD.
006570 01  CAL-MSTR-RECORD.
006577     05  CAL-DATE-KEY            PIC 9(08).
006584     05  FILLER                  PIC X(72).
006600 WORKING-STORAGE SECTION.
006700 01  WS-SUSP-MSTR-EOF-SW          PIC X(01) VALUE "N".
006800     88  SUSP-MSTR-EOF                      VALUE "Y".
006833 01  WS-CAL-MSTR-EOF-SW           PIC X(01) VALUE "N".
006866     88  CAL-MSTR-EOF                       VALUE "Y".
006900
007000 01  WS-SUSP-MSTR-STATUS          PIC X(02).
007100 01  WS-AGE-RPT-STATUS            PIC X(02).
007150 01  WS-CAL-MSTR-STATUS           PIC X(02).
007200
007300 01  WS-FATAL-FILE-ID             PIC X(08).
007400 01  WS-FATAL-FILE-STATUS         PIC X(02).
007700 01  WS-TODAY-SERIAL              PIC 9(08) COMP VALUE ZERO.
007800
007900*-------------------------------------------------------------
008000* A RECORD AT OR OVER THIS MANY BUSINESS DAYS IN SUSPENSE IS
008100* FLAGGED FOR ESCALATION.
008200*-------------------------------------------------------------
008300 01  WS-ESCALATION-AGE            PIC 9(02) VALUE 8.
008400
008800*-------------------------------------------------------------
008900 01  WS-SUSP-MSTR-DETAIL.
009000     COPY SUSPMSTC.
009010
009020 01  WS-SUSP-MSTR-KEY-VIEW REDEFINES WS-SUSP-MSTR-DETAIL.
009030     05  WS-SM-KEY-RAW           PIC X(06).
009040     05  FILLER                  PIC X(74).
009100
009200*-------------------------------------------------------------
009300* AGE WORK FIELDS AND BUCKET COUNTERS
009900     05  WS-BUCKET-4-7-CNT       PIC 9(06) COMP VALUE ZERO.
010000     05  WS-BUCKET-8-UP-CNT      PIC 9(06) COMP VALUE ZERO.
010100     05  WS-ESCALATION-CNT       PIC 9(06) COMP VALUE ZERO.
010110     05  WS-WRITTEN-OFF-CNT      PIC 9(06) COMP VALUE ZERO.
010200
010300*-------------------------------------------------------------
010400* DATE-TO-SERIAL-DAY CONVERSION (MARCH-BASED CIVIL CALENDAR),
011800     05  WS-DS-T3                PIC 9(08) COMP VALUE ZERO.
011900     05  WS-DS-T4                PIC 9(08) COMP VALUE ZERO.
012000
012003*-------------------------------------------------------------
012006* WEEKDAY HOLIDAYS FROM CALMSTR AS SERIAL DAYS, IN DATE ORDER.
012009* A BUSINESS DAY IS A MONDAY-THROUGH-FRIDAY DATE NOT IN THIS
012012* TABLE; SATURDAY AND SUNDAY NEVER ARE.
012015*-------------------------------------------------------------
012018 01  WS-HOLIDAY-TABLE.
012021     05  WS-HOL-MAX              PIC 9(04) COMP VALUE 999.
012024     05  WS-HOL-COUNT            PIC 9(04) COMP VALUE ZERO.
012027     05  WS-HOL-SUB              PIC 9(04) COMP VALUE ZERO.
012030     05  WS-HOL-SERIAL           PIC 9(08) COMP OCCURS 999 TIMES.
012033
012036*-------------------------------------------------------------
012039* BUSINESS-DAY COUNT WORK FIELDS
012042*-------------------------------------------------------------
012045 01  WS-BUSINESS-DAY-WORK.
012048     05  WS-BD-FROM-SERIAL       PIC 9(08) COMP VALUE ZERO.
012051     05  WS-BD-TO-SERIAL         PIC 9(08) COMP VALUE ZERO.
012054     05  WS-BD-COUNT             PIC 9(08) COMP VALUE ZERO.
012057     05  WS-BD-SPAN              PIC 9(08) COMP VALUE ZERO.
012060     05  WS-BD-WEEKS             PIC 9(08) COMP VALUE ZERO.
012063     05  WS-BD-DAYS-LEFT         PIC 9(01) COMP VALUE ZERO.
012066     05  WS-BD-DAY-SUB           PIC 9(01) COMP VALUE ZERO.
012069     05  WS-BD-DOW               PIC 9(01) COMP VALUE ZERO.
012072     05  WS-BD-QUOT              PIC 9(08) COMP VALUE ZERO.
012075
012078*-------------------------------------------------------------
012081* CAL-MSTR -- NAMED FIELDS FOR THE CALENDAR RECORD
012084* (COPYBOOK CALMSTC)
012087*-------------------------------------------------------------
012090 01  WS-CAL-MSTR-DETAIL.
012093     COPY CALMSTC.
012100*-------------------------------------------------------------
012200* AGE-RPT PRINT LINES
012300*-------------------------------------------------------------
012400 01  WS-AGE-RPT-HEADING-1.
012500     05  FILLER                  PIC X(34)
012600         VALUE "SUSPENSE INVENTORY AGING REPORT".
012700     05  FILLER                  PIC X(46)
012750         VALUE "AGES IN BUSINESS DAYS".
012800
012900 01  WS-AGE-RPT-HEADING-2.
013000     05  FILLER                  PIC X(08) VALUE "REC KEY".
013700     05  FILLER                  PIC X(26) VALUE "FLAG".
013800
013900 01  WS-AGE-RPT-DETAIL.
014000     05  WS-D-RECORD-KEY         PIC X(06).
014100     05  FILLER                  PIC X(02) VALUE SPACES.
014200     05  WS-D-SOURCE             PIC X(08).
014300     05  FILLER                  PIC X(01) VALUE SPACES.
017200     STOP RUN.
017300
017400*-----------------------------------------------------------------
017500* 1000-INITIALIZE -- OPEN FILES, SET TODAY'S SERIAL DAY, LOAD
017550* THE HOLIDAYS
017600*-----------------------------------------------------------------
017700 1000-INITIALIZE.
017800     OPEN INPUT SUSP-MSTR.
018800         MOVE WS-AGE-RPT-STATUS TO WS-FATAL-FILE-STATUS
018900         GO TO 1000-FATAL-EXIT
019000     END-IF.
019014     OPEN INPUT  CAL-MSTR.
019028     IF WS-CAL-MSTR-STATUS NOT = "00"
019042         MOVE "CALMSTR" TO WS-FATAL-FILE-ID
019056         MOVE WS-CAL-MSTR-STATUS TO WS-FATAL-FILE-STATUS
019070         GO TO 1000-FATAL-EXIT
019084     END-IF.
019100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
019200     MOVE WS-TODAY-DATE TO WS-DS-DATE.
019300     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
019400     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
019425     PERFORM 1100-LOAD-ONE-HOLIDAY THRU 1100-EXIT
019450         UNTIL CAL-MSTR-EOF.
019475     CLOSE CAL-MSTR.
019500     WRITE AGE-RPT-RECORD FROM WS-AGE-RPT-HEADING-1.
019600     WRITE AGE-RPT-RECORD FROM WS-AGE-RPT-HEADING-2.
019700     GO TO 1000-EXIT.
020300 1000-EXIT.
020400     EXIT.
020500
020503*-----------------------------------------------------------------
020506* 1100-LOAD-ONE-HOLIDAY -- A WEEKDAY DATE ON CALMSTR GOES INTO THE
020509* HOLIDAY TABLE. A WEEKEND DATE IS NEVER A BUSINESS DAY ANYWAY,
020512* AND KEY 99999999 IS THE RESERVED PRIMING RECORD.
020515*-----------------------------------------------------------------
020518 1100-LOAD-ONE-HOLIDAY.
020521     READ CAL-MSTR INTO WS-CAL-MSTR-DETAIL
020524         AT END
020527             SET CAL-MSTR-EOF TO TRUE
020530             GO TO 1100-EXIT
020533     END-READ.
020536     IF CA-PRIMING-RECORD
020539         GO TO 1100-EXIT
020542     END-IF.
020545     MOVE CA-CAL-DATE TO WS-DS-DATE.
020548     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
020551     DIVIDE WS-DS-SERIAL BY 7 GIVING WS-BD-QUOT
020554         REMAINDER WS-BD-DOW.
020557     IF WS-BD-DOW < 2
020560         GO TO 1100-EXIT
020563     END-IF.
020566     IF WS-HOL-COUNT = WS-HOL-MAX
020569         DISPLAY "SUSPAGE - MORE THAN " WS-HOL-MAX
020572             " HOLIDAYS ON CALMSTR -- LATER DATES IGNORED"
020575         SET CAL-MSTR-EOF TO TRUE
020578         GO TO 1100-EXIT
020581     END-IF.
020584     ADD 1 TO WS-HOL-COUNT.
020587     MOVE WS-DS-SERIAL TO WS-HOL-SERIAL (WS-HOL-COUNT).
020590 1100-EXIT.
020593     EXIT.
020600*-----------------------------------------------------------------
020700* 2000-PROCESS-ONE-RECORD -- AGE ONE STUCK KEY AND PRINT IT.
020766* THE AGE IS THE BUSINESS DAYS AFTER THE FIRST REJECT UP TO
020832* TODAY. THE RESERVED PRIMING KEY 999999 IS SKIPPED.
020900*-----------------------------------------------------------------
021000 2000-PROCESS-ONE-RECORD.
021100     READ SUSP-MSTR INTO WS-SUSP-MSTR-DETAIL
021300             SET SUSP-MSTR-EOF TO TRUE
021400             GO TO 2000-EXIT
021500     END-READ.
021600     IF WS-SM-KEY-RAW = "999999"
021700         GO TO 2000-EXIT
021800     END-IF.
021910     IF SM-WRITTEN-OFF
021920         ADD 1 TO WS-WRITTEN-OFF-CNT
021930         MOVE ZERO TO WS-RECORD-AGE
021940         MOVE "WRITTEN OFF" TO WS-D-FLAG
021950         PERFORM 2100-PRINT-DETAIL THRU 2100-EXIT
021960         GO TO 2000-EXIT
021970     END-IF.
021980     ADD 1 TO WS-RECORDS-READ.
022000     IF SM-FIRST-REJECT-DATE IS NUMERIC
022100         MOVE SM-FIRST-REJECT-DATE TO WS-DS-DATE
022200         PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT
022300         MOVE WS-DS-SERIAL    TO WS-BD-FROM-SERIAL
022400         MOVE WS-TODAY-SERIAL TO WS-BD-TO-SERIAL
022500         PERFORM 5100-COUNT-BUSINESS-DAYS THRU 5100-EXIT
022600         MOVE WS-BD-COUNT     TO WS-RECORD-AGE
022900     ELSE
023000         MOVE ZERO TO WS-RECORD-AGE
023100     END-IF.
024300         MOVE "**ESCALATE**" TO WS-D-FLAG
024400         ADD 1 TO WS-ESCALATION-CNT
024500     END-IF.
024510     PERFORM 2100-PRINT-DETAIL THRU 2100-EXIT.
024520 2000-EXIT.
024530     EXIT.
024540
024550 2100-PRINT-DETAIL.
024600     MOVE WS-SM-KEY-RAW        TO WS-D-RECORD-KEY.
024700     MOVE SM-SOURCE-SYSTEM     TO WS-D-SOURCE.
024800     MOVE SM-FIRST-REJECT-DATE TO WS-D-FIRST-REJECT.
024900     MOVE SM-LAST-ATTEMPT-DATE TO WS-D-LAST-ATTEMPT.
025700     END-IF.
025800     MOVE WS-RECORD-AGE        TO WS-D-AGE.
025900     WRITE AGE-RPT-RECORD FROM WS-AGE-RPT-DETAIL.
026000 2100-EXIT.
026100     EXIT.
026200
026300*-----------------------------------------------------------------
028600 5000-EXIT.
028700     EXIT.
028800
028802*-----------------------------------------------------------------
028804* 5100-COUNT-BUSINESS-DAYS -- THE BUSINESS DAYS AFTER SERIAL DAY
028806* WS-BD-FROM-SERIAL UP TO AND INCLUDING WS-BD-TO-SERIAL, INTO
028808* WS-BD-COUNT: FIVE FOR EVERY WHOLE WEEK IN THE SPAN, PLUS THE
028810* WEEKDAYS AMONG THE DAYS LEFT OVER, LESS THE WEEKDAY HOLIDAYS
028812* IN THE SPAN. ZERO WHEN THE SPAN IS EMPTY.
028814*-----------------------------------------------------------------
028816 5100-COUNT-BUSINESS-DAYS.
028818     MOVE ZERO TO WS-BD-COUNT.
028820     IF WS-BD-TO-SERIAL NOT > WS-BD-FROM-SERIAL
028822         GO TO 5100-EXIT
028824     END-IF.
028826     SUBTRACT WS-BD-FROM-SERIAL FROM WS-BD-TO-SERIAL
028828         GIVING WS-BD-SPAN.
028830     DIVIDE WS-BD-SPAN BY 7 GIVING WS-BD-WEEKS
028832         REMAINDER WS-BD-DAYS-LEFT.
028834     COMPUTE WS-BD-COUNT = WS-BD-WEEKS * 5.
028836     DIVIDE WS-BD-FROM-SERIAL BY 7 GIVING WS-BD-QUOT
028838         REMAINDER WS-BD-DOW.
028840     PERFORM 5110-COUNT-ONE-DAY-LEFT THRU 5110-EXIT
028842         VARYING WS-BD-DAY-SUB FROM 1 BY 1
028844         UNTIL WS-BD-DAY-SUB > WS-BD-DAYS-LEFT.
028846     PERFORM 5120-DROP-ONE-HOLIDAY THRU 5120-EXIT
028848         VARYING WS-HOL-SUB FROM 1 BY 1
028850         UNTIL WS-HOL-SUB > WS-HOL-COUNT.
028852 5100-EXIT.
028854     EXIT.
028856
028858 5110-COUNT-ONE-DAY-LEFT.
028860     ADD 1 TO WS-BD-DOW.
028862     IF WS-BD-DOW = 7
028864         MOVE ZERO TO WS-BD-DOW
028866     END-IF.
028868     IF WS-BD-DOW > 1
028870         ADD 1 TO WS-BD-COUNT
028872     END-IF.
028874 5110-EXIT.
028876     EXIT.
028878
028880 5120-DROP-ONE-HOLIDAY.
028882     IF WS-HOL-SERIAL (WS-HOL-SUB) > WS-BD-FROM-SERIAL
028884        AND WS-HOL-SERIAL (WS-HOL-SUB) NOT > WS-BD-TO-SERIAL
028886         SUBTRACT 1 FROM WS-BD-COUNT
028888     END-IF.
028890 5120-EXIT.
028892     EXIT.
028900*-----------------------------------------------------------------
029000* 9000-TERMINATE -- BUCKET TOTALS, CONDITION CODE, CLOSE
029100*-----------------------------------------------------------------
029300     MOVE "KEYS IN SUSPENSE"                 TO WS-T-LABEL.
029400     MOVE WS-RECORDS-READ                    TO WS-T-COUNT.
029500     WRITE AGE-RPT-RECORD FROM WS-AGE-RPT-TOTAL.
029600     MOVE "AGED 1-3 BUSINESS DAYS"           TO WS-T-LABEL.
029700     MOVE WS-BUCKET-1-3-CNT                  TO WS-T-COUNT.
029800     WRITE AGE-RPT-RECORD FROM WS-AGE-RPT-TOTAL.
029900     MOVE "AGED 4-7 BUSINESS DAYS"           TO WS-T-LABEL.
030000     MOVE WS-BUCKET-4-7-CNT                  TO WS-T-COUNT.
030100     WRITE AGE-RPT-RECORD FROM WS-AGE-RPT-TOTAL.
030200     MOVE "AGED 8 BUSINESS DAYS OR MORE"     TO WS-T-LABEL.
030300     MOVE WS-BUCKET-8-UP-CNT                 TO WS-T-COUNT.
030400     WRITE AGE-RPT-RECORD FROM WS-AGE-RPT-TOTAL.
030500     MOVE "FLAGGED FOR ESCALATION"           TO WS-T-LABEL.
030600     MOVE WS-ESCALATION-CNT                  TO WS-T-COUNT.
030700     WRITE AGE-RPT-RECORD FROM WS-AGE-RPT-TOTAL.
030710     MOVE "WRITTEN OFF, NEVER RECYCLED"      TO WS-T-LABEL.
030720     MOVE WS-WRITTEN-OFF-CNT                 TO WS-T-COUNT.
030730     WRITE AGE-RPT-RECORD FROM WS-AGE-RPT-TOTAL.
030800     IF WS-ESCALATION-CNT > ZERO
030900         MOVE 4 TO RETURN-CODE
031000     END-IF.
