002310* 09/03/26  DLM   POSTS ONE RECORD TO THE SHARED RUNCTL
002320*                 RUN-CONTROL MASTER AT TERMINATION (COPYBOOK
002330*                 RUNCTLC) FOR THE RUNBAL MORNING BALANCING.
002340* 10/15/26  DLM   STAT-HIST RECORD GREW TO 200 BYTES WITH THE
002350*                 PER-SOURCE RULE-SET ENTRIES. BAND COUNTS ARE
002360*                 NOW SUMMED BY BAND CODE ACROSS RULE SETS.
002365* 10/15/26  DLM   THE ROLLING WINDOWS ARE NOW THE LAST 7 AND 30
002370*                 RUNS ON BUSINESS DAYS FROM THE CALMSTR CALENDAR
002375*                 (COPYBOOK CALMSTC). A WEEKEND OR HOLIDAY RUN NO
002380*                 LONGER DRAGS THE AVERAGES DOWN, AND WHEN THE
002385*                 LATEST RUN IS ITSELF ON A NON-BUSINESS DAY ITS
002390*                 COUNTS ARE PRINTED BUT NOT FLAGGED. THE TABLE
002395*                 NOW HOLDS 62 RUNS SO THE 30-DAY WINDOW FILLS.
002400*-----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
003710     SELECT RUN-CTL    ASSIGN TO RUNCTL
003720         ORGANIZATION IS SEQUENTIAL
003730         FILE STATUS IS WS-RUN-CTL-STATUS.
003741     SELECT CAL-MSTR   ASSIGN TO CALMSTR
003752         ORGANIZATION IS INDEXED
003763         ACCESS MODE IS SEQUENTIAL
003774         RECORD KEY IS CAL-DATE-KEY
003785         FILE STATUS IS WS-CAL-MSTR-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100*-------------------------------------------------------------
004200* STAT-HIST -- ONE SUMMARY RECORD PER NIGHTLY RUN, APPENDED BY
004300* IFTHENELSEIF. KEPT AS A FLAT PIC X(200) -- SEE WS-STAT-DETAIL
004400* FOR THE NAMED FIELDS (COPYBOOK STATHSTC).
004500*-------------------------------------------------------------
004600 FD  STAT-HIST
004700     RECORD CONTAINS 200 CHARACTERS
004800     DATA RECORD IS STAT-HIST-RECORD.
004900 01  STAT-HIST-RECORD            PIC X(200).
005000
005100*-------------------------------------------------------------
005200* TRND-RPT -- THE TREND REPORT
005780     DATA RECORD IS RUN-CTL-RECORD.
005790 01  RUN-CTL-RECORD              PIC X(80).
005800
005807*-------------------------------------------------------------
005814* CAL-MSTR -- KEYED BUSINESS-DAY CALENDAR (VSAM KSDS), READ
005821* STRAIGHT THROUGH FOR ITS WEEKDAY HOLIDAYS. ONLY THE DATE IS
005828* NAMED HERE -- SEE WS-CAL-MSTR-DETAIL FOR THE FULL FIELDS
005835* (COPYBOOK CALMSTC).
005842*-------------------------------------------------------------
005849 FD  CAL-MSTR
005856     RECORD CONTAINS 80 CHARACTERS
005863     DATA RECORD IS CAL-MSTR-RECORD.
005870 01  CAL-MSTR-RECORD.
005877     05  CAL-DATE-KEY            PIC 9(08).
005884     05  FILLER                  PIC X(72).
005900 WORKING-STORAGE SECTION.
006000 01  WS-STAT-HIST-EOF-SW          PIC X(01) VALUE "N".
006100     88  STAT-HIST-EOF                      VALUE "Y".
006133 01  WS-CAL-MSTR-EOF-SW           PIC X(01) VALUE "N".
006166     88  CAL-MSTR-EOF                       VALUE "Y".
006200
006300 01  WS-STAT-HIST-STATUS          PIC X(02).
006400 01  WS-TRND-RPT-STATUS           PIC X(02).
006410 01  WS-RUN-CTL-STATUS            PIC X(02).
006415 01  WS-CAL-MSTR-STATUS           PIC X(02).
006420
006430 01  WS-CURRENT-DATE              PIC 9(08) VALUE ZERO.
006440 01  WS-CURRENT-TIME              PIC 9(08) VALUE ZERO.
006800
006900*-------------------------------------------------------------
007000* A BAND IS FLAGGED WHEN ITS LATEST COUNT DIFFERS FROM ITS
007100* 7-BUSINESS-DAY AVERAGE BY MORE THAN THIS PERCENT OF THE
007150* AVERAGE.
007200*-------------------------------------------------------------
007300 01  WS-TREND-TOLERANCE-PCT       PIC 9(02) VALUE 20.
007400
007900     COPY STATHSTC.
008000
008100*-------------------------------------------------------------
008200* SLIDING HISTORY TABLE -- THE MOST RECENT 62 RUNS IN ARRIVAL
008300* ORDER, NEWEST LAST. OLDER RECORDS FALL OFF THE FRONT. EACH
008350* RUN IS MARKED WHEN ITS RUN DATE IS A BUSINESS DAY.
008400*-------------------------------------------------------------
008500 01  WS-HIST-TABLE.
008600     05  WS-HIST-MAX             PIC 9(02) COMP VALUE 62.
008700     05  WS-HIST-COUNT           PIC 9(02) COMP VALUE ZERO.
008800     05  WS-HIST-SUB             PIC 9(02) COMP VALUE ZERO.
008900     05  WS-SHIFT-SUB            PIC 9(02) COMP VALUE ZERO.
009000     05  WS-HBAND-SUB            PIC 9(02) COMP VALUE ZERO.
009100     05  WS-HIST-ENTRY OCCURS 62 TIMES.
009200         10  WS-H-RUN-DATE       PIC 9(08).
009233         10  WS-H-BUSINESS-DAY-SW PIC X(01).
009266             88  H-BUSINESS-DAY             VALUE "Y".
009300         10  WS-H-RECORDS-READ   PIC 9(06).
009400         10  WS-H-BAND-COUNT     PIC 9(02).
009500         10  WS-H-BAND OCCURS 10 TIMES.
010200 01  WS-TREND-WORK.
010300     05  WS-TREND-CODE           PIC X(01).
010400     05  WS-TONIGHT-CNT          PIC 9(06) COMP VALUE ZERO.
010500     05  WS-WINDOW-WANT          PIC 9(02) COMP VALUE ZERO.
010600     05  WS-WINDOW-SUM           PIC 9(08) COMP VALUE ZERO.
010700     05  WS-WINDOW-N             PIC 9(02) COMP VALUE ZERO.
010800     05  WS-AVG-7                PIC 9(06) COMP VALUE ZERO.
011300     05  WS-READ-SW              PIC X(01) VALUE "N".
011400         88  TREND-RECORDS-READ             VALUE "Y".
011500
011502*-------------------------------------------------------------
011504* DATE-TO-SERIAL-DAY CONVERSION (MARCH-BASED CIVIL CALENDAR),
011506* THE SAME ARITHMETIC EXTRECON USES
011508*-------------------------------------------------------------
011510 01  WS-DATE-WORK.
011512     05  WS-DS-DATE              PIC 9(08) VALUE ZERO.
011514     05  WS-DS-DATE-R REDEFINES WS-DS-DATE.
011516         10  WS-DS-YYYY          PIC 9(04).
011518         10  WS-DS-MM            PIC 9(02).
011520         10  WS-DS-DD            PIC 9(02).
011522     05  WS-DS-SERIAL            PIC 9(08) COMP VALUE ZERO.
011524     05  WS-DS-Y                 PIC 9(08) COMP VALUE ZERO.
011526     05  WS-DS-M                 PIC 9(02) COMP VALUE ZERO.
011528     05  WS-DS-T1                PIC 9(08) COMP VALUE ZERO.
011530     05  WS-DS-T2                PIC 9(08) COMP VALUE ZERO.
011532     05  WS-DS-T3                PIC 9(08) COMP VALUE ZERO.
011534     05  WS-DS-T4                PIC 9(08) COMP VALUE ZERO.
011536*-------------------------------------------------------------
011538* WEEKDAY HOLIDAYS FROM CALMSTR AS SERIAL DAYS, IN DATE ORDER.
011540* A BUSINESS DAY IS A MONDAY-THROUGH-FRIDAY DATE NOT IN THIS
011542* TABLE; SATURDAY AND SUNDAY NEVER ARE.
011544*-------------------------------------------------------------
011546 01  WS-HOLIDAY-TABLE.
011548     05  WS-HOL-MAX              PIC 9(04) COMP VALUE 999.
011550     05  WS-HOL-COUNT            PIC 9(04) COMP VALUE ZERO.
011552     05  WS-HOL-SUB              PIC 9(04) COMP VALUE ZERO.
011554     05  WS-HOL-SERIAL           PIC 9(08) COMP OCCURS 999 TIMES.
011556
011558*-------------------------------------------------------------
011560* BUSINESS-DAY COUNT WORK FIELDS
011562*-------------------------------------------------------------
011564 01  WS-BUSINESS-DAY-WORK.
011566     05  WS-BD-FROM-SERIAL       PIC 9(08) COMP VALUE ZERO.
011568     05  WS-BD-TO-SERIAL         PIC 9(08) COMP VALUE ZERO.
011570     05  WS-BD-COUNT             PIC 9(08) COMP VALUE ZERO.
011572     05  WS-BD-SPAN              PIC 9(08) COMP VALUE ZERO.
011574     05  WS-BD-WEEKS             PIC 9(08) COMP VALUE ZERO.
011576     05  WS-BD-DAYS-LEFT         PIC 9(01) COMP VALUE ZERO.
011578     05  WS-BD-DAY-SUB           PIC 9(01) COMP VALUE ZERO.
011580     05  WS-BD-DOW               PIC 9(01) COMP VALUE ZERO.
011582     05  WS-BD-QUOT              PIC 9(08) COMP VALUE ZERO.
011584
011586*-------------------------------------------------------------
011588* CAL-MSTR -- NAMED FIELDS FOR THE CALENDAR RECORD
011590* (COPYBOOK CALMSTC)
011592*-------------------------------------------------------------
011594 01  WS-CAL-MSTR-DETAIL.
011596     COPY CALMSTC.
011600*-------------------------------------------------------------
011700* TRND-RPT PRINT LINES
011800*-------------------------------------------------------------
012500 01  WS-TRND-RPT-HEADING-2.
012600     05  FILLER                  PIC X(13) VALUE "ITEM".
012700     05  FILLER                  PIC X(10) VALUE "TONIGHT".
012800     05  FILLER                  PIC X(11) VALUE "7-BD AVG".
012900     05  FILLER                  PIC X(11) VALUE "30-BD AVG".
013000     05  FILLER                  PIC X(35) VALUE "FLAG".
013100
013200 01  WS-TRND-RPT-DETAIL.
016100     STOP RUN.
016200
016300*-----------------------------------------------------------------
016400* 1000-INITIALIZE -- OPEN FILES, LOAD THE HOLIDAYS
016500*-----------------------------------------------------------------
016600 1000-INITIALIZE.
016700     OPEN INPUT  STAT-HIST.
017600         MOVE WS-TRND-RPT-STATUS TO WS-FATAL-FILE-STATUS
017700         GO TO 1000-FATAL-EXIT
017800     END-IF.
017810     OPEN INPUT  CAL-MSTR.
017820     IF WS-CAL-MSTR-STATUS NOT = "00"
017830         MOVE "CALMSTR" TO WS-FATAL-FILE-ID
017840         MOVE WS-CAL-MSTR-STATUS TO WS-FATAL-FILE-STATUS
017850         GO TO 1000-FATAL-EXIT
017860     END-IF.
017870     PERFORM 1200-LOAD-ONE-HOLIDAY THRU 1200-EXIT
017880         UNTIL CAL-MSTR-EOF.
017890     CLOSE CAL-MSTR.
017900     GO TO 1000-EXIT.
018000 1000-FATAL-EXIT.
018100     DISPLAY "TRNDRPT - UNABLE TO OPEN " WS-FATAL-FILE-ID
018600     EXIT.
018700
018800*-----------------------------------------------------------------
018900* 1100-LOAD-HISTORY -- KEEP THE MOST RECENT 62 RUNS, SLIDING
019000* THE OLDEST OFF THE FRONT WHEN THE TABLE IS FULL
019100*-----------------------------------------------------------------
019200 1100-LOAD-HISTORY.
021600
021700 1120-STORE-ONE-ENTRY.
021800     MOVE ST-RUN-DATE     TO WS-H-RUN-DATE (WS-HIST-COUNT).
021850     PERFORM 1140-MARK-BUSINESS-DAY THRU 1140-EXIT.
021900     MOVE ST-RECORDS-READ TO WS-H-RECORDS-READ (WS-HIST-COUNT).
022000     MOVE ST-BAND-COUNT   TO WS-H-BAND-COUNT (WS-HIST-COUNT).
022100     PERFORM 1130-STORE-ONE-BAND THRU 1130-EXIT
023700 1130-EXIT.
023800     EXIT.
023900
023901*-----------------------------------------------------------------
023902* 1140-MARK-BUSINESS-DAY -- THE RUN DATE IS A BUSINESS DAY WHEN
023903* THE ONE-DAY SPAN ENDING ON IT HOLDS ONE BUSINESS DAY. A RUN
023904* DATE THAT IS NOT A DATE IS NEVER ONE.
023905*-----------------------------------------------------------------
023906 1140-MARK-BUSINESS-DAY.
023907     MOVE "N" TO WS-H-BUSINESS-DAY-SW (WS-HIST-COUNT).
023908     IF ST-RUN-DATE IS NOT NUMERIC
023909         GO TO 1140-EXIT
023910     END-IF.
023911     MOVE ST-RUN-DATE TO WS-DS-DATE.
023912     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
023913     MOVE WS-DS-SERIAL TO WS-BD-TO-SERIAL.
023914     SUBTRACT 1 FROM WS-DS-SERIAL GIVING WS-BD-FROM-SERIAL.
023915     PERFORM 5100-COUNT-BUSINESS-DAYS THRU 5100-EXIT.
023916     IF WS-BD-COUNT = 1
023917         MOVE "Y" TO WS-H-BUSINESS-DAY-SW (WS-HIST-COUNT)
023918     END-IF.
023919 1140-EXIT.
023920     EXIT.
023921
023923*-----------------------------------------------------------------
023925* 1200-LOAD-ONE-HOLIDAY -- A WEEKDAY DATE ON CALMSTR GOES INTO THE
023927* HOLIDAY TABLE. A WEEKEND DATE IS NEVER A BUSINESS DAY ANYWAY,
023929* AND KEY 99999999 IS THE RESERVED PRIMING RECORD.
023931*-----------------------------------------------------------------
023933 1200-LOAD-ONE-HOLIDAY.
023935     READ CAL-MSTR INTO WS-CAL-MSTR-DETAIL
023937         AT END
023939             SET CAL-MSTR-EOF TO TRUE
023941             GO TO 1200-EXIT
023943     END-READ.
023945     IF CA-PRIMING-RECORD
023947         GO TO 1200-EXIT
023949     END-IF.
023951     MOVE CA-CAL-DATE TO WS-DS-DATE.
023953     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
023955     DIVIDE WS-DS-SERIAL BY 7 GIVING WS-BD-QUOT
023957         REMAINDER WS-BD-DOW.
023959     IF WS-BD-DOW < 2
023961         GO TO 1200-EXIT
023963     END-IF.
023965     IF WS-HOL-COUNT = WS-HOL-MAX
023967         DISPLAY "TRNDRPT - MORE THAN " WS-HOL-MAX
023969             " HOLIDAYS ON CALMSTR -- LATER DATES IGNORED"
023971         SET CAL-MSTR-EOF TO TRUE
023973         GO TO 1200-EXIT
023975     END-IF.
023977     ADD 1 TO WS-HOL-COUNT.
023979     MOVE WS-DS-SERIAL TO WS-HOL-SERIAL (WS-HOL-COUNT).
023981 1200-EXIT.
023983     EXIT.
024000*-----------------------------------------------------------------
024100* 2000-WRITE-REPORT -- ONE TREND LINE PER BAND ON THE LATEST
024200* RUN, THEN A RECORDS-READ TREND LINE
026100     PERFORM 3000-COMPUTE-TREND THRU 3000-EXIT.
026200     MOVE "RECORDS READ" TO WS-L-LABEL.
026300     PERFORM 2200-WRITE-TREND-LINE THRU 2200-EXIT.
026316     IF NOT H-BUSINESS-DAY (WS-HIST-COUNT)
026332         MOVE "LATEST RUN IS NOT ON A BUSINESS DAY -- NOT FLAGGED"
026348             TO WS-TRND-RPT-MSG
026364         WRITE TRND-RPT-RECORD FROM WS-TRND-RPT-MSG
026380     END-IF.
026400 2000-EXIT.
026500     EXIT.
026600
028700     EXIT.
028800
028900*-----------------------------------------------------------------
029000* 3000-COMPUTE-TREND -- 7-BUSINESS-DAY AND 30-BUSINESS-DAY
029100* ROLLING AVERAGES FOR THE ITEM IN WS-TREND-CODE (OR RECORDS
029200* READ WHEN THE TREND-RECORDS-READ SWITCH IS ON) OVER THE
029300* LATEST 7 AND 30 RUNS ON BUSINESS DAYS, LATEST RUN INCLUDED
029350* WHEN IT IS ONE. RUNS ON WEEKENDS AND HOLIDAYS ARE LEFT OUT.
029400* A RUN WITHOUT THE BAND COUNTS AS ZERO -- A BAND THAT ONLY
029450* JUST APPEARED IS A SHIFT WORTH SEEING.
029500*-----------------------------------------------------------------
029600 3000-COMPUTE-TREND.
029700     MOVE 7 TO WS-WINDOW-WANT.
030200     PERFORM 3100-SUM-WINDOW THRU 3100-EXIT.
030233     MOVE ZERO TO WS-AVG-7.
030266     IF WS-WINDOW-N > ZERO
030300         DIVIDE WS-WINDOW-SUM BY WS-WINDOW-N GIVING WS-AVG-7
030350     END-IF.
030400     MOVE 30 TO WS-WINDOW-WANT.
030900     PERFORM 3100-SUM-WINDOW THRU 3100-EXIT.
030933     MOVE ZERO TO WS-AVG-30.
030966     IF WS-WINDOW-N > ZERO
031000         DIVIDE WS-WINDOW-SUM BY WS-WINDOW-N GIVING WS-AVG-30
031050     END-IF.
031100 3000-EXIT.
031200     EXIT.
031300
031316*-----------------------------------------------------------------
031332* 3100-SUM-WINDOW -- WALK BACK FROM THE LATEST RUN UNTIL
031348* WS-WINDOW-WANT BUSINESS-DAY RUNS ARE SUMMED OR THE TABLE
031364* RUNS OUT
031380*-----------------------------------------------------------------
031400 3100-SUM-WINDOW.
031500     MOVE ZERO TO WS-WINDOW-SUM.
031600     MOVE ZERO TO WS-WINDOW-N.
031700     PERFORM 3200-SUM-ONE-ENTRY THRU 3200-EXIT
031800         VARYING WS-HIST-SUB FROM WS-HIST-COUNT BY -1
031900         UNTIL WS-HIST-SUB < 1
031950            OR WS-WINDOW-N = WS-WINDOW-WANT.
032000 3100-EXIT.
032100     EXIT.
032200
032300 3200-SUM-ONE-ENTRY.
032325     IF NOT H-BUSINESS-DAY (WS-HIST-SUB)
032350         GO TO 3200-EXIT
032375     END-IF.
032400     ADD 1 TO WS-WINDOW-N.
032500     IF TREND-RECORDS-READ
032600         ADD WS-H-RECORDS-READ (WS-HIST-SUB) TO WS-WINDOW-SUM
034500
034600*-----------------------------------------------------------------
034700* 3300-SET-FLAG -- FLAG A SHIFT OF MORE THAN THE TOLERANCE
034800* PERCENT FROM THE 7-BUSINESS-DAY AVERAGE. A LATEST RUN ON A
034850* WEEKEND OR HOLIDAY IS NEVER FLAGGED.
034900*-----------------------------------------------------------------
035000 3300-SET-FLAG.
035100     MOVE SPACES TO WS-L-FLAG.
035125     IF NOT H-BUSINESS-DAY (WS-HIST-COUNT)
035150         GO TO 3300-EXIT
035175     END-IF.
035200     IF WS-TONIGHT-CNT > WS-AVG-7
035300         SUBTRACT WS-AVG-7 FROM WS-TONIGHT-CNT
035400             GIVING WS-DEVIATION
036400 3300-EXIT.
036500     EXIT.
036600
036601*-----------------------------------------------------------------
036602* 5000-DATE-TO-SERIAL -- YYYYMMDD IN WS-DS-DATE TO A SERIAL
036603* DAY COUNT IN WS-DS-SERIAL, MARCH-BASED SO THE LEAP DAY
036604* FALLS AT YEAR END
036605*-----------------------------------------------------------------
036606 5000-DATE-TO-SERIAL.
036607     IF WS-DS-MM > 2
036608         MOVE WS-DS-YYYY TO WS-DS-Y
036609         MOVE WS-DS-MM   TO WS-DS-M
036610     ELSE
036611         SUBTRACT 1 FROM WS-DS-YYYY GIVING WS-DS-Y
036612         ADD 12 TO WS-DS-MM GIVING WS-DS-M
036613     END-IF.
036614     COMPUTE WS-DS-T1 = WS-DS-Y * 365.
036615     DIVIDE WS-DS-Y BY 4 GIVING WS-DS-T2.
036616     DIVIDE WS-DS-Y BY 100 GIVING WS-DS-T3.
036617     DIVIDE WS-DS-Y BY 400 GIVING WS-DS-T4.
036618     COMPUTE WS-DS-SERIAL =
036619         WS-DS-T1 + WS-DS-T2 - WS-DS-T3 + WS-DS-T4.
036620     COMPUTE WS-DS-T1 = 306 * (WS-DS-M + 1).
036621     DIVIDE WS-DS-T1 BY 10 GIVING WS-DS-T2.
036622     COMPUTE WS-DS-SERIAL =
036623         WS-DS-SERIAL + WS-DS-T2 + WS-DS-DD.
036624 5000-EXIT.
036625     EXIT.
036626
036627*-----------------------------------------------------------------
036628* 5100-COUNT-BUSINESS-DAYS -- THE BUSINESS DAYS AFTER SERIAL DAY
036629* WS-BD-FROM-SERIAL UP TO AND INCLUDING WS-BD-TO-SERIAL, INTO
036630* WS-BD-COUNT: FIVE FOR EVERY WHOLE WEEK IN THE SPAN, PLUS THE
036631* WEEKDAYS AMONG THE DAYS LEFT OVER, LESS THE WEEKDAY HOLIDAYS
036632* IN THE SPAN. ZERO WHEN THE SPAN IS EMPTY.
036633*-----------------------------------------------------------------
036634 5100-COUNT-BUSINESS-DAYS.
036635     MOVE ZERO TO WS-BD-COUNT.
036636     IF WS-BD-TO-SERIAL NOT > WS-BD-FROM-SERIAL
036637         GO TO 5100-EXIT
036638     END-IF.
036639     SUBTRACT WS-BD-FROM-SERIAL FROM WS-BD-TO-SERIAL
036640         GIVING WS-BD-SPAN.
036641     DIVIDE WS-BD-SPAN BY 7 GIVING WS-BD-WEEKS
036642         REMAINDER WS-BD-DAYS-LEFT.
036643     COMPUTE WS-BD-COUNT = WS-BD-WEEKS * 5.
036644     DIVIDE WS-BD-FROM-SERIAL BY 7 GIVING WS-BD-QUOT
036645         REMAINDER WS-BD-DOW.
036646     PERFORM 5110-COUNT-ONE-DAY-LEFT THRU 5110-EXIT
036647         VARYING WS-BD-DAY-SUB FROM 1 BY 1
036648         UNTIL WS-BD-DAY-SUB > WS-BD-DAYS-LEFT.
036649     PERFORM 5120-DROP-ONE-HOLIDAY THRU 5120-EXIT
036650         VARYING WS-HOL-SUB FROM 1 BY 1
036651         UNTIL WS-HOL-SUB > WS-HOL-COUNT.
036652 5100-EXIT.
036653     EXIT.
036654
036655 5110-COUNT-ONE-DAY-LEFT.
036656     ADD 1 TO WS-BD-DOW.
036657     IF WS-BD-DOW = 7
036658         MOVE ZERO TO WS-BD-DOW
036659     END-IF.
036660     IF WS-BD-DOW > 1
036661         ADD 1 TO WS-BD-COUNT
036662     END-IF.
036663 5110-EXIT.
036664     EXIT.
036665
036666 5120-DROP-ONE-HOLIDAY.
036667     IF WS-HOL-SERIAL (WS-HOL-SUB) > WS-BD-FROM-SERIAL
036668        AND WS-HOL-SERIAL (WS-HOL-SUB) NOT > WS-BD-TO-SERIAL
036669         SUBTRACT 1 FROM WS-BD-COUNT
036670     END-IF.
036671 5120-EXIT.
036672     EXIT.
036700*-----------------------------------------------------------------
036800* 9000-TERMINATE -- CLOSE
036900*-----------------------------------------------------------------
