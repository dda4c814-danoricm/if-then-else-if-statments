002900*                 SCHEDULER RAISES IT, NOT THE INVOICE DESK.
002910* 09/03/26  DLM   HASH TOTALS WIDENED TO 9(11)V99 IN STEP
002920*                 WITH THE 9(05)V99 X VALUES THEY SUM.
002931* 10/15/26  DLM   AGES ARE NOW COUNTED IN BUSINESS DAYS FROM
002942*                 THE CALMSTR CALENDAR (COPYBOOK CALMSTC) -- THE
002953*                 WEEKDAYS AFTER THE RUN DATE UP TO TODAY THAT
002964*                 ARE NOT HOLIDAYS. THE ALLOWANCE IS A FLAT ONE
002975*                 BUSINESS DAY, REPLACING THE FRIDAY/SATURDAY
002986*                 RULE, SO A HOLIDAY MONDAY NO LONGER BREACHES.
003000*-----------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
004400     SELECT ACK-RPT    ASSIGN TO ACKRPT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-ACK-RPT-STATUS.
004616     SELECT CAL-MSTR   ASSIGN TO CALMSTR
004632         ORGANIZATION IS INDEXED
004648         ACCESS MODE IS SEQUENTIAL
004664         RECORD KEY IS CAL-DATE-KEY
004680         FILE STATUS IS WS-CAL-MSTR-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
007800     DATA RECORD IS ACK-RPT-RECORD.
007900 01  ACK-RPT-RECORD              PIC X(80).
008000
008007*-------------------------------------------------------------
008014* CAL-MSTR -- KEYED BUSINESS-DAY CALENDAR (VSAM KSDS), READ
008021* STRAIGHT THROUGH FOR ITS WEEKDAY HOLIDAYS. ONLY THE DATE IS
008028* NAMED HERE -- SEE WS-CAL-MSTR-DETAIL FOR THE FULL FIELDS
008035* (COPYBOOK CALMSTC).
008042*-------------------------------------------------------------
008049 FD  CAL-MSTR
008056     RECORD CONTAINS 80 CHARACTERS
008063     DATA RECORD IS CAL-MSTR-RECORD.
008070 01  CAL-MSTR-RECORD.
008077     05  CAL-DATE-KEY            PIC 9(08).
008084     05  FILLER                  PIC X(72).
008100 WORKING-STORAGE SECTION.
008200 01  WS-EXTR-IN-EOF-SW            PIC X(01) VALUE "N".
008300     88  EXTR-IN-EOF                        VALUE "Y".
008400 01  WS-ACK-IN-EOF-SW             PIC X(01) VALUE "N".
008500     88  ACK-IN-EOF                         VALUE "Y".
008533 01  WS-CAL-MSTR-EOF-SW           PIC X(01) VALUE "N".
008566     88  CAL-MSTR-EOF                       VALUE "Y".
008600
008700 01  WS-EXTR-IN-STATUS            PIC X(02).
008800 01  WS-ACK-IN-STATUS             PIC X(02).
008900 01  WS-ACK-RPT-STATUS            PIC X(02).
008950 01  WS-CAL-MSTR-STATUS           PIC X(02).
009000
009100 01  WS-FATAL-FILE-ID             PIC X(08).
009200 01  WS-FATAL-FILE-STATUS         PIC X(02).
012800         10  WS-GEN-AGE          PIC 9(04).
012900
013000*-------------------------------------------------------------
013100* AGE AND CONDITION-CODE WORK FIELDS. AGES ARE IN BUSINESS
013200* DAYS AND THE ALLOWANCE IS ONE: A FRIDAY GENERATION HAS
013300* UNTIL MONDAY, OR TUESDAY WHEN MONDAY IS A HOLIDAY.
013500*-------------------------------------------------------------
013600 01  WS-AGE-WORK.
013700     05  WS-ALLOWED-AGE          PIC 9(02) COMP VALUE 1.
016100     05  WS-DS-DOW               PIC 9(01) COMP VALUE ZERO.
016200     05  WS-DS-QUOT              PIC 9(08) COMP VALUE ZERO.
016300
016303*-------------------------------------------------------------
016306* WEEKDAY HOLIDAYS FROM CALMSTR AS SERIAL DAYS, IN DATE ORDER.
016309* A BUSINESS DAY IS A MONDAY-THROUGH-FRIDAY DATE NOT IN THIS
016312* TABLE; SATURDAY AND SUNDAY NEVER ARE.
016315*-------------------------------------------------------------
016318 01  WS-HOLIDAY-TABLE.
016321     05  WS-HOL-MAX              PIC 9(04) COMP VALUE 999.
016324     05  WS-HOL-COUNT            PIC 9(04) COMP VALUE ZERO.
016327     05  WS-HOL-SUB              PIC 9(04) COMP VALUE ZERO.
016330     05  WS-HOL-SERIAL           PIC 9(08) COMP OCCURS 999 TIMES.
016333
016336*-------------------------------------------------------------
016339* BUSINESS-DAY COUNT WORK FIELDS
016342*-------------------------------------------------------------
016345 01  WS-BUSINESS-DAY-WORK.
016348     05  WS-BD-FROM-SERIAL       PIC 9(08) COMP VALUE ZERO.
016351     05  WS-BD-TO-SERIAL         PIC 9(08) COMP VALUE ZERO.
016354     05  WS-BD-COUNT             PIC 9(08) COMP VALUE ZERO.
016357     05  WS-BD-SPAN              PIC 9(08) COMP VALUE ZERO.
016360     05  WS-BD-WEEKS             PIC 9(08) COMP VALUE ZERO.
016363     05  WS-BD-DAYS-LEFT         PIC 9(01) COMP VALUE ZERO.
016366     05  WS-BD-DAY-SUB           PIC 9(01) COMP VALUE ZERO.
016369     05  WS-BD-DOW               PIC 9(01) COMP VALUE ZERO.
016372     05  WS-BD-QUOT              PIC 9(08) COMP VALUE ZERO.
016375
016378*-------------------------------------------------------------
016381* CAL-MSTR -- NAMED FIELDS FOR THE CALENDAR RECORD
016384* (COPYBOOK CALMSTC)
016387*-------------------------------------------------------------
016390 01  WS-CAL-MSTR-DETAIL.
016393     COPY CALMSTC.
016400*-------------------------------------------------------------
016500* ACK-RPT PRINT LINES
016600*-------------------------------------------------------------
016700 01  WS-ACK-RPT-HEADING-1.
016800     05  FILLER                  PIC X(36)
016900         VALUE "CLSEXTR DELIVERY RECONCILIATION".
017000     05  FILLER                  PIC X(44)
017050         VALUE "AGES IN BUSINESS DAYS".
017100
017200 01  WS-ACK-RPT-HEADING-2.
017300     05  FILLER                  PIC X(09) VALUE "RUN DATE".
021400     STOP RUN.
021500
021600*-----------------------------------------------------------------
021700* 1000-INITIALIZE -- OPEN FILES, SET TODAY'S SERIAL DAY, LOAD
021750* THE HOLIDAYS
021800*-----------------------------------------------------------------
021900 1000-INITIALIZE.
022000     OPEN INPUT  EXTR-IN.
023500         MOVE WS-ACK-RPT-STATUS TO WS-FATAL-FILE-STATUS
023600         GO TO 1000-FATAL-EXIT
023700     END-IF.
023714     OPEN INPUT  CAL-MSTR.
023728     IF WS-CAL-MSTR-STATUS NOT = "00"
023742         MOVE "CALMSTR" TO WS-FATAL-FILE-ID
023756         MOVE WS-CAL-MSTR-STATUS TO WS-FATAL-FILE-STATUS
023770         GO TO 1000-FATAL-EXIT
023784     END-IF.
023800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
023900     MOVE WS-TODAY-DATE TO WS-DS-DATE.
024000     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
024100     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
024125     PERFORM 1100-LOAD-ONE-HOLIDAY THRU 1100-EXIT
024150         UNTIL CAL-MSTR-EOF.
024175     CLOSE CAL-MSTR.
024200     WRITE ACK-RPT-RECORD FROM WS-ACK-RPT-HEADING-1.
024300     WRITE ACK-RPT-RECORD FROM WS-ACK-RPT-HEADING-2.
024400     GO TO 1000-EXIT.
025000 1000-EXIT.
025100     EXIT.
025200
025203*-----------------------------------------------------------------
025206* 1100-LOAD-ONE-HOLIDAY -- A WEEKDAY DATE ON CALMSTR GOES INTO THE
025209* HOLIDAY TABLE. A WEEKEND DATE IS NEVER A BUSINESS DAY ANYWAY,
025212* AND KEY 99999999 IS THE RESERVED PRIMING RECORD.
025215*-----------------------------------------------------------------
025218 1100-LOAD-ONE-HOLIDAY.
025221     READ CAL-MSTR INTO WS-CAL-MSTR-DETAIL
025224         AT END
025227             SET CAL-MSTR-EOF TO TRUE
025230             GO TO 1100-EXIT
025233     END-READ.
025236     IF CA-PRIMING-RECORD
025239         GO TO 1100-EXIT
025242     END-IF.
025245     MOVE CA-CAL-DATE TO WS-DS-DATE.
025248     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
025251     DIVIDE WS-DS-SERIAL BY 7 GIVING WS-BD-QUOT
025254         REMAINDER WS-BD-DOW.
025257     IF WS-BD-DOW < 2
025260         GO TO 1100-EXIT
025263     END-IF.
025266     IF WS-HOL-COUNT = WS-HOL-MAX
025269         DISPLAY "EXTRECON - MORE THAN " WS-HOL-MAX
025272             " HOLIDAYS ON CALMSTR -- LATER DATES IGNORED"
025275         SET CAL-MSTR-EOF TO TRUE
025278         GO TO 1100-EXIT
025281     END-IF.
025284     ADD 1 TO WS-HOL-COUNT.
025287     MOVE WS-DS-SERIAL TO WS-HOL-SERIAL (WS-HOL-COUNT).
025290 1100-EXIT.
025293     EXIT.
025300*-----------------------------------------------------------------
025400* 2000-LOAD-ONE-EXTR-RECORD -- AN HDR OPENS A GENERATION ENTRY
025500* (STATUS MISSING UNTIL AN ACK ARRIVES), ITS TRL SUPPLIES THE
033800
033900*-----------------------------------------------------------------
034000* 4000-AGE-GENERATIONS -- AGE EVERY GENERATION AND PRINT ITS
034100* LINE. THE AGE IS THE BUSINESS DAYS AFTER THE RUN DATE UP TO
034150* TODAY. AN UNACKED, REJECTED, OR MISBALANCED GENERATION PAST
034200* ITS ONE-BUSINESS-DAY ALLOWANCE IS A BREACH.
034300*-----------------------------------------------------------------
034400 4000-AGE-GENERATIONS.
035100 4100-AGE-ONE-GENERATION.
035200     MOVE WS-GEN-RUN-DATE (WS-GEN-SUB) TO WS-DS-DATE.
035300     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
035400     MOVE WS-DS-SERIAL    TO WS-BD-FROM-SERIAL.
035500     MOVE WS-TODAY-SERIAL TO WS-BD-TO-SERIAL.
035600     PERFORM 5100-COUNT-BUSINESS-DAYS THRU 5100-EXIT.
035700     MOVE WS-BD-COUNT     TO WS-GEN-AGE (WS-GEN-SUB).
036900     IF WS-GEN-STATUS (WS-GEN-SUB) NOT = "ACKED"
037000         ADD 1 TO WS-OUTSTANDING-CNT
037100         IF WS-GEN-AGE (WS-GEN-SUB) > WS-ALLOWED-AGE
041100 5000-EXIT.
041200     EXIT.
041300
041302*-----------------------------------------------------------------
041304* 5100-COUNT-BUSINESS-DAYS -- THE BUSINESS DAYS AFTER SERIAL DAY
041306* WS-BD-FROM-SERIAL UP TO AND INCLUDING WS-BD-TO-SERIAL, INTO
041308* WS-BD-COUNT: FIVE FOR EVERY WHOLE WEEK IN THE SPAN, PLUS THE
041310* WEEKDAYS AMONG THE DAYS LEFT OVER, LESS THE WEEKDAY HOLIDAYS
041312* IN THE SPAN. ZERO WHEN THE SPAN IS EMPTY.
041314*-----------------------------------------------------------------
041316 5100-COUNT-BUSINESS-DAYS.
041318     MOVE ZERO TO WS-BD-COUNT.
041320     IF WS-BD-TO-SERIAL NOT > WS-BD-FROM-SERIAL
041322         GO TO 5100-EXIT
041324     END-IF.
041326     SUBTRACT WS-BD-FROM-SERIAL FROM WS-BD-TO-SERIAL
041328         GIVING WS-BD-SPAN.
041330     DIVIDE WS-BD-SPAN BY 7 GIVING WS-BD-WEEKS
041332         REMAINDER WS-BD-DAYS-LEFT.
041334     COMPUTE WS-BD-COUNT = WS-BD-WEEKS * 5.
041336     DIVIDE WS-BD-FROM-SERIAL BY 7 GIVING WS-BD-QUOT
041338         REMAINDER WS-BD-DOW.
041340     PERFORM 5110-COUNT-ONE-DAY-LEFT THRU 5110-EXIT
041342         VARYING WS-BD-DAY-SUB FROM 1 BY 1
041344         UNTIL WS-BD-DAY-SUB > WS-BD-DAYS-LEFT.
041346     PERFORM 5120-DROP-ONE-HOLIDAY THRU 5120-EXIT
041348         VARYING WS-HOL-SUB FROM 1 BY 1
041350         UNTIL WS-HOL-SUB > WS-HOL-COUNT.
041352 5100-EXIT.
041354     EXIT.
041356
041358 5110-COUNT-ONE-DAY-LEFT.
041360     ADD 1 TO WS-BD-DOW.
041362     IF WS-BD-DOW = 7
041364         MOVE ZERO TO WS-BD-DOW
041366     END-IF.
041368     IF WS-BD-DOW > 1
041370         ADD 1 TO WS-BD-COUNT
041372     END-IF.
041374 5110-EXIT.
041376     EXIT.
041378
041380 5120-DROP-ONE-HOLIDAY.
041382     IF WS-HOL-SERIAL (WS-HOL-SUB) > WS-BD-FROM-SERIAL
041384        AND WS-HOL-SERIAL (WS-HOL-SUB) NOT > WS-BD-TO-SERIAL
041386         SUBTRACT 1 FROM WS-BD-COUNT
041388     END-IF.
041390 5120-EXIT.
041392     EXIT.
041400*-----------------------------------------------------------------
041500* 9000-TERMINATE -- TOTALS, CONDITION CODE, CLOSE
041600*-----------------------------------------------------------------
