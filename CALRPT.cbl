000100*-----------------------------------------------------------------
000200* CALRPT -- COMING-YEAR BUSINESS-DAY CALENDAR REPORT
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CALRPT.
000600 AUTHOR. DATA PROCESSING DEPT.
000700 INSTALLATION. MAIN STREET BATCH CENTER.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 SECURITY. NONE.
001100*-----------------------------------------------------------------
001200* MODIFICATION HISTORY
001300* MM/DD/YY  INIT  DESCRIPTION
001400* --------  ----  -------------------------------------------
001500* 10/15/26  DLM   ORIGINAL PROGRAM -- READS THE KEYED CALMSTR
001600*                 BUSINESS-DAY CALENDAR (COPYBOOK CALMSTC) AND
001700*                 PRINTS THE COMING YEAR -- THE CURRENT MONTH AND
001800*                 THE ELEVEN AFTER IT. EVERY HOLIDAY OR CLOSED
001900*                 DATE IN THE YEAR IS LISTED WITH ITS DAY OF
002000*                 WEEK, PROCESSING FLAG, DESCRIPTION AND USER,
002100*                 THEN EACH MONTH'S CALENDAR DAYS, WEEKEND DAYS,
002200*                 HOLIDAYS, BUSINESS DAYS AND NON-PROCESSING
002300*                 DATES. A YEAR WITH NO HOLIDAY ON FILE ENDS THE
002400*                 RUN WITH CONDITION CODE 4 -- THE CALENDAR HAS
002500*                 NOT BEEN MAINTAINED.
002600*-----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CAL-MSTR   ASSIGN TO CALMSTR
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS CAL-DATE-KEY
003800         FILE STATUS IS WS-CAL-MSTR-STATUS.
003900     SELECT CAL-RPT    ASSIGN TO CALYRPT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-CAL-RPT-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500*-------------------------------------------------------------
004600* CAL-MSTR -- KEYED BUSINESS-DAY CALENDAR (VSAM KSDS), READ
004700* STRAIGHT THROUGH. ONLY THE DATE IS NAMED HERE -- SEE
004800* WS-CAL-MSTR-DETAIL FOR THE FULL FIELDS (COPYBOOK CALMSTC).
004900*-------------------------------------------------------------
005000 FD  CAL-MSTR
005100     RECORD CONTAINS 80 CHARACTERS
005200     DATA RECORD IS CAL-MSTR-RECORD.
005300 01  CAL-MSTR-RECORD.
005400     05  CAL-DATE-KEY            PIC 9(08).
005500     05  FILLER                  PIC X(72).
005600
005700*-------------------------------------------------------------
005800* CAL-RPT -- THE YEAR'S CALENDAR DATES, THEN THE MONTH TABLE
005900*-------------------------------------------------------------
006000 FD  CAL-RPT
006100     RECORD CONTAINS 80 CHARACTERS
006200     DATA RECORD IS CAL-RPT-RECORD.
006300 01  CAL-RPT-RECORD              PIC X(80).
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-CAL-MSTR-EOF-SW           PIC X(01) VALUE "N".
006700     88  CAL-MSTR-EOF                       VALUE "Y".
006800
006900 01  WS-CAL-MSTR-STATUS           PIC X(02).
007000 01  WS-CAL-RPT-STATUS            PIC X(02).
007100
007200 01  WS-FATAL-FILE-ID             PIC X(08).
007300 01  WS-FATAL-FILE-STATUS         PIC X(02).
007400
007500 01  WS-TODAY-DATE                 PIC 9(08).
007600
007700*-------------------------------------------------------------
007800* THE REPORT YEAR -- THE FIRST DAY OF THE CURRENT MONTH
007900* THROUGH THE LAST DAY OF THE TWELFTH MONTH
008000*-------------------------------------------------------------
008100 01  WS-YEAR-START-DATE            PIC 9(08) VALUE ZERO.
008200 01  WS-YEAR-END-DATE              PIC 9(08) VALUE ZERO.
008300
008400*-------------------------------------------------------------
008500* COUNTERS
008600*-------------------------------------------------------------
008700 01  WS-COUNTERS.
008800     05  WS-DATES-LISTED         PIC 9(06) COMP VALUE ZERO.
008900     05  WS-HOLIDAY-CNT          PIC 9(06) COMP VALUE ZERO.
009000     05  WS-NON-PROC-CNT         PIC 9(06) COMP VALUE ZERO.
009100     05  WS-TOT-DAYS             PIC 9(06) COMP VALUE ZERO.
009200     05  WS-TOT-WEEKEND          PIC 9(06) COMP VALUE ZERO.
009300     05  WS-TOT-BUSINESS         PIC 9(06) COMP VALUE ZERO.
009400
009500*-------------------------------------------------------------
009600* ONE ENTRY PER MONTH OF THE REPORT YEAR
009700*-------------------------------------------------------------
009800 01  WS-MONTH-TABLE.
009900     05  WS-MON-MAX              PIC 9(02) COMP VALUE 12.
010000     05  WS-MON-SUB              PIC 9(02) COMP VALUE ZERO.
010100     05  WS-MON-FOUND-SUB        PIC 9(02) COMP VALUE ZERO.
010200     05  WS-MON-WANT             PIC 9(06) VALUE ZERO.
010300     05  WS-MON-NEXT             PIC 9(06) VALUE ZERO.
010400     05  WS-MON-NEXT-R REDEFINES WS-MON-NEXT.
010500         10  WS-MON-NEXT-YYYY    PIC 9(04).
010600         10  WS-MON-NEXT-MM      PIC 9(02).
010700     05  WS-MON-ENTRY            OCCURS 12 TIMES.
010800         10  WS-MON-YYYYMM       PIC 9(06).
010900         10  WS-MON-DAYS         PIC 9(02) COMP.
011000         10  WS-MON-WEEKEND      PIC 9(02) COMP.
011100         10  WS-MON-HOLIDAYS     PIC 9(02) COMP.
011200         10  WS-MON-NON-PROC     PIC 9(02) COMP.
011300
011400 01  WS-DAY-WORK.
011500     05  WS-DAY-SUB              PIC 9(02) COMP VALUE ZERO.
011600     05  WS-DAY-DOW              PIC 9(01) COMP VALUE ZERO.
011700
011800*-------------------------------------------------------------
011900* CAL-MSTR -- NAMED FIELDS FOR THE CALENDAR RECORD
012000* (COPYBOOK CALMSTC)
012100*-------------------------------------------------------------
012200 01  WS-CAL-MSTR-DETAIL.
012300     COPY CALMSTC.
012400
012500 01  WS-CAL-DATE-R REDEFINES WS-CAL-MSTR-DETAIL.
012600     05  WS-CAL-YYYYMM           PIC 9(06).
012700     05  FILLER                  PIC X(74).
012800
012900*-------------------------------------------------------------
013000* DATE WORK AREA -- DAYS IN A MONTH, AND A SERIAL DAY COUNT
013100* THAT GIVES THE DAY OF WEEK
013200*-------------------------------------------------------------
013300 01  WS-DATE-WORK.
013400     05  WS-DS-DATE              PIC 9(08) VALUE ZERO.
013500     05  WS-DS-DATE-R REDEFINES WS-DS-DATE.
013600         10  WS-DS-YYYY          PIC 9(04).
013700         10  WS-DS-MM            PIC 9(02).
013800         10  WS-DS-DD            PIC 9(02).
013900     05  WS-DS-MONTH-DAYS        PIC 9(02) VALUE ZERO.
014000     05  WS-DS-LEAP-REM          PIC 9(04) COMP VALUE ZERO.
014100     05  WS-DS-LEAP-QUOT         PIC 9(04) COMP VALUE ZERO.
014200     05  WS-DS-SERIAL            PIC 9(08) COMP VALUE ZERO.
014300     05  WS-DS-Y                 PIC 9(08) COMP VALUE ZERO.
014400     05  WS-DS-M                 PIC 9(02) COMP VALUE ZERO.
014500     05  WS-DS-T1                PIC 9(08) COMP VALUE ZERO.
014600     05  WS-DS-T2                PIC 9(08) COMP VALUE ZERO.
014700     05  WS-DS-T3                PIC 9(08) COMP VALUE ZERO.
014800     05  WS-DS-T4                PIC 9(08) COMP VALUE ZERO.
014900     05  WS-DS-DOW               PIC 9(01) COMP VALUE ZERO.
015000     05  WS-DS-QUOT              PIC 9(08) COMP VALUE ZERO.
015100
015200 01  WS-MONTH-DAYS-LIST.
015300     05  FILLER                  PIC X(24)
015400         VALUE "312931303130313130313031".
015500 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
015600     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
015700
015800*-------------------------------------------------------------
015900* DAY NAMES BY WS-DS-DOW + 1 (SAT, SUN, MON ... FRI)
016000*-------------------------------------------------------------
016100 01  WS-DAY-NAME-LIST.
016200     05  FILLER                  PIC X(21)
016300         VALUE "SATSUNMONTUEWEDTHUFRI".
016400 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-LIST.
016500     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
016600
016700*-------------------------------------------------------------
016800* CAL-RPT PRINT LINES
016900*-------------------------------------------------------------
017000 01  WS-CAL-RPT-HEADING-1.
017100     05  FILLER                  PIC X(36)
017200         VALUE "BUSINESS-DAY CALENDAR FOR THE YEAR".
017300     05  WS-H-YEAR-START         PIC 9(08).
017400     05  FILLER                  PIC X(04) VALUE " TO ".
017500     05  WS-H-YEAR-END           PIC 9(08).
017600     05  FILLER                  PIC X(24) VALUE SPACES.
017700
017800 01  WS-CAL-RPT-HEADING-2.
017900     05  FILLER                  PIC X(09) VALUE "DATE".
018000     05  FILLER                  PIC X(04) VALUE "DAY".
018100     05  FILLER                  PIC X(10) VALUE "TYPE".
018200     05  FILLER                  PIC X(05) VALUE "PROC".
018300     05  FILLER                  PIC X(31) VALUE "DESCRIPTION".
018400     05  FILLER                  PIC X(09) VALUE "USER".
018500     05  FILLER                  PIC X(12) VALUE "CHANGED".
018600
018700 01  WS-CAL-RPT-DETAIL.
018800     05  WS-D-CAL-DATE           PIC 9(08).
018900     05  FILLER                  PIC X(01) VALUE SPACES.
019000     05  WS-D-DAY-NAME           PIC X(03).
019100     05  FILLER                  PIC X(01) VALUE SPACES.
019200     05  WS-D-DAY-TYPE           PIC X(09).
019300     05  FILLER                  PIC X(01) VALUE SPACES.
019400     05  WS-D-PROCESS            PIC X(01).
019500     05  FILLER                  PIC X(04) VALUE SPACES.
019600     05  WS-D-DESCRIPTION        PIC X(30).
019700     05  FILLER                  PIC X(01) VALUE SPACES.
019800     05  WS-D-USER-ID            PIC X(08).
019900     05  FILLER                  PIC X(01) VALUE SPACES.
020000     05  WS-D-CHANGED-DATE       PIC 9(08).
020100     05  FILLER                  PIC X(04) VALUE SPACES.
020200
020300 01  WS-CAL-RPT-MONTH-HDG.
020400     05  FILLER                  PIC X(08) VALUE "MONTH".
020500     05  FILLER                  PIC X(09) VALUE "    DAYS".
020600     05  FILLER                  PIC X(09) VALUE " WEEKEND".
020700     05  FILLER                  PIC X(09) VALUE "HOLIDAYS".
020800     05  FILLER                  PIC X(09) VALUE "BUSINESS".
020900     05  FILLER                  PIC X(09) VALUE "NON-PROC".
021000     05  FILLER                  PIC X(27) VALUE SPACES.
021100
021200 01  WS-CAL-RPT-MONTH.
021300     05  WS-M-YYYYMM             PIC 9(06).
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  WS-M-DAYS               PIC ZZZ,ZZ9.
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  WS-M-WEEKEND            PIC ZZZ,ZZ9.
021800     05  FILLER                  PIC X(02) VALUE SPACES.
021900     05  WS-M-HOLIDAYS           PIC ZZZ,ZZ9.
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  WS-M-BUSINESS           PIC ZZZ,ZZ9.
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  WS-M-NON-PROC           PIC ZZZ,ZZ9.
022400     05  FILLER                  PIC X(27) VALUE SPACES.
022500
022600 01  WS-CAL-RPT-NOTE.
022700     05  WS-N-TEXT               PIC X(80).
022800
022900 01  WS-CAL-RPT-TOTAL.
023000     05  WS-T-LABEL              PIC X(37).
023100     05  FILLER                  PIC X(05) VALUE SPACES.
023200     05  WS-T-COUNT              PIC ---,--9.
023300     05  FILLER                  PIC X(31) VALUE SPACES.
023400
023500 PROCEDURE DIVISION.
023600*-----------------------------------------------------------------
023700* 0000-MAINLINE
023800*-----------------------------------------------------------------
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024100     PERFORM 2000-PROCESS-ONE-DATE THRU 2000-EXIT
024200         UNTIL CAL-MSTR-EOF.
024300     PERFORM 3000-PRINT-MONTHS THRU 3000-EXIT.
024400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024500     STOP RUN.
024600
024700*-----------------------------------------------------------------
024800* 1000-INITIALIZE -- OPEN FILES, LAY OUT THE TWELVE MONTHS OF
024900* THE REPORT YEAR, PRINT HEADINGS
025000*-----------------------------------------------------------------
025100 1000-INITIALIZE.
025200     OPEN INPUT CAL-MSTR.
025300     IF WS-CAL-MSTR-STATUS NOT = "00"
025400         MOVE "CALMSTR" TO WS-FATAL-FILE-ID
025500         MOVE WS-CAL-MSTR-STATUS TO WS-FATAL-FILE-STATUS
025600         GO TO 1000-FATAL-EXIT
025700     END-IF.
025800     OPEN OUTPUT CAL-RPT.
025900     IF WS-CAL-RPT-STATUS NOT = "00"
026000         MOVE "CALYRPT" TO WS-FATAL-FILE-ID
026100         MOVE WS-CAL-RPT-STATUS TO WS-FATAL-FILE-STATUS
026200         GO TO 1000-FATAL-EXIT
026300     END-IF.
026400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
026500     MOVE WS-TODAY-DATE TO WS-DS-DATE.
026600     MOVE WS-DS-YYYY TO WS-MON-NEXT-YYYY.
026700     MOVE WS-DS-MM   TO WS-MON-NEXT-MM.
026800     PERFORM 1100-SIZE-ONE-MONTH THRU 1100-EXIT
026900         VARYING WS-MON-SUB FROM 1 BY 1
027000         UNTIL WS-MON-SUB > WS-MON-MAX.
027100     MOVE WS-YEAR-START-DATE TO WS-H-YEAR-START.
027200     MOVE WS-YEAR-END-DATE   TO WS-H-YEAR-END.
027300     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-HEADING-1.
027400     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-HEADING-2.
027500     GO TO 1000-EXIT.
027600 1000-FATAL-EXIT.
027700     DISPLAY "CALRPT - UNABLE TO OPEN " WS-FATAL-FILE-ID
027800         " FILE STATUS " WS-FATAL-FILE-STATUS.
027900     MOVE 16 TO RETURN-CODE.
028000     STOP RUN.
028100 1000-EXIT.
028200     EXIT.
028300
028400*-----------------------------------------------------------------
028500* 1100-SIZE-ONE-MONTH -- THE MONTH IN WS-MON-NEXT: ITS LENGTH
028600* (29 FEBRUARY IN A LEAP YEAR) AND ITS SATURDAYS AND SUNDAYS.
028700* THE FIRST MONTH SETS THE YEAR START AND EVERY MONTH MOVES THE
028800* YEAR END ON; WS-MON-NEXT IS THEN STEPPED TO THE MONTH AFTER.
028900*-----------------------------------------------------------------
029000 1100-SIZE-ONE-MONTH.
029100     MOVE WS-MON-NEXT TO WS-MON-YYYYMM (WS-MON-SUB).
029200     MOVE ZERO TO WS-MON-WEEKEND (WS-MON-SUB).
029300     MOVE ZERO TO WS-MON-HOLIDAYS (WS-MON-SUB).
029400     MOVE ZERO TO WS-MON-NON-PROC (WS-MON-SUB).
029500     MOVE WS-MON-NEXT-YYYY TO WS-DS-YYYY.
029600     MOVE WS-MON-NEXT-MM   TO WS-DS-MM.
029700     MOVE 1                TO WS-DS-DD.
029800     IF WS-MON-SUB = 1
029900         MOVE WS-DS-DATE TO WS-YEAR-START-DATE
030000     END-IF.
030100     PERFORM 5100-DAYS-IN-MONTH THRU 5100-EXIT.
030200     MOVE WS-DS-MONTH-DAYS TO WS-MON-DAYS (WS-MON-SUB).
030300     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
030400     MOVE WS-DS-DOW TO WS-DAY-DOW.
030500     PERFORM 1110-COUNT-ONE-DAY THRU 1110-EXIT
030600         VARYING WS-DAY-SUB FROM 1 BY 1
030700         UNTIL WS-DAY-SUB > WS-DS-MONTH-DAYS.
030800     MOVE WS-DS-MONTH-DAYS TO WS-DS-DD.
030900     MOVE WS-DS-DATE TO WS-YEAR-END-DATE.
031000     IF WS-MON-NEXT-MM = 12
031100         ADD 1 TO WS-MON-NEXT-YYYY
031200         MOVE 1 TO WS-MON-NEXT-MM
031300     ELSE
031400         ADD 1 TO WS-MON-NEXT-MM
031500     END-IF.
031600 1100-EXIT.
031700     EXIT.
031800
031900 1110-COUNT-ONE-DAY.
032000     IF WS-DAY-DOW < 2
032100         ADD 1 TO WS-MON-WEEKEND (WS-MON-SUB)
032200     END-IF.
032300     ADD 1 TO WS-DAY-DOW.
032400     IF WS-DAY-DOW = 7
032500         MOVE ZERO TO WS-DAY-DOW
032600     END-IF.
032700 1110-EXIT.
032800     EXIT.
032900
033000*-----------------------------------------------------------------
033100* 2000-PROCESS-ONE-DATE -- ONE CALENDAR RECORD. DATES BEFORE
033200* THE REPORT YEAR AND THE RESERVED PRIMING KEY ARE SKIPPED; THE
033300* FIRST DATE AFTER THE YEAR ENDS THE READ. A WEEKDAY ON FILE IS
033400* A HOLIDAY; A WEEKEND DATE IS ON FILE ONLY FOR ITS PROCESSING
033500* FLAG.
033600*-----------------------------------------------------------------
033700 2000-PROCESS-ONE-DATE.
033800     READ CAL-MSTR INTO WS-CAL-MSTR-DETAIL
033900         AT END
034000             SET CAL-MSTR-EOF TO TRUE
034100             GO TO 2000-EXIT
034200     END-READ.
034300     IF CA-PRIMING-RECORD
034400        OR CA-CAL-DATE < WS-YEAR-START-DATE
034500         GO TO 2000-EXIT
034600     END-IF.
034700     IF CA-CAL-DATE > WS-YEAR-END-DATE
034800         SET CAL-MSTR-EOF TO TRUE
034900         GO TO 2000-EXIT
035000     END-IF.
035100     MOVE WS-CAL-YYYYMM TO WS-MON-WANT.
035200     PERFORM 2100-FIND-MONTH THRU 2100-EXIT.
035300     MOVE CA-CAL-DATE TO WS-DS-DATE.
035400     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
035500     IF WS-DS-DOW < 2
035600         MOVE "WEEKEND"  TO WS-D-DAY-TYPE
035700     ELSE
035800         MOVE "HOLIDAY"  TO WS-D-DAY-TYPE
035900         ADD 1 TO WS-MON-HOLIDAYS (WS-MON-FOUND-SUB)
036000         ADD 1 TO WS-HOLIDAY-CNT
036100     END-IF.
036200     IF CA-NON-PROCESSING
036300         ADD 1 TO WS-MON-NON-PROC (WS-MON-FOUND-SUB)
036400         ADD 1 TO WS-NON-PROC-CNT
036500     END-IF.
036600     MOVE CA-CAL-DATE      TO WS-D-CAL-DATE.
036700     MOVE WS-DAY-NAME (WS-DS-DOW + 1) TO WS-D-DAY-NAME.
036800     MOVE CA-PROCESS-SW    TO WS-D-PROCESS.
036900     MOVE CA-DESCRIPTION   TO WS-D-DESCRIPTION.
037000     MOVE CA-USER-ID       TO WS-D-USER-ID.
037100     MOVE CA-CHANGED-DATE  TO WS-D-CHANGED-DATE.
037200     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-DETAIL.
037300     ADD 1 TO WS-DATES-LISTED.
037400 2000-EXIT.
037500     EXIT.
037600
037700 2100-FIND-MONTH.
037800     MOVE ZERO TO WS-MON-FOUND-SUB.
037900     PERFORM 2110-MATCH-ONE-MONTH THRU 2110-EXIT
038000         VARYING WS-MON-SUB FROM 1 BY 1
038100         UNTIL WS-MON-SUB > WS-MON-MAX
038200            OR WS-MON-FOUND-SUB > ZERO.
038300 2100-EXIT.
038400     EXIT.
038500
038600 2110-MATCH-ONE-MONTH.
038700     IF WS-MON-YYYYMM (WS-MON-SUB) = WS-MON-WANT
038800         MOVE WS-MON-SUB TO WS-MON-FOUND-SUB
038900     END-IF.
039000 2110-EXIT.
039100     EXIT.
039200
039300*-----------------------------------------------------------------
039400* 3000-PRINT-MONTHS -- ONE LINE PER MONTH. BUSINESS DAYS ARE
039500* THE CALENDAR DAYS LESS WEEKEND DAYS AND WEEKDAY HOLIDAYS.
039600*-----------------------------------------------------------------
039700 3000-PRINT-MONTHS.
039800     MOVE SPACES TO WS-N-TEXT.
039900     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-NOTE.
040000     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-MONTH-HDG.
040100     PERFORM 3100-PRINT-ONE-MONTH THRU 3100-EXIT
040200         VARYING WS-MON-SUB FROM 1 BY 1
040300         UNTIL WS-MON-SUB > WS-MON-MAX.
040400     MOVE SPACES TO WS-N-TEXT.
040500     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-NOTE.
040600 3000-EXIT.
040700     EXIT.
040800
040900 3100-PRINT-ONE-MONTH.
041000     MOVE WS-MON-YYYYMM (WS-MON-SUB)   TO WS-M-YYYYMM.
041100     MOVE WS-MON-DAYS (WS-MON-SUB)     TO WS-M-DAYS.
041200     MOVE WS-MON-WEEKEND (WS-MON-SUB)  TO WS-M-WEEKEND.
041300     MOVE WS-MON-HOLIDAYS (WS-MON-SUB) TO WS-M-HOLIDAYS.
041400     COMPUTE WS-M-BUSINESS = WS-MON-DAYS (WS-MON-SUB)
041500         - WS-MON-WEEKEND (WS-MON-SUB)
041600         - WS-MON-HOLIDAYS (WS-MON-SUB).
041700     MOVE WS-MON-NON-PROC (WS-MON-SUB) TO WS-M-NON-PROC.
041800     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-MONTH.
041900     ADD WS-MON-DAYS (WS-MON-SUB)    TO WS-TOT-DAYS.
042000     ADD WS-MON-WEEKEND (WS-MON-SUB) TO WS-TOT-WEEKEND.
042100     COMPUTE WS-TOT-BUSINESS = WS-TOT-BUSINESS
042200         + WS-MON-DAYS (WS-MON-SUB)
042300         - WS-MON-WEEKEND (WS-MON-SUB)
042400         - WS-MON-HOLIDAYS (WS-MON-SUB).
042500 3100-EXIT.
042600     EXIT.
042700
042800*-----------------------------------------------------------------
042900* 5000-DATE-TO-SERIAL -- YYYYMMDD IN WS-DS-DATE TO A SERIAL
043000* DAY COUNT IN WS-DS-SERIAL, MARCH-BASED SO THE LEAP DAY
043100* FALLS AT YEAR END. ALSO LEAVES THE DAY OF WEEK IN WS-DS-DOW
043200* (0=SAT 1=SUN 2=MON 3=TUE 4=WED 5=THU 6=FRI).
043300*-----------------------------------------------------------------
043400 5000-DATE-TO-SERIAL.
043500     IF WS-DS-MM > 2
043600         MOVE WS-DS-YYYY TO WS-DS-Y
043700         MOVE WS-DS-MM   TO WS-DS-M
043800     ELSE
043900         SUBTRACT 1 FROM WS-DS-YYYY GIVING WS-DS-Y
044000         ADD 12 TO WS-DS-MM GIVING WS-DS-M
044100     END-IF.
044200     COMPUTE WS-DS-T1 = WS-DS-Y * 365.
044300     DIVIDE WS-DS-Y BY 4 GIVING WS-DS-T2.
044400     DIVIDE WS-DS-Y BY 100 GIVING WS-DS-T3.
044500     DIVIDE WS-DS-Y BY 400 GIVING WS-DS-T4.
044600     COMPUTE WS-DS-SERIAL =
044700         WS-DS-T1 + WS-DS-T2 - WS-DS-T3 + WS-DS-T4.
044800     COMPUTE WS-DS-T1 = 306 * (WS-DS-M + 1).
044900     DIVIDE WS-DS-T1 BY 10 GIVING WS-DS-T2.
045000     COMPUTE WS-DS-SERIAL =
045100         WS-DS-SERIAL + WS-DS-T2 + WS-DS-DD.
045200     DIVIDE WS-DS-SERIAL BY 7 GIVING WS-DS-QUOT
045300         REMAINDER WS-DS-DOW.
045400 5000-EXIT.
045500     EXIT.
045600
045700*-----------------------------------------------------------------
045800* 5100-DAYS-IN-MONTH -- THE LENGTH OF THE MONTH IN WS-DS-MM OF
045900* YEAR WS-DS-YYYY INTO WS-DS-MONTH-DAYS (29 FEBRUARY IN A LEAP
046000* YEAR)
046100*-----------------------------------------------------------------
046200 5100-DAYS-IN-MONTH.
046300     MOVE WS-MONTH-DAYS (WS-DS-MM) TO WS-DS-MONTH-DAYS.
046400     IF WS-DS-MM = 2
046500         DIVIDE WS-DS-YYYY BY 4 GIVING WS-DS-LEAP-QUOT
046600             REMAINDER WS-DS-LEAP-REM
046700         IF WS-DS-LEAP-REM NOT = ZERO
046800             MOVE 28 TO WS-DS-MONTH-DAYS
046900         ELSE
047000             DIVIDE WS-DS-YYYY BY 400 GIVING WS-DS-LEAP-QUOT
047100                 REMAINDER WS-DS-LEAP-REM
047200             IF WS-DS-LEAP-REM NOT = ZERO
047300                 DIVIDE WS-DS-YYYY BY 100 GIVING WS-DS-LEAP-QUOT
047400                     REMAINDER WS-DS-LEAP-REM
047500                 IF WS-DS-LEAP-REM = ZERO
047600                     MOVE 28 TO WS-DS-MONTH-DAYS
047700                 END-IF
047800             END-IF
047900         END-IF
048000     END-IF.
048100 5100-EXIT.
048200     EXIT.
048300
048400*-----------------------------------------------------------------
048500* 9000-TERMINATE -- YEAR TOTALS, CONDITION CODE, CLOSE. A YEAR
048600* WITH NO HOLIDAY ON THE CALENDAR ENDS WITH CONDITION CODE 4.
048700*-----------------------------------------------------------------
048800 9000-TERMINATE.
048900     MOVE "CALENDAR DAYS IN THE YEAR"       TO WS-T-LABEL.
049000     MOVE WS-TOT-DAYS                       TO WS-T-COUNT.
049100     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-TOTAL.
049200     MOVE "  WEEKEND DAYS"                  TO WS-T-LABEL.
049300     MOVE WS-TOT-WEEKEND                    TO WS-T-COUNT.
049400     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-TOTAL.
049500     MOVE "  WEEKDAY HOLIDAYS"              TO WS-T-LABEL.
049600     MOVE WS-HOLIDAY-CNT                    TO WS-T-COUNT.
049700     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-TOTAL.
049800     MOVE "  BUSINESS DAYS"                 TO WS-T-LABEL.
049900     MOVE WS-TOT-BUSINESS                   TO WS-T-COUNT.
050000     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-TOTAL.
050100     MOVE "NON-PROCESSING DATES"            TO WS-T-LABEL.
050200     MOVE WS-NON-PROC-CNT                   TO WS-T-COUNT.
050300     WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-TOTAL.
050400     IF WS-HOLIDAY-CNT = ZERO
050500         MOVE "NO HOLIDAY ON THE CALENDAR FOR THE COMING YEAR"
050600             TO WS-N-TEXT
050700         WRITE CAL-RPT-RECORD FROM WS-CAL-RPT-NOTE
050800         MOVE 4 TO RETURN-CODE
050900     END-IF.
051000     DISPLAY "CALRPT - DATES LISTED " WS-DATES-LISTED
051100         " HOLIDAYS " WS-HOLIDAY-CNT
051200         " NON-PROCESSING " WS-NON-PROC-CNT
051300         " BUSINESS DAYS " WS-TOT-BUSINESS
051400         " CONDITION CODE " RETURN-CODE.
051500     CLOSE CAL-MSTR CAL-RPT.
051600 9000-EXIT.
051700     EXIT.
