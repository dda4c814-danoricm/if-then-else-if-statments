000100*-----------------------------------------------------------------
000200* CLSPURGE -- MONTHLY DORMANT-KEY PURGE OF THE CLASMSTR MASTER
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CLSPURGE.
000600 AUTHOR. DATA PROCESSING DEPT.
000700 INSTALLATION. MAIN STREET BATCH CENTER.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 SECURITY. NONE.
001100*-----------------------------------------------------------------
001200* MODIFICATION HISTORY
001300* MM/DD/YY  INIT  DESCRIPTION
001400* --------  ----  -------------------------------------------
001500* 10/15/26  DLM   ORIGINAL PROGRAM -- CLASMSTR ONLY EVER GREW: A
001600*                 KEY CLASSIFIED ONCE YEARS AGO STAYED ON THE
001700*                 CLUSTER AND WAS READ BY EVERY THRSIMUL AND
001800*                 CLASVFY RUN. THIS MONTHLY RUN READS THE MASTER
001900*                 IN KEY ORDER AND MOVES EVERY KEY WHOSE
002000*                 CM-CLASS-DATE IS MORE THAN THE PRGCARD
002100*                 RETENTION PERIOD (IN DAYS) BEFORE THE AS-OF
002200*                 DATE TO THE CLSARCH DORMANT-KEY ARCHIVE
002300*                 (COPYBOOK CLSARCC), THEN DELETES IT FROM THE
002400*                 MASTER. THE PRIOR ARCHIVE GENERATION IS MERGED
002500*                 THROUGH IN KEY ORDER SO THE NEW GENERATION IS
002600*                 THE WHOLE ARCHIVE, ONE RECORD PER KEY. PRG-RPT
002700*                 PROVES MASTER RECORDS READ = KEPT + ARCHIVED
002800*                 AND ARCHIVE CARRIED + ARCHIVED = WRITTEN; A
002900*                 BREAK OR A FAILED DELETE ENDS WITH CODE 8.
003000*-----------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PRG-CARD   ASSIGN TO PRGCARD
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-PRG-CARD-STATUS.
004100     SELECT CLAS-MSTR  ASSIGN TO CLASMSTR
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS CMR-RECORD-KEY
004500         FILE STATUS IS WS-CLAS-MSTR-STATUS.
004600     SELECT ARCH-IN    ASSIGN TO ARCHIN
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-ARCH-IN-STATUS.
004900     SELECT ARCH-OUT   ASSIGN TO ARCHOUT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-ARCH-OUT-STATUS.
005200     SELECT PRG-RPT    ASSIGN TO PRGRPT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-PRG-RPT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800*-------------------------------------------------------------
005900* PRG-CARD -- RETENTION PERIOD IN DAYS (COLS 1-5) AND THE
006000* AS-OF DATE (YYYYMMDD, COLS 6-13, BLANK FOR TODAY)
006100*-------------------------------------------------------------
006200 FD  PRG-CARD
006300     RECORD CONTAINS 80 CHARACTERS
006400     DATA RECORD IS PRG-CARD-RECORD.
006500 01  PRG-CARD-RECORD.
006600     05  PC-RETAIN-DAYS          PIC X(05).
006700     05  PC-RETAIN-DAYS-N REDEFINES PC-RETAIN-DAYS
006800                                 PIC 9(05).
006900     05  PC-AS-OF-DATE           PIC X(08).
007000     05  PC-AS-OF-DATE-N REDEFINES PC-AS-OF-DATE
007100                                 PIC 9(08).
007200     05  FILLER                  PIC X(67).
007300
007400*-------------------------------------------------------------
007500* CLAS-MSTR -- KEYED CLASSIFICATION-HISTORY MASTER (VSAM KSDS),
007600* READ IN KEY ORDER AND DELETED FROM IN PLACE. ONLY THE RECORD
007700* KEY IS NAMED HERE -- SEE WS-CLAS-MSTR-DETAIL FOR THE FULL
007800* FIELDS (COPYBOOK CLASMSTC).
007900*-------------------------------------------------------------
008000 FD  CLAS-MSTR
008100     RECORD CONTAINS 80 CHARACTERS
008200     DATA RECORD IS CLAS-MSTR-RECORD.
008300 01  CLAS-MSTR-RECORD.
008400     05  CMR-RECORD-KEY          PIC 9(06).
008500     05  FILLER                  PIC X(74).
008600
008700*-------------------------------------------------------------
008800* ARCH-IN -- THE PRIOR CLSARCH GENERATION (EMPTY OR DUMMY ON
008900* THE FIRST PURGE); ARCH-OUT -- THE NEW GENERATION. BOTH ARE
009000* IN ASCENDING KEY ORDER (COPYBOOK CLSARCC).
009100*-------------------------------------------------------------
009200 FD  ARCH-IN
009300     RECORD CONTAINS 80 CHARACTERS
009400     DATA RECORD IS ARCH-IN-RECORD.
009500 01  ARCH-IN-RECORD              PIC X(80).
009600
009700 FD  ARCH-OUT
009800     RECORD CONTAINS 80 CHARACTERS
009900     DATA RECORD IS ARCH-OUT-RECORD.
010000 01  ARCH-OUT-RECORD             PIC X(80).
010100
010200*-------------------------------------------------------------
010300* PRG-RPT -- THE PURGE TOTALS AND THE TWO COUNT PROOFS
010400*-------------------------------------------------------------
010500 FD  PRG-RPT
010600     RECORD CONTAINS 80 CHARACTERS
010700     DATA RECORD IS PRG-RPT-RECORD.
010800 01  PRG-RPT-RECORD              PIC X(80).
010900
011000 WORKING-STORAGE SECTION.
011100 01  WS-CLAS-MSTR-EOF-SW          PIC X(01) VALUE "N".
011200     88  CLAS-MSTR-EOF                      VALUE "Y".
011300 01  WS-ARCH-IN-EOF-SW            PIC X(01) VALUE "N".
011400     88  ARCH-IN-EOF                        VALUE "Y".
011500 01  WS-PURGE-BROKE-SW            PIC X(01) VALUE "N".
011600     88  PURGE-BROKE                        VALUE "Y".
011700
011800 01  WS-PRG-CARD-STATUS           PIC X(02).
011900 01  WS-CLAS-MSTR-STATUS          PIC X(02).
012000 01  WS-ARCH-IN-STATUS            PIC X(02).
012100 01  WS-ARCH-OUT-STATUS           PIC X(02).
012200 01  WS-PRG-RPT-STATUS            PIC X(02).
012300
012400 01  WS-FATAL-FILE-ID             PIC X(08).
012500 01  WS-FATAL-FILE-STATUS         PIC X(02).
012600
012700 01  WS-CURRENT-DATE              PIC 9(08).
012800 01  WS-AS-OF-DATE                PIC 9(08) VALUE ZERO.
012900 01  WS-AS-OF-SERIAL              PIC 9(08) COMP VALUE ZERO.
013000 01  WS-RETAIN-DAYS               PIC 9(05) VALUE ZERO.
013100 01  WS-KEY-AGE                   PIC 9(08) COMP VALUE ZERO.
013200 01  WS-LAST-ARCH-KEY             PIC 9(06) VALUE ZERO.
013300
013400*-------------------------------------------------------------
013500* A RETENTION PERIOD SHORTER THAN THIS MANY DAYS IS TAKEN TO BE
013600* A MISPUNCHED CARD AND THE RUN IS REFUSED.
013700*-------------------------------------------------------------
013800 01  WS-MIN-RETAIN-DAYS           PIC 9(05) VALUE 180.
013900
014000*-------------------------------------------------------------
014100* DATE-TO-SERIAL-DAY CONVERSION (MARCH-BASED CIVIL CALENDAR),
014200* THE SAME ARITHMETIC SUSPAGE USES
014300*-------------------------------------------------------------
014400 01  WS-DATE-WORK.
014500     05  WS-DS-DATE              PIC 9(08) VALUE ZERO.
014600     05  WS-DS-DATE-R REDEFINES WS-DS-DATE.
014700         10  WS-DS-YYYY          PIC 9(04).
014800         10  WS-DS-MM            PIC 9(02).
014900         10  WS-DS-DD            PIC 9(02).
015000     05  WS-DS-SERIAL            PIC 9(08) COMP VALUE ZERO.
015100     05  WS-DS-Y                 PIC 9(08) COMP VALUE ZERO.
015200     05  WS-DS-M                 PIC 9(02) COMP VALUE ZERO.
015300     05  WS-DS-T1                PIC 9(08) COMP VALUE ZERO.
015400     05  WS-DS-T2                PIC 9(08) COMP VALUE ZERO.
015500     05  WS-DS-T3                PIC 9(08) COMP VALUE ZERO.
015600     05  WS-DS-T4                PIC 9(08) COMP VALUE ZERO.
015700
015800*-------------------------------------------------------------
015900* COUNTERS
016000*-------------------------------------------------------------
016100 01  WS-COUNTERS.
016200     05  WS-MSTR-READ-CNT        PIC 9(08) COMP VALUE ZERO.
016300     05  WS-KEPT-CNT             PIC 9(08) COMP VALUE ZERO.
016400     05  WS-KEPT-UNDATED-CNT     PIC 9(08) COMP VALUE ZERO.
016500     05  WS-ARCHIVED-CNT         PIC 9(08) COMP VALUE ZERO.
016600     05  WS-DELETE-FAIL-CNT      PIC 9(08) COMP VALUE ZERO.
016700     05  WS-ARCH-IN-CNT          PIC 9(08) COMP VALUE ZERO.
016800     05  WS-ARCH-CARRIED-CNT     PIC 9(08) COMP VALUE ZERO.
016900     05  WS-ARCH-REPLACED-CNT    PIC 9(08) COMP VALUE ZERO.
017000     05  WS-ARCH-SEQ-ERR-CNT     PIC 9(08) COMP VALUE ZERO.
017100     05  WS-ARCH-WRITTEN-CNT     PIC 9(08) COMP VALUE ZERO.
017200     05  WS-PROOF-CNT            PIC 9(08) COMP VALUE ZERO.
017300
017400*-------------------------------------------------------------
017500* CLAS-MSTR -- NAMED FIELDS FOR THE CLASSIFICATION MASTER
017600* RECORD (COPYBOOK CLASMSTC)
017700*-------------------------------------------------------------
017800 01  WS-CLAS-MSTR-DETAIL.
017900     COPY CLASMSTC.
018000
018100*-------------------------------------------------------------
018200* ARCHIVE RECORDS -- THE ONE BEING WRITTEN (AR-) AND THE PRIOR
018300* GENERATION'S RECORD IN HAND (AI-), BOTH COPYBOOK CLSARCC
018400*-------------------------------------------------------------
018500 01  WS-ARCH-DETAIL.
018600     COPY CLSARCC.
018700
018800 01  WS-ARCH-IN-DETAIL.
018900     COPY CLSARCC REPLACING LEADING ==AR-== BY ==AI-==.
019000
019100*-------------------------------------------------------------
019200* PRG-RPT PRINT LINES
019300*-------------------------------------------------------------
019400 01  WS-PRG-RPT-HEADING-1.
019500     05  FILLER                  PIC X(30)
019600         VALUE "CLASMSTR DORMANT-KEY PURGE".
019700     05  FILLER                  PIC X(07) VALUE "AS OF".
019800     05  WS-H-AS-OF-DATE         PIC 9(08).
019900     05  FILLER                  PIC X(17)
020000         VALUE "  RETENTION DAYS".
020100     05  WS-H-RETAIN-DAYS        PIC ZZZZ9.
020200     05  FILLER                  PIC X(13) VALUE SPACES.
020300
020400 01  WS-PRG-RPT-TOTAL.
020500     05  WS-T-LABEL              PIC X(37).
020600     05  FILLER                  PIC X(05) VALUE SPACES.
020700     05  WS-T-COUNT              PIC ----,---,--9.
020800     05  FILLER                  PIC X(26) VALUE SPACES.
020900
021000 01  WS-PRG-CHECK-LINE.
021100     05  WS-C-TEXT               PIC X(40).
021200     05  WS-C-LHS                PIC ZZZZZZZ9.
021300     05  FILLER                  PIC X(03) VALUE " = ".
021400     05  WS-C-RHS                PIC ZZZZZZZ9.
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  WS-C-FLAG               PIC X(11).
021700     05  FILLER                  PIC X(08) VALUE SPACES.
021800
021900 01  WS-PRG-RPT-MSG              PIC X(80).
022000
022100 PROCEDURE DIVISION.
022200*-----------------------------------------------------------------
022300* 0000-MAINLINE
022400*-----------------------------------------------------------------
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022700     PERFORM 2000-PURGE-ONE-MASTER THRU 2000-EXIT
022800         UNTIL CLAS-MSTR-EOF.
022900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023000     STOP RUN.
023100
023200*-----------------------------------------------------------------
023300* 1000-INITIALIZE -- RESOLVE THE PURGE CARD, OPEN FILES, AND
023400* READ THE FIRST RECORD OF THE PRIOR ARCHIVE
023500*-----------------------------------------------------------------
023600 1000-INITIALIZE.
023700     OPEN INPUT PRG-CARD.
023800     IF WS-PRG-CARD-STATUS NOT = "00"
023900         MOVE "PRGCARD" TO WS-FATAL-FILE-ID
024000         MOVE WS-PRG-CARD-STATUS TO WS-FATAL-FILE-STATUS
024100         GO TO 1000-FATAL-EXIT
024200     END-IF.
024300     READ PRG-CARD
024400         AT END
024500             DISPLAY "CLSPURGE - PURGE CARD MISSING"
024600             MOVE 8 TO RETURN-CODE
024700             STOP RUN
024800     END-READ.
024900     CLOSE PRG-CARD.
025000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025100     IF PC-RETAIN-DAYS NOT NUMERIC
025200         DISPLAY "CLSPURGE - RETENTION DAYS INVALID: "
025300             PC-RETAIN-DAYS
025400         MOVE 8 TO RETURN-CODE
025500         STOP RUN
025600     END-IF.
025700     MOVE PC-RETAIN-DAYS-N TO WS-RETAIN-DAYS.
025800     IF WS-RETAIN-DAYS < WS-MIN-RETAIN-DAYS
025900         DISPLAY "CLSPURGE - RETENTION " WS-RETAIN-DAYS
026000             " DAYS IS UNDER THE " WS-MIN-RETAIN-DAYS
026100             " DAY MINIMUM"
026200         MOVE 8 TO RETURN-CODE
026300         STOP RUN
026400     END-IF.
026500     IF PC-AS-OF-DATE = SPACES
026600         MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
026700     ELSE
026800         IF PC-AS-OF-DATE NOT NUMERIC
026900            OR PC-AS-OF-DATE-N > WS-CURRENT-DATE
027000             DISPLAY "CLSPURGE - AS-OF DATE INVALID: "
027100                 PC-AS-OF-DATE
027200             MOVE 8 TO RETURN-CODE
027300             STOP RUN
027400         END-IF
027500         MOVE PC-AS-OF-DATE-N TO WS-AS-OF-DATE
027600     END-IF.
027700     MOVE WS-AS-OF-DATE TO WS-DS-DATE.
027800     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
027900     MOVE WS-DS-SERIAL TO WS-AS-OF-SERIAL.
028000     OPEN I-O CLAS-MSTR.
028100     IF WS-CLAS-MSTR-STATUS NOT = "00"
028200        AND WS-CLAS-MSTR-STATUS NOT = "05"
028300         MOVE "CLASMSTR" TO WS-FATAL-FILE-ID
028400         MOVE WS-CLAS-MSTR-STATUS TO WS-FATAL-FILE-STATUS
028500         GO TO 1000-FATAL-EXIT
028600     END-IF.
028700     OPEN INPUT ARCH-IN.
028800     IF WS-ARCH-IN-STATUS NOT = "00"
028900         MOVE "ARCHIN" TO WS-FATAL-FILE-ID
029000         MOVE WS-ARCH-IN-STATUS TO WS-FATAL-FILE-STATUS
029100         GO TO 1000-FATAL-EXIT
029200     END-IF.
029300     OPEN OUTPUT ARCH-OUT.
029400     IF WS-ARCH-OUT-STATUS NOT = "00"
029500         MOVE "ARCHOUT" TO WS-FATAL-FILE-ID
029600         MOVE WS-ARCH-OUT-STATUS TO WS-FATAL-FILE-STATUS
029700         GO TO 1000-FATAL-EXIT
029800     END-IF.
029900     OPEN OUTPUT PRG-RPT.
030000     IF WS-PRG-RPT-STATUS NOT = "00"
030100         MOVE "PRGRPT" TO WS-FATAL-FILE-ID
030200         MOVE WS-PRG-RPT-STATUS TO WS-FATAL-FILE-STATUS
030300         GO TO 1000-FATAL-EXIT
030400     END-IF.
030500     PERFORM 2900-READ-ARCH-IN THRU 2900-EXIT.
030600     MOVE WS-AS-OF-DATE  TO WS-H-AS-OF-DATE.
030700     MOVE WS-RETAIN-DAYS TO WS-H-RETAIN-DAYS.
030800     WRITE PRG-RPT-RECORD FROM WS-PRG-RPT-HEADING-1.
030900     GO TO 1000-EXIT.
031000 1000-FATAL-EXIT.
031100     DISPLAY "CLSPURGE - UNABLE TO OPEN " WS-FATAL-FILE-ID
031200         " FILE STATUS " WS-FATAL-FILE-STATUS.
031300     MOVE 16 TO RETURN-CODE.
031400     STOP RUN.
031500 1000-EXIT.
031600     EXIT.
031700
031800*-----------------------------------------------------------------
031900* 2000-PURGE-ONE-MASTER -- AGE ONE MASTER RECORD. A KEY LAST
032000* CLASSIFIED MORE THAN THE RETENTION PERIOD BEFORE THE AS-OF
032100* DATE IS DELETED AND ARCHIVED; ANY OTHER KEY IS KEPT. THE
032200* RESERVED PRIMING KEY 999999 IS PASSED BY AND NOT COUNTED; A
032300* RECORD WITH NO USABLE CLASS DATE IS KEPT.
032400*-----------------------------------------------------------------
032500 2000-PURGE-ONE-MASTER.
032600     READ CLAS-MSTR NEXT RECORD INTO WS-CLAS-MSTR-DETAIL
032700         AT END
032800             SET CLAS-MSTR-EOF TO TRUE
032900             GO TO 2000-EXIT
033000     END-READ.
033100     IF CM-RECORD-KEY = 999999
033200         GO TO 2000-EXIT
033300     END-IF.
033400     ADD 1 TO WS-MSTR-READ-CNT.
033500     IF CM-CLASS-DATE NOT NUMERIC
033600        OR CM-CLASS-DATE = ZERO
033700         ADD 1 TO WS-KEPT-CNT
033800         ADD 1 TO WS-KEPT-UNDATED-CNT
033900         GO TO 2000-EXIT
034000     END-IF.
034100     MOVE CM-CLASS-DATE TO WS-DS-DATE.
034200     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
034300     IF WS-AS-OF-SERIAL > WS-DS-SERIAL
034400         SUBTRACT WS-DS-SERIAL FROM WS-AS-OF-SERIAL
034500             GIVING WS-KEY-AGE
034600     ELSE
034700         MOVE ZERO TO WS-KEY-AGE
034800     END-IF.
034900     IF WS-KEY-AGE NOT > WS-RETAIN-DAYS
035000         ADD 1 TO WS-KEPT-CNT
035100         GO TO 2000-EXIT
035200     END-IF.
035300     DELETE CLAS-MSTR RECORD.
035400     IF WS-CLAS-MSTR-STATUS NOT = "00"
035500         ADD 1 TO WS-KEPT-CNT
035600         ADD 1 TO WS-DELETE-FAIL-CNT
035700         DISPLAY "CLSPURGE - CLASMSTR DELETE FAILED KEY "
035800             CM-RECORD-KEY " STATUS " WS-CLAS-MSTR-STATUS
035900         GO TO 2000-EXIT
036000     END-IF.
036100     PERFORM 2100-ARCHIVE-ONE-KEY THRU 2100-EXIT.
036200 2000-EXIT.
036300     EXIT.
036400
036500*-----------------------------------------------------------------
036600* 2100-ARCHIVE-ONE-KEY -- CARRY FORWARD EVERY PRIOR ARCHIVE
036700* RECORD BELOW THIS KEY, DROP A PRIOR RECORD FOR THIS SAME KEY
036800* (PURGED BEFORE, REINSTATED SINCE, NOW PURGED AGAIN), THEN
036900* WRITE THE KEY'S MASTER IMAGE WITH TODAY'S PURGE DATE
037000*-----------------------------------------------------------------
037100 2100-ARCHIVE-ONE-KEY.
037200     PERFORM 2200-CARRY-ONE-ARCHIVE THRU 2200-EXIT
037300         UNTIL ARCH-IN-EOF
037400            OR AI-RECORD-KEY NOT < CM-RECORD-KEY.
037500     IF NOT ARCH-IN-EOF
037600        AND AI-RECORD-KEY = CM-RECORD-KEY
037700         ADD 1 TO WS-ARCH-REPLACED-CNT
037800         PERFORM 2900-READ-ARCH-IN THRU 2900-EXIT
037900     END-IF.
038000     MOVE SPACES           TO WS-ARCH-DETAIL.
038100     MOVE CM-RECORD-KEY    TO AR-RECORD-KEY.
038200     MOVE CM-X-VALUE       TO AR-X-VALUE.
038300     MOVE CM-BRANCH-CODE   TO AR-BRANCH-CODE.
038400     MOVE CM-CLASS-DATE    TO AR-CLASS-DATE.
038500     MOVE CM-SOURCE-SYSTEM TO AR-SOURCE-SYSTEM.
038600     MOVE CM-DECISION-TYPE TO AR-DECISION-TYPE.
038700     MOVE WS-CURRENT-DATE  TO AR-PURGE-DATE.
038800     WRITE ARCH-OUT-RECORD FROM WS-ARCH-DETAIL.
038900     ADD 1 TO WS-ARCHIVED-CNT.
039000     ADD 1 TO WS-ARCH-WRITTEN-CNT.
039100 2100-EXIT.
039200     EXIT.
039300
039400 2200-CARRY-ONE-ARCHIVE.
039500     WRITE ARCH-OUT-RECORD FROM WS-ARCH-IN-DETAIL.
039600     ADD 1 TO WS-ARCH-CARRIED-CNT.
039700     ADD 1 TO WS-ARCH-WRITTEN-CNT.
039800     PERFORM 2900-READ-ARCH-IN THRU 2900-EXIT.
039900 2200-EXIT.
040000     EXIT.
040100
040200*-----------------------------------------------------------------
040300* 2900-READ-ARCH-IN -- NEXT PRIOR ARCHIVE RECORD. ONE OUT OF
040400* ASCENDING KEY ORDER (OR A DUPLICATE) CANNOT BE MERGED; IT IS
040500* DROPPED, NOTED ON SYSOUT, AND BREAKS THE ARCHIVE PROOF.
040600*-----------------------------------------------------------------
040700 2900-READ-ARCH-IN.
040800     READ ARCH-IN INTO WS-ARCH-IN-DETAIL
040900         AT END
041000             SET ARCH-IN-EOF TO TRUE
041100             GO TO 2900-EXIT
041200     END-READ.
041300     ADD 1 TO WS-ARCH-IN-CNT.
041400     IF WS-ARCH-IN-CNT > 1
041500        AND AI-RECORD-KEY NOT > WS-LAST-ARCH-KEY
041600         ADD 1 TO WS-ARCH-SEQ-ERR-CNT
041700         DISPLAY "CLSPURGE - ARCHIVE OUT OF SEQUENCE KEY "
041800             AI-RECORD-KEY " DROPPED"
041900         GO TO 2900-READ-ARCH-IN
042000     END-IF.
042100     MOVE AI-RECORD-KEY TO WS-LAST-ARCH-KEY.
042200 2900-EXIT.
042300     EXIT.
042400
042500*-----------------------------------------------------------------
042600* 5000-DATE-TO-SERIAL -- YYYYMMDD IN WS-DS-DATE TO A SERIAL
042700* DAY COUNT IN WS-DS-SERIAL, MARCH-BASED SO THE LEAP DAY
042800* FALLS AT YEAR END
042900*-----------------------------------------------------------------
043000 5000-DATE-TO-SERIAL.
043100     IF WS-DS-MM > 2
043200         MOVE WS-DS-YYYY TO WS-DS-Y
043300         MOVE WS-DS-MM   TO WS-DS-M
043400     ELSE
043500         SUBTRACT 1 FROM WS-DS-YYYY GIVING WS-DS-Y
043600         ADD 12 TO WS-DS-MM GIVING WS-DS-M
043700     END-IF.
043800     COMPUTE WS-DS-T1 = WS-DS-Y * 365.
043900     DIVIDE WS-DS-Y BY 4 GIVING WS-DS-T2.
044000     DIVIDE WS-DS-Y BY 100 GIVING WS-DS-T3.
044100     DIVIDE WS-DS-Y BY 400 GIVING WS-DS-T4.
044200     COMPUTE WS-DS-SERIAL =
044300         WS-DS-T1 + WS-DS-T2 - WS-DS-T3 + WS-DS-T4.
044400     COMPUTE WS-DS-T1 = 306 * (WS-DS-M + 1).
044500     DIVIDE WS-DS-T1 BY 10 GIVING WS-DS-T2.
044600     COMPUTE WS-DS-SERIAL =
044700         WS-DS-SERIAL + WS-DS-T2 + WS-DS-DD.
044800 5000-EXIT.
044900     EXIT.
045000
045100*-----------------------------------------------------------------
045200* 9000-TERMINATE -- CARRY THE REST OF THE PRIOR ARCHIVE, PRINT
045300* THE TOTALS AND THE TWO PROOFS, SET THE CONDITION CODE, CLOSE
045400*-----------------------------------------------------------------
045500 9000-TERMINATE.
045600     PERFORM 2200-CARRY-ONE-ARCHIVE THRU 2200-EXIT
045700         UNTIL ARCH-IN-EOF.
045800     MOVE "MASTER RECORDS READ (EX PRIMING)" TO WS-T-LABEL.
045900     MOVE WS-MSTR-READ-CNT                   TO WS-T-COUNT.
046000     WRITE PRG-RPT-RECORD FROM WS-PRG-RPT-TOTAL.
046100     MOVE "KEYS KEPT ON THE MASTER"          TO WS-T-LABEL.
046200     MOVE WS-KEPT-CNT                        TO WS-T-COUNT.
046300     WRITE PRG-RPT-RECORD FROM WS-PRG-RPT-TOTAL.
046400     MOVE "  OF WHICH NO CLASS DATE"         TO WS-T-LABEL.
046500     MOVE WS-KEPT-UNDATED-CNT                TO WS-T-COUNT.
046600     WRITE PRG-RPT-RECORD FROM WS-PRG-RPT-TOTAL.
046700     MOVE "  OF WHICH DELETE FAILED"         TO WS-T-LABEL.
046800     MOVE WS-DELETE-FAIL-CNT                 TO WS-T-COUNT.
046900     WRITE PRG-RPT-RECORD FROM WS-PRG-RPT-TOTAL.
047000     MOVE "KEYS ARCHIVED AND DELETED"        TO WS-T-LABEL.
047100     MOVE WS-ARCHIVED-CNT                    TO WS-T-COUNT.
047200     WRITE PRG-RPT-RECORD FROM WS-PRG-RPT-TOTAL.
047300     MOVE "PRIOR ARCHIVE RECORDS READ"       TO WS-T-LABEL.
047400     MOVE WS-ARCH-IN-CNT                     TO WS-T-COUNT.
047500     WRITE PRG-RPT-RECORD FROM WS-PRG-RPT-TOTAL.
047600     MOVE "  CARRIED FORWARD"                TO WS-T-LABEL.
047700     MOVE WS-ARCH-CARRIED-CNT                TO WS-T-COUNT.
047800     WRITE PRG-RPT-RECORD FROM WS-PRG-RPT-TOTAL.
047900     MOVE "  REPLACED BY A NEW PURGE"        TO WS-T-LABEL.
048000     MOVE WS-ARCH-REPLACED-CNT               TO WS-T-COUNT.
048100     WRITE PRG-RPT-RECORD FROM WS-PRG-RPT-TOTAL.
048200     MOVE "  DROPPED OUT OF SEQUENCE"        TO WS-T-LABEL.
048300     MOVE WS-ARCH-SEQ-ERR-CNT                TO WS-T-COUNT.
048400     WRITE PRG-RPT-RECORD FROM WS-PRG-RPT-TOTAL.
048500     MOVE "ARCHIVE RECORDS WRITTEN"          TO WS-T-LABEL.
048600     MOVE WS-ARCH-WRITTEN-CNT                TO WS-T-COUNT.
048700     WRITE PRG-RPT-RECORD FROM WS-PRG-RPT-TOTAL.
048800     MOVE "MASTER READ = KEPT + ARCHIVED"    TO WS-C-TEXT.
048900     MOVE WS-MSTR-READ-CNT                   TO WS-C-LHS.
049000     ADD WS-KEPT-CNT WS-ARCHIVED-CNT GIVING WS-PROOF-CNT.
049100     MOVE WS-PROOF-CNT                       TO WS-C-RHS.
049200     PERFORM 9100-JUDGE-ONE-PROOF THRU 9100-EXIT.
049300     MOVE "ARCHIVE WRITTEN = CARRIED + ARCHIVED" TO WS-C-TEXT.
049400     MOVE WS-ARCH-WRITTEN-CNT                TO WS-C-LHS.
049500     ADD WS-ARCH-CARRIED-CNT WS-ARCHIVED-CNT GIVING WS-PROOF-CNT.
049600     MOVE WS-PROOF-CNT                       TO WS-C-RHS.
049700     PERFORM 9100-JUDGE-ONE-PROOF THRU 9100-EXIT.
049800     IF WS-DELETE-FAIL-CNT > ZERO
049900        OR WS-ARCH-SEQ-ERR-CNT > ZERO
050000         SET PURGE-BROKE TO TRUE
050100     END-IF.
050200     IF PURGE-BROKE
050300         MOVE "** PURGE DID NOT BALANCE -- SEE SYSOUT **"
050400             TO WS-PRG-RPT-MSG
050500         WRITE PRG-RPT-RECORD FROM WS-PRG-RPT-MSG
050600         MOVE 8 TO RETURN-CODE
050700     END-IF.
050800     DISPLAY "CLSPURGE - AS OF " WS-AS-OF-DATE
050900         " READ " WS-MSTR-READ-CNT
051000         " KEPT " WS-KEPT-CNT
051100         " ARCHIVED " WS-ARCHIVED-CNT
051200         " CONDITION CODE " RETURN-CODE.
051300     CLOSE CLAS-MSTR ARCH-IN ARCH-OUT PRG-RPT.
051400 9000-EXIT.
051500     EXIT.
051600
051700 9100-JUDGE-ONE-PROOF.
051800     IF WS-C-LHS = WS-C-RHS
051900         MOVE "OK" TO WS-C-FLAG
052000     ELSE
052100         MOVE "** BREAK **" TO WS-C-FLAG
052200         SET PURGE-BROKE TO TRUE
052300     END-IF.
052400     WRITE PRG-RPT-RECORD FROM WS-PRG-CHECK-LINE.
052500 9100-EXIT.
052600     EXIT.
