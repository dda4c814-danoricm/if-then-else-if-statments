002770*                 THRMAINT REJECTS IT -- THE CLONE USED TO
002780*                 TRUNCATE SILENTLY AND SIMULATE AGAINST A
002790*                 SHORT RULE SET.
002791* 10/15/26  DLM   THRESH-CTL IS NOW 88 BYTES WITH RULE SETS
002792*                 KEYED BY SOURCE SYSTEM. A BAND TXN NAMES ITS
002793*                 SOURCE IN COLUMNS 55-62 (BLANK IS THE DEFAULT
002794*                 SET); A SOURCE WITH NO SET OF ITS OWN IS
002795*                 CLONED FROM THE DEFAULT, AS THRMAINT DOES.
002796*                 EACH MASTER RECORD IS CLASSIFIED UNDER ITS
002797*                 OWN SOURCE'S SET, CURRENT AND PROPOSED, ELSE
002798*                 UNDER THE DEFAULT SET.
002799* 10/15/26  DLM   OPTIONAL WATCHIN FILE -- A BNDEXPO WATCH LIST
002800*                 OF KEYS SITTING NEAR A BAND BOUND (COPYBOOK
002801*                 WCHLSTC, KEY ORDER) -- IS MATCHED AGAINST THE
002802*                 MASTER. A WATCHED KEY THAT WOULD MOVE IS MARKED
002803*                 ON ITS DETAIL LINE, AND THE TOTALS SHOW HOW MANY
002804*                 WATCHED KEYS THE PROPOSED BOUNDS WOULD MOVE.
002805*                 DD DUMMY RUNS THE SIMULATION AS BEFORE.
002852*-----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004700     SELECT SIM-RPT      ASSIGN TO SIMRPT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-SIM-RPT-STATUS.
004925     SELECT WATCH-IN     ASSIGN TO WATCHIN
004950         ORGANIZATION IS SEQUENTIAL
004975         FILE STATUS IS WS-WATCH-IN-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300*-------------------------------------------------------------
005400* THRMAINT-TXN -- THE PROPOSED MAINTENANCE ACTIONS, THE SAME
005500* CARD LAYOUT THE REAL THRMAINT JOB TAKES. ON A BAND ACTION
005525* COLUMNS 55-62 CARRY THE SOURCE SYSTEM WHOSE RULE SET IS
005550* MAINTAINED (BLANK IS THE DEFAULT SET); A T ACTION USES THE
005575* SAME COLUMNS FOR ITS TOLERANCES.
005600*-------------------------------------------------------------
005700 FD  THRMAINT-TXN
005800     RECORD CONTAINS 80 CHARACTERS
006800     05  TX-HIGH-BOUND          PIC 9(05)V99.
006900     05  TX-BAND-DESC           PIC X(30).
007000     05  TX-USER-ID             PIC X(08).
007100     05  TX-TOL-FIELDS.
007150         10  TX-TOL-CNT         PIC 9(06).
007200         10  TX-TOL-PCT         PIC 9(03).
007225     05  TX-BAND-SOURCE-FIELDS REDEFINES TX-TOL-FIELDS.
007250         10  TX-SOURCE-SYSTEM   PIC X(08).
007275         10  FILLER             PIC X(01).
007300     05  TX-EFFECTIVE-DATE      PIC X(08).
007400     05  FILLER                 PIC X(09).
007500
007600*-------------------------------------------------------------
007700* THRESH-CTL -- BAND RULES FILE, ONE RECORD PER BAND PER
007800* SOURCE AND EFFECTIVE-DATE SET. KEPT AS A FLAT PIC X(88) -- SEE
007900* WS-THRESH-CTL-DETAIL FOR THE NAMED FIELDS (COPYBOOK THRCTLC).
008000*-------------------------------------------------------------
008100 FD  THRESH-CTL
008200     RECORD CONTAINS 88 CHARACTERS
008300     DATA RECORD IS THRESH-CTL-RECORD.
008400 01  THRESH-CTL-RECORD          PIC X(88).
008500
008600*-------------------------------------------------------------
008700* CLAS-MSTR -- KEYED CLASSIFICATION-HISTORY MASTER (VSAM KSDS)
010300     RECORD CONTAINS 80 CHARACTERS
010400     DATA RECORD IS SIM-RPT-RECORD.
010500 01  SIM-RPT-RECORD              PIC X(80).
010505
010511*-------------------------------------------------------------
010522* WATCH-IN -- OPTIONAL BNDEXPO WATCH LIST, ASCENDING KEY ORDER.
010533* NAMED FIELDS ARE IN WS-WATCH-DETAIL (COPYBOOK WCHLSTC).
010544*-------------------------------------------------------------
010555 FD  WATCH-IN
010566     RECORD CONTAINS 80 CHARACTERS
010577     DATA RECORD IS WATCH-IN-RECORD.
010588 01  WATCH-IN-RECORD             PIC X(80).
010600
010700 WORKING-STORAGE SECTION.
010800 01  WS-THRMAINT-TXN-EOF-SW       PIC X(01) VALUE "N".
011300     88  CLAS-MSTR-EOF                      VALUE "Y".
011400 01  WS-TXN-REJECT-SW             PIC X(01) VALUE "N".
011500     88  TXN-REJECTED                       VALUE "Y".
011520 01  WS-WATCH-IN-EOF-SW           PIC X(01) VALUE "N".
011540     88  WATCH-IN-EOF                       VALUE "Y".
011560 01  WS-WATCHED-SW                PIC X(01) VALUE "N".
011580     88  KEY-WATCHED                        VALUE "Y".
011586 01  WS-WATCH-IN-OPEN-SW          PIC X(01) VALUE "N".
011592     88  WATCH-IN-OPEN                      VALUE "Y".
011600
011700 01  WS-THRMAINT-TXN-STATUS       PIC X(02).
011800 01  WS-THRESH-CTL-STATUS         PIC X(02).
011900 01  WS-CLAS-MSTR-STATUS          PIC X(02).
012000 01  WS-SIM-RPT-STATUS            PIC X(02).
012050 01  WS-WATCH-IN-STATUS           PIC X(02).
012100
012200 01  WS-FATAL-FILE-ID             PIC X(08).
012300 01  WS-FATAL-FILE-STATUS         PIC X(02).
013700*-------------------------------------------------------------
013800 01  WS-CLAS-MSTR-DETAIL.
013900     COPY CLASMSTC.
013908
013916*-------------------------------------------------------------
013932* WATCH-LIST RECORD -- NAMED FIELDS (COPYBOOK WCHLSTC)
013948*-------------------------------------------------------------
013964 01  WS-WATCH-DETAIL.
013980     COPY WCHLSTC.
014000
014100*-------------------------------------------------------------
014200* WORKING RULES TABLE -- EVERY BAND RECORD ON THRESH-CTL, ANY
014300* SOURCE AND EFFECTIVE DATE, MAINTAINED BY THE PROPOSED
014400* TRANSACTIONS THE SAME WAY THRMAINT MAINTAINS THE REAL FILE
014500* (CLONE ON FIRST TXN INTO A NEW SOURCE/EFFECTIVE-DATE SET)
014600*-------------------------------------------------------------
014700 01  WS-RULE-TABLE.
014800     05  WS-RUL-MAX              PIC 9(02) COMP VALUE 90.
014900     05  WS-RUL-COUNT            PIC 9(02) COMP VALUE ZERO.
015000     05  WS-RUL-SUB              PIC 9(02) COMP VALUE ZERO.
015100     05  WS-RUL-FOUND-SUB        PIC 9(02) COMP VALUE ZERO.
015200     05  WS-SHIFT-SUB            PIC 9(02) COMP VALUE ZERO.
015300     05  WS-CLONE-LIMIT          PIC 9(02) COMP VALUE ZERO.
015350     05  WS-SCAN-SUB             PIC 9(02) COMP VALUE ZERO.
015400     05  WS-RUL-ENTRY OCCURS 90 TIMES.
015450         10  WS-RUL-SOURCE       PIC X(08).
015500         10  WS-RUL-CODE         PIC X(01).
015600         10  WS-RUL-LOW          PIC 9(05)V99.
015700         10  WS-RUL-HIGH         PIC 9(05)V99.
015800         10  WS-RUL-EFF          PIC 9(08).
015900
016000*-------------------------------------------------------------
016100* EFFECTIVE-DATE RESOLUTION -- A SOURCE'S CURRENT SET IS THE
016200* ONE IN FORCE TODAY BEFORE ANY TXN; ITS PROPOSED SET IS THE
016300* ONE IN FORCE AT THE AS-OF DATE (THE LATEST TXN EFFECTIVE
016400* DATE, OR TODAY) AFTER ALL TXNS ARE APPLIED. A SOURCE WITH
016450* NO SET IN FORCE USES THE DEFAULT (BLANK-SOURCE) SET.
016500*-------------------------------------------------------------
016600 01  WS-EFF-WORK.
016700     05  WS-TXN-EFF              PIC 9(08) VALUE ZERO.
016800     05  WS-EFF-BASE             PIC 9(08) VALUE ZERO.
016801     05  WS-BASE-SRC             PIC X(08) VALUE SPACES.
016802     05  WS-EFF-SRC              PIC X(08) VALUE SPACES.
016803     05  WS-EFF-SUB              PIC 9(02) COMP VALUE ZERO.
016804     05  WS-EFF-FOUND-SW         PIC X(01) VALUE "N".
016805         88  EFF-DATE-FOUND                 VALUE "Y".
016810     05  WS-BASE-SET-CNT         PIC 9(02) COMP VALUE ZERO.
016820     05  WS-NEEDED-CNT           PIC 9(02) COMP VALUE ZERO.
016830     05  WS-SET-MAX              PIC 9(02) COMP VALUE 10.
016900     05  WS-EFF-ASOF             PIC 9(08) VALUE ZERO.
017000     05  WS-EFF-FOUND            PIC 9(08) VALUE ZERO.
017300     05  WS-SIM-ASOF             PIC 9(08) VALUE ZERO.
017400     05  WS-SET-EXISTS-SW        PIC X(01) VALUE "N".
017500         88  SET-EXISTS                     VALUE "Y".
017600
017700*-------------------------------------------------------------
017800* CURRENT AND PROPOSED CLASSIFICATION SETS WITH THEIR BUCKET
017900* COUNTS, PLUS THE NO-BAND COUNTS FOR VALUES FITTING NEITHER.
017925* EACH PICTURE HOLDS ONE SET PER SOURCE (THE DEFAULT SET UNDER
017950* A BLANK SOURCE); A SET'S BANDS ARE THE ENTRIES FIRST THRU
017975* LAST.
018000*-------------------------------------------------------------
018020 01  WS-PICTURE-LIMITS.
018040     05  WS-SET-TBL-MAX          PIC 9(02) COMP VALUE 6.
018060     05  WS-BAND-TBL-MAX         PIC 9(02) COMP VALUE 60.
018080
018100 01  WS-CUR-TABLE.
018200     05  WS-CUR-COUNT            PIC 9(02) COMP VALUE ZERO.
018300     05  WS-CUR-SUB              PIC 9(02) COMP VALUE ZERO.
018311     05  WS-CUR-SET-COUNT        PIC 9(02) COMP VALUE ZERO.
018322     05  WS-CUR-SET-SUB          PIC 9(02) COMP VALUE ZERO.
018333     05  WS-CUR-SET-FOUND        PIC 9(02) COMP VALUE ZERO.
018344     05  WS-CUR-SET OCCURS 6 TIMES.
018355         10  WS-CUR-SET-SRC      PIC X(08).
018366         10  WS-CUR-SET-EFF      PIC 9(08).
018377         10  WS-CUR-FIRST        PIC 9(02) COMP.
018388         10  WS-CUR-LAST         PIC 9(02) COMP.
018400     05  WS-CUR-ENTRY OCCURS 60 TIMES.
018500         10  WS-CUR-CODE         PIC X(01).
018600         10  WS-CUR-LOW          PIC 9(05)V99.
018700         10  WS-CUR-HIGH         PIC 9(05)V99.
019000 01  WS-PRP-TABLE.
019100     05  WS-PRP-COUNT            PIC 9(02) COMP VALUE ZERO.
019200     05  WS-PRP-SUB              PIC 9(02) COMP VALUE ZERO.
019211     05  WS-PRP-SET-COUNT        PIC 9(02) COMP VALUE ZERO.
019222     05  WS-PRP-SET-SUB          PIC 9(02) COMP VALUE ZERO.
019233     05  WS-PRP-SET-FOUND        PIC 9(02) COMP VALUE ZERO.
019244     05  WS-PRP-SET OCCURS 6 TIMES.
019255         10  WS-PRP-SET-SRC      PIC X(08).
019266         10  WS-PRP-SET-EFF      PIC 9(08).
019277         10  WS-PRP-FIRST        PIC 9(02) COMP.
019288         10  WS-PRP-LAST         PIC 9(02) COMP.
019300     05  WS-PRP-ENTRY OCCURS 60 TIMES.
019400         10  WS-PRP-CODE         PIC X(01).
019500         10  WS-PRP-LOW          PIC 9(05)V99.
019600         10  WS-PRP-HIGH         PIC 9(05)V99.
020500     05  WS-MOVER-CNT            PIC 9(06) COMP VALUE ZERO.
020600     05  WS-TXNS-READ            PIC 9(06) COMP VALUE ZERO.
020700     05  WS-TXNS-APPLIED         PIC 9(06) COMP VALUE ZERO.
020725     05  WS-WATCH-READ           PIC 9(06) COMP VALUE ZERO.
020750     05  WS-WATCH-MOVER-CNT      PIC 9(06) COMP VALUE ZERO.
020775     05  WS-WATCH-MISSING        PIC 9(06) COMP VALUE ZERO.
020800
020900*-------------------------------------------------------------
021000* SIM-RPT PRINT LINES
022200     05  FILLER                  PIC X(08) VALUE "CUR BAND".
022300     05  FILLER                  PIC X(02) VALUE SPACES.
022400     05  FILLER                  PIC X(08) VALUE "PRP BAND".
022433     05  FILLER                  PIC X(02) VALUE SPACES.
022466     05  FILLER                  PIC X(08) VALUE "SOURCE".
022499     05  FILLER                  PIC X(02) VALUE SPACES.
022532     05  FILLER                  PIC X(05) VALUE "WATCH".
022565     05  FILLER                  PIC X(25) VALUE SPACES.
022600
022700 01  WS-SIM-RPT-DETAIL.
022800     05  WS-D-RECORD-KEY         PIC ZZZZZ9.
023200     05  WS-D-CUR-BAND           PIC X(01).
023300     05  FILLER                  PIC X(09) VALUE SPACES.
023400     05  WS-D-PRP-BAND           PIC X(01).
023433     05  FILLER                  PIC X(06) VALUE SPACES.
023466     05  WS-D-SOURCE             PIC X(08).
023499     05  FILLER                  PIC X(02) VALUE SPACES.
023532     05  WS-D-WATCH              PIC X(05).
023565     05  FILLER                  PIC X(25) VALUE SPACES.
023600
023700 01  WS-SIM-RPT-TOTAL.
023800     05  WS-T-LABEL              PIC X(37).
024500     05  WS-BL-CODE              PIC X(01).
024600     05  FILLER                  PIC X(01) VALUE SPACES.
024700     05  WS-BL-TEXT              PIC X(30).
024711
024722 01  WS-SIM-SET-LINE.
024733     05  WS-SL-PICTURE           PIC X(09).
024744     05  FILLER                  PIC X(09) VALUE "RULE SET ".
024755     05  WS-SL-NAME              PIC X(08).
024766     05  FILLER                  PIC X(11) VALUE " EFFECTIVE ".
024777     05  WS-SL-EFF               PIC 9(08).
024788     05  FILLER                  PIC X(35) VALUE SPACES.
024800
024900 01  WS-SIM-RPT-MSG              PIC X(80).
025000
029100         MOVE WS-SIM-RPT-STATUS TO WS-FATAL-FILE-STATUS
029200         GO TO 1000-FATAL-EXIT
029300     END-IF.
029325     OPEN INPUT  WATCH-IN.
029350     IF WS-WATCH-IN-STATUS = "00"
029362         SET WATCH-IN-OPEN TO TRUE
029375         PERFORM 2060-READ-WATCH THRU 2060-EXIT
029400     ELSE
029425         SET WATCH-IN-EOF TO TRUE
029450     END-IF.
029475     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
029500     MOVE WS-TODAY-DATE TO WS-SIM-ASOF.
029600     PERFORM 1100-LOAD-RULE-RECORD THRU 1100-EXIT
029700         UNTIL THRESH-CTL-EOF
029800            OR WS-RUL-COUNT = WS-RUL-MAX.
029900     CLOSE THRESH-CTL.
030210     MOVE ZERO TO WS-CUR-COUNT.
030215     MOVE ZERO TO WS-CUR-SET-COUNT.
030220     PERFORM 1050-SNAPSHOT-SOURCE-SET THRU 1050-EXIT
030230         VARYING WS-RUL-SUB FROM 1 BY 1
030240         UNTIL WS-RUL-SUB > WS-RUL-COUNT.
030300     WRITE SIM-RPT-RECORD FROM WS-SIM-RPT-HEADING-1.
031200     EXIT.
031210
031220*-----------------------------------------------------------------
031230* 1050-SNAPSHOT-SOURCE-SET -- FREEZE THE BOUNDS OF THE SET IN
031240* FORCE TODAY FOR ONE RULE ENTRY'S SOURCE, THE FIRST TIME THAT
031243* SOURCE IS SEEN, BEFORE ANY TXN TOUCHES THE WORKING RULES. AN
031246* IMMEDIATE TXN (BLANK EFFECTIVE DATE) CHANGES THE ACTIVE
031250* ENTRIES IN PLACE, SO THE BEFORE PICTURE MUST BE TAKEN HERE,
031260* NOT AFTER THE TXNS HAVE APPLIED.
031280*-----------------------------------------------------------------
031290 1050-SNAPSHOT-SOURCE-SET.
031291     MOVE WS-RUL-SOURCE (WS-RUL-SUB) TO WS-EFF-SRC.
031292     PERFORM 2150-FIND-CUR-SET THRU 2150-EXIT.
031293     IF WS-CUR-SET-FOUND > ZERO
031294         GO TO 1050-EXIT
031295     END-IF.
031296     MOVE WS-TODAY-DATE TO WS-EFF-ASOF.
031297     PERFORM 3500-FIND-EFF-FOR-DATE THRU 3500-EXIT.
031298     IF NOT EFF-DATE-FOUND
031299         GO TO 1050-EXIT
031300     END-IF.
031301     IF WS-CUR-SET-COUNT NOT < WS-SET-TBL-MAX
031302         DISPLAY "THRSIMUL - RULE SET TABLE FULL, SOURCE "
031303             WS-EFF-SRC " SIMULATED UNDER THE DEFAULT SET"
031304         GO TO 1050-EXIT
031305     END-IF.
031306     ADD 1 TO WS-CUR-SET-COUNT.
031307     MOVE WS-EFF-SRC   TO WS-CUR-SET-SRC (WS-CUR-SET-COUNT).
031308     MOVE WS-EFF-FOUND TO WS-CUR-SET-EFF (WS-CUR-SET-COUNT).
031309     ADD 1 WS-CUR-COUNT GIVING WS-CUR-FIRST (WS-CUR-SET-COUNT).
031310     PERFORM 1060-SNAPSHOT-ONE-RULE THRU 1060-EXIT
031311         VARYING WS-SCAN-SUB FROM 1 BY 1
031312         UNTIL WS-SCAN-SUB > WS-RUL-COUNT.
031313     MOVE WS-CUR-COUNT TO WS-CUR-LAST (WS-CUR-SET-COUNT).
031314 1050-EXIT.
031315     EXIT.
031316
031317 1060-SNAPSHOT-ONE-RULE.
031322     IF WS-RUL-SOURCE (WS-SCAN-SUB) = WS-EFF-SRC
031327        AND WS-RUL-EFF (WS-SCAN-SUB) = WS-EFF-FOUND
031332        AND WS-CUR-COUNT < WS-BAND-TBL-MAX
031337         ADD 1 TO WS-CUR-COUNT
031342         MOVE WS-RUL-CODE (WS-SCAN-SUB)
031347             TO WS-CUR-CODE (WS-CUR-COUNT)
031352         MOVE WS-RUL-LOW (WS-SCAN-SUB)
031357             TO WS-CUR-LOW (WS-CUR-COUNT)
031362         MOVE WS-RUL-HIGH (WS-SCAN-SUB)
031367             TO WS-CUR-HIGH (WS-CUR-COUNT)
031372         MOVE ZERO TO WS-CUR-CNT (WS-CUR-COUNT)
031377     END-IF.
031382 1060-EXIT.
031387     EXIT.
031392
031400*-----------------------------------------------------------------
031500* 1100-LOAD-RULE-RECORD -- STAGE ONE THRESH-CTL BAND RECORD.
031600* THE "T" TOLERANCE RECORD DOES NOT AFFECT BANDING -- SKIP IT.
032500         GO TO 1100-EXIT
032600     END-IF.
032700     ADD 1 TO WS-RUL-COUNT.
032750     MOVE TC-SOURCE-SYSTEM TO WS-RUL-SOURCE (WS-RUL-COUNT).
032800     MOVE TC-BAND-CODE  TO WS-RUL-CODE (WS-RUL-COUNT).
032900     MOVE TC-LOW-BOUND  TO WS-RUL-LOW (WS-RUL-COUNT).
033000     MOVE TC-HIGH-BOUND TO WS-RUL-HIGH (WS-RUL-COUNT).
039900     END-IF.
040000     IF TX-ACTION-ADD
040500         ADD 1 TO WS-RUL-COUNT
040550         MOVE TX-SOURCE-SYSTEM TO WS-RUL-SOURCE (WS-RUL-COUNT)
040600         MOVE TX-BAND-CODE  TO WS-RUL-CODE (WS-RUL-COUNT)
040700         MOVE TX-LOW-BOUND  TO WS-RUL-LOW (WS-RUL-COUNT)
040800         MOVE TX-HIGH-BOUND TO WS-RUL-HIGH (WS-RUL-COUNT)
042800         INTO WS-SIM-RPT-MSG.
042900     WRITE SIM-RPT-RECORD FROM WS-SIM-RPT-MSG.
043000     DISPLAY "THRSIMUL - REJECTED TXN, ACTION " TX-ACTION
043100         " BAND " TX-BAND-CODE " SOURCE " TX-SOURCE-SYSTEM
043200         " -- " WS-REJECT-REASON.
043300 1500-EXIT.
043400     EXIT.
043500
043600*-----------------------------------------------------------------
043700* 1600-RESOLVE-EFF-DATE -- BLANK OR ZERO MEANS THE SET IN FORCE
043800* TODAY FOR THE TXN'S SOURCE (OR THE DEFAULT SET'S DATE WHEN THE
043850* SOURCE HAS NONE). A GIVEN DATE MUST BE NUMERIC; THE SIMULATION
043900* ACCEPTS ANY FUTURE DATE THE REAL JOB WOULD.
044000*-----------------------------------------------------------------
044100 1600-RESOLVE-EFF-DATE.
044200     IF TX-EFFECTIVE-DATE = SPACES
044300        OR TX-EFFECTIVE-DATE = "00000000"
044350         MOVE TX-SOURCE-SYSTEM TO WS-EFF-SRC
044400         MOVE WS-TODAY-DATE TO WS-EFF-ASOF
044500         PERFORM 3500-FIND-EFF-FOR-DATE THRU 3500-EXIT
044520         IF NOT EFF-DATE-FOUND
044540             MOVE SPACES TO WS-EFF-SRC
044560             PERFORM 3500-FIND-EFF-FOR-DATE THRU 3500-EXIT
044580         END-IF
044600         MOVE WS-EFF-FOUND TO WS-TXN-EFF
044700         GO TO 1600-EXIT
044800     END-IF.
045900
046000*-----------------------------------------------------------------
046100* 1700-FIND-TXN-BAND -- RESOLVE THE SET THE TXN WORKS AGAINST
046200* AND LOCATE ITS BAND CODE THERE, AS THRMAINT DOES. A TXN FOR A
046225* SOURCE WITH NO SET AT ITS DATE WORKS AGAINST THE SOURCE'S
046250* EARLIER SET, ELSE THE DEFAULT SET, WHICH IS CLONED INTO THE
046275* TXN'S OWN SOURCE.
046300*-----------------------------------------------------------------
046350*    THE BASE-SET COUNT FEEDS THE CAPACITY AND TEN-BAND
046360*    CHECKS IN 1500, THE SAME WAY THRMAINT VALIDATES.
046700         VARYING WS-RUL-SUB FROM 1 BY 1
046800         UNTIL WS-RUL-SUB > WS-RUL-COUNT.
046900     IF SET-EXISTS
046950         MOVE TX-SOURCE-SYSTEM TO WS-BASE-SRC
047000         MOVE WS-TXN-EFF TO WS-EFF-BASE
047100     ELSE
047200         PERFORM 1740-FIND-BASE-SET THRU 1740-EXIT
047500     END-IF.
047510     MOVE ZERO TO WS-BASE-SET-CNT.
047520     PERFORM 1730-COUNT-BASE-SET THRU 1730-EXIT
048300
048400 1710-CHECK-SET-EXISTS.
048500     IF WS-RUL-EFF (WS-RUL-SUB) = WS-TXN-EFF
048550        AND WS-RUL-SOURCE (WS-RUL-SUB) = TX-SOURCE-SYSTEM
048600         SET SET-EXISTS TO TRUE
048700     END-IF.
048800 1710-EXIT.
049100 1720-MATCH-ONE-RULE.
049200     IF WS-RUL-CODE (WS-RUL-SUB) = TX-BAND-CODE
049300        AND WS-RUL-EFF (WS-RUL-SUB) = WS-EFF-BASE
049350        AND WS-RUL-SOURCE (WS-RUL-SUB) = WS-BASE-SRC
049400         MOVE WS-RUL-SUB TO WS-RUL-FOUND-SUB
049500     END-IF.
049600 1720-EXIT.
049710
049720 1730-COUNT-BASE-SET.
049730     IF WS-RUL-EFF (WS-RUL-SUB) = WS-EFF-BASE
049735        AND WS-RUL-SOURCE (WS-RUL-SUB) = WS-BASE-SRC
049740         ADD 1 TO WS-BASE-SET-CNT
049750     END-IF.
049760 1730-EXIT.
049770     EXIT.
049772
049774 1740-FIND-BASE-SET.
049776     MOVE TX-SOURCE-SYSTEM TO WS-EFF-SRC.
049778     MOVE WS-TXN-EFF TO WS-EFF-ASOF.
049780     PERFORM 3500-FIND-EFF-FOR-DATE THRU 3500-EXIT.
049782     IF NOT EFF-DATE-FOUND
049784         MOVE SPACES TO WS-EFF-SRC
049786         PERFORM 3500-FIND-EFF-FOR-DATE THRU 3500-EXIT
049788     END-IF.
049790     MOVE WS-EFF-SRC   TO WS-BASE-SRC.
049792     MOVE WS-EFF-FOUND TO WS-EFF-BASE.
049794 1740-EXIT.
049796     EXIT.
049800
049860*    CAPACITY WAS PROVEN AT VALIDATION (1500), SO THE CLONE
049870*    ALWAYS FITS -- NO SILENT TRUNCATION.
050700
050800 1760-CLONE-ONE-RULE.
050900     IF WS-RUL-EFF (WS-RUL-SUB) = WS-EFF-BASE
050950        AND WS-RUL-SOURCE (WS-RUL-SUB) = WS-BASE-SRC
051000         ADD 1 TO WS-RUL-COUNT
051100         MOVE WS-RUL-ENTRY (WS-RUL-SUB)
051200             TO WS-RUL-ENTRY (WS-RUL-COUNT)
051250         MOVE TX-SOURCE-SYSTEM TO WS-RUL-SOURCE (WS-RUL-COUNT)
051300         MOVE WS-TXN-EFF TO WS-RUL-EFF (WS-RUL-COUNT)
051400     END-IF.
051500 1760-EXIT.
053200     EXIT.
053300
053400*-----------------------------------------------------------------
053500* 1800-BUILD-RULE-SETS -- EXTRACT EACH SOURCE'S PROPOSED SET (IN
053600* FORCE AT THE SIMULATION AS-OF DATE AFTER ALL TXNS) INTO ITS
053700* COUNTING TABLE. THE CURRENT SETS WERE SNAPSHOTTED AT
053800* INITIALIZATION (1050), BEFORE ANY TXN TOUCHED THE WORKING
053900* RULES -- AN IMMEDIATE TXN MUTATES THE ACTIVE ENTRIES, SO
054000* EXTRACTING BOTH SETS HERE WOULD SHOW NO MOVEMENT.
054050*-----------------------------------------------------------------
054100 1800-BUILD-RULE-SETS.
054600     MOVE ZERO TO WS-PRP-COUNT.
054650     MOVE ZERO TO WS-PRP-SET-COUNT.
054700     PERFORM 1810-EXTRACT-SOURCE-SET THRU 1810-EXIT
054800         VARYING WS-RUL-SUB FROM 1 BY 1
054900         UNTIL WS-RUL-SUB > WS-RUL-COUNT.
055000 1800-EXIT.
055100     EXIT.
055200
055300 1810-EXTRACT-SOURCE-SET.
055342     MOVE WS-RUL-SOURCE (WS-RUL-SUB) TO WS-EFF-SRC.
055384     PERFORM 2250-FIND-PRP-SET THRU 2250-EXIT.
055426     IF WS-PRP-SET-FOUND > ZERO
055468         GO TO 1810-EXIT
055510     END-IF.
055552     MOVE WS-SIM-ASOF TO WS-EFF-ASOF.
055594     PERFORM 3500-FIND-EFF-FOR-DATE THRU 3500-EXIT.
055636     IF NOT EFF-DATE-FOUND
055678         GO TO 1810-EXIT
055720     END-IF.
055762     IF WS-PRP-SET-COUNT NOT < WS-SET-TBL-MAX
055804         DISPLAY "THRSIMUL - RULE SET TABLE FULL, SOURCE "
055846             WS-EFF-SRC " SIMULATED UNDER THE DEFAULT SET"
055888         GO TO 1810-EXIT
055930     END-IF.
055972     ADD 1 TO WS-PRP-SET-COUNT.
056014     MOVE WS-EFF-SRC   TO WS-PRP-SET-SRC (WS-PRP-SET-COUNT).
056056     MOVE WS-EFF-FOUND TO WS-PRP-SET-EFF (WS-PRP-SET-COUNT).
056098     ADD 1 WS-PRP-COUNT GIVING WS-PRP-FIRST (WS-PRP-SET-COUNT).
056140     PERFORM 1820-EXTRACT-ONE-RULE THRU 1820-EXIT
056182         VARYING WS-SCAN-SUB FROM 1 BY 1
056224         UNTIL WS-SCAN-SUB > WS-RUL-COUNT.
056266     MOVE WS-PRP-COUNT TO WS-PRP-LAST (WS-PRP-SET-COUNT).
056308 1810-EXIT.
056350     EXIT.
056392
056434 1820-EXTRACT-ONE-RULE.
056500     IF WS-RUL-SOURCE (WS-SCAN-SUB) = WS-EFF-SRC
056550        AND WS-RUL-EFF (WS-SCAN-SUB) = WS-EFF-FOUND
056600        AND WS-PRP-COUNT < WS-BAND-TBL-MAX
056700         ADD 1 TO WS-PRP-COUNT
056800         MOVE WS-RUL-CODE (WS-SCAN-SUB)
056900             TO WS-PRP-CODE (WS-PRP-COUNT)
057000         MOVE WS-RUL-LOW (WS-SCAN-SUB)
057100             TO WS-PRP-LOW (WS-PRP-COUNT)
057200         MOVE WS-RUL-HIGH (WS-SCAN-SUB)
057300             TO WS-PRP-HIGH (WS-PRP-COUNT)
057400         MOVE ZERO TO WS-PRP-CNT (WS-PRP-COUNT)
057500     END-IF.
057600 1820-EXIT.
057700     EXIT.
057800
057900*-----------------------------------------------------------------
058000* 2000-PROCESS-MASTER -- CLASSIFY ONE MASTER RECORD'S X VALUE
058100* UNDER BOTH OF ITS SOURCE'S SETS AND REPORT A BAND MOVE
058200*-----------------------------------------------------------------
058300 2000-PROCESS-MASTER.
058400     READ CLAS-MSTR INTO WS-CLAS-MSTR-DETAIL
058700             GO TO 2000-EXIT
058800     END-READ.
058900     ADD 1 TO WS-MASTERS-READ.
058950     PERFORM 2050-MATCH-WATCH THRU 2050-EXIT.
059000     PERFORM 2100-CLASSIFY-CURRENT THRU 2100-EXIT.
059100     PERFORM 2200-CLASSIFY-PROPOSED THRU 2200-EXIT.
059200     IF WS-CUR-BAND NOT = WS-PRP-BAND
059500         MOVE CM-X-VALUE    TO WS-D-X-VALUE
059600         MOVE WS-CUR-BAND   TO WS-D-CUR-BAND
059700         MOVE WS-PRP-BAND   TO WS-D-PRP-BAND
059750         MOVE CM-SOURCE-SYSTEM TO WS-D-SOURCE
059758         MOVE SPACES        TO WS-D-WATCH
059766         IF KEY-WATCHED
059774             ADD 1 TO WS-WATCH-MOVER-CNT
059782             MOVE "WATCH"   TO WS-D-WATCH
059790         END-IF
059800         WRITE SIM-RPT-RECORD FROM WS-SIM-RPT-DETAIL
059900     END-IF.
060000 2000-EXIT.
060100     EXIT.
060101
060103*-----------------------------------------------------------------
060106* 2050-MATCH-WATCH -- BRING THE WATCH LIST UP TO THIS MASTER KEY.
060109* WATCH KEYS PASSED OVER ARE NO LONGER ON THE MASTER.
060112*-----------------------------------------------------------------
060115 2050-MATCH-WATCH.
060118     MOVE "N" TO WS-WATCHED-SW.
060121     PERFORM 2070-SKIP-ONE-WATCH THRU 2070-EXIT
060124         UNTIL WATCH-IN-EOF
060127            OR WL-RECORD-KEY NOT < CM-RECORD-KEY.
060130     IF NOT WATCH-IN-EOF
060133        AND WL-RECORD-KEY = CM-RECORD-KEY
060136         SET KEY-WATCHED TO TRUE
060139         PERFORM 2060-READ-WATCH THRU 2060-EXIT
060142     END-IF.
060145 2050-EXIT.
060148     EXIT.
060151
060154 2060-READ-WATCH.
060157     READ WATCH-IN INTO WS-WATCH-DETAIL
060160         AT END
060163             SET WATCH-IN-EOF TO TRUE
060166             GO TO 2060-EXIT
060169     END-READ.
060172     ADD 1 TO WS-WATCH-READ.
060175 2060-EXIT.
060178     EXIT.
060181
060184 2070-SKIP-ONE-WATCH.
060187     ADD 1 TO WS-WATCH-MISSING.
060190     PERFORM 2060-READ-WATCH THRU 2060-EXIT.
060193 2070-EXIT.
060196     EXIT.
060200
060300 2100-CLASSIFY-CURRENT.
060400     MOVE "9" TO WS-CUR-BAND.
060600         ADD 1 TO WS-CUR-NONE-CNT
060700         GO TO 2100-EXIT
060800     END-IF.
060818     MOVE CM-SOURCE-SYSTEM TO WS-EFF-SRC.
060836     PERFORM 2150-FIND-CUR-SET THRU 2150-EXIT.
060854     IF WS-CUR-SET-FOUND = ZERO
060872         MOVE SPACES TO WS-EFF-SRC
060890         PERFORM 2150-FIND-CUR-SET THRU 2150-EXIT
060908     END-IF.
060926     IF WS-CUR-SET-FOUND = ZERO
060944         ADD 1 TO WS-CUR-NONE-CNT
060962         GO TO 2100-EXIT
060980     END-IF.
061000     PERFORM 2110-MATCH-ONE-CUR THRU 2110-EXIT
061100         VARYING WS-CUR-SUB FROM WS-CUR-FIRST (WS-CUR-SET-FOUND)
061150         BY 1
061200         UNTIL WS-CUR-SUB > WS-CUR-LAST (WS-CUR-SET-FOUND)
061300            OR WS-CUR-BAND NOT = "9".
061400     IF WS-CUR-BAND = "9"
061500         ADD 1 TO WS-CUR-NONE-CNT
062500     END-IF.
062600 2110-EXIT.
062700     EXIT.
062705
062710 2150-FIND-CUR-SET.
062715     MOVE ZERO TO WS-CUR-SET-FOUND.
062720     PERFORM 2160-MATCH-ONE-CUR-SET THRU 2160-EXIT
062725         VARYING WS-CUR-SET-SUB FROM 1 BY 1
062730         UNTIL WS-CUR-SET-SUB > WS-CUR-SET-COUNT
062735            OR WS-CUR-SET-FOUND > ZERO.
062740 2150-EXIT.
062745     EXIT.
062750
062755 2160-MATCH-ONE-CUR-SET.
062760     IF WS-CUR-SET-SRC (WS-CUR-SET-SUB) = WS-EFF-SRC
062765         MOVE WS-CUR-SET-SUB TO WS-CUR-SET-FOUND
062770     END-IF.
062775 2160-EXIT.
062780     EXIT.
062800
062900 2200-CLASSIFY-PROPOSED.
063000     MOVE "9" TO WS-PRP-BAND.
063200         ADD 1 TO WS-PRP-NONE-CNT
063300         GO TO 2200-EXIT
063400     END-IF.
063418     MOVE CM-SOURCE-SYSTEM TO WS-EFF-SRC.
063436     PERFORM 2250-FIND-PRP-SET THRU 2250-EXIT.
063454     IF WS-PRP-SET-FOUND = ZERO
063472         MOVE SPACES TO WS-EFF-SRC
063490         PERFORM 2250-FIND-PRP-SET THRU 2250-EXIT
063508     END-IF.
063526     IF WS-PRP-SET-FOUND = ZERO
063544         ADD 1 TO WS-PRP-NONE-CNT
063562         GO TO 2200-EXIT
063580     END-IF.
063600     PERFORM 2210-MATCH-ONE-PRP THRU 2210-EXIT
063700         VARYING WS-PRP-SUB FROM WS-PRP-FIRST (WS-PRP-SET-FOUND)
063750         BY 1
063800         UNTIL WS-PRP-SUB > WS-PRP-LAST (WS-PRP-SET-FOUND)
063900            OR WS-PRP-BAND NOT = "9".
064000     IF WS-PRP-BAND = "9"
064100         ADD 1 TO WS-PRP-NONE-CNT
065100     END-IF.
065200 2210-EXIT.
065300     EXIT.
065305
065310 2250-FIND-PRP-SET.
065315     MOVE ZERO TO WS-PRP-SET-FOUND.
065320     PERFORM 2260-MATCH-ONE-PRP-SET THRU 2260-EXIT
065325         VARYING WS-PRP-SET-SUB FROM 1 BY 1
065330         UNTIL WS-PRP-SET-SUB > WS-PRP-SET-COUNT
065335            OR WS-PRP-SET-FOUND > ZERO.
065340 2250-EXIT.
065345     EXIT.
065350
065355 2260-MATCH-ONE-PRP-SET.
065360     IF WS-PRP-SET-SRC (WS-PRP-SET-SUB) = WS-EFF-SRC
065365         MOVE WS-PRP-SET-SUB TO WS-PRP-SET-FOUND
065370     END-IF.
065375 2260-EXIT.
065380     EXIT.
065400
065500*-----------------------------------------------------------------
065600* 3500-FIND-EFF-FOR-DATE -- THE EFFECTIVE DATE OF WS-EFF-SRC'S
065700* RULE SET IN FORCE AS OF WS-EFF-ASOF: THE LATEST EFFECTIVE DATE
065800* FOR THAT SOURCE ON THE RULES TABLE NOT AFTER IT. EFF-DATE-FOUND
065850* STAYS OFF WHEN THE SOURCE HAS NO SET IN FORCE.
065900*-----------------------------------------------------------------
066000 3500-FIND-EFF-FOR-DATE.
066100     MOVE ZERO TO WS-EFF-FOUND.
066150     MOVE "N" TO WS-EFF-FOUND-SW.
066200     PERFORM 3510-CHECK-ONE-EFF THRU 3510-EXIT
066300         VARYING WS-EFF-SUB FROM 1 BY 1
066400         UNTIL WS-EFF-SUB > WS-RUL-COUNT.
066500 3500-EXIT.
066600     EXIT.
066700
066800 3510-CHECK-ONE-EFF.
066900     IF WS-RUL-SOURCE (WS-EFF-SUB) = WS-EFF-SRC
066950        AND WS-RUL-EFF (WS-EFF-SUB) NOT > WS-EFF-ASOF
067000        AND WS-RUL-EFF (WS-EFF-SUB) NOT < WS-EFF-FOUND
067100         MOVE WS-RUL-EFF (WS-EFF-SUB) TO WS-EFF-FOUND
067150         SET EFF-DATE-FOUND TO TRUE
067200     END-IF.
067300 3510-EXIT.
067400     EXIT.
067500
067600*-----------------------------------------------------------------
067700* 9000-TERMINATE -- BEFORE/AFTER COUNTS PER SET AND BAND, TOTALS,
067800* CONDITION CODE, CLOSE
067900*-----------------------------------------------------------------
068000 9000-TERMINATE.
068033     PERFORM 2070-SKIP-ONE-WATCH THRU 2070-EXIT
068066         UNTIL WATCH-IN-EOF.
068100     MOVE "KEYS THAT WOULD CHANGE BANDS"      TO WS-T-LABEL.
068200     MOVE WS-MOVER-CNT                        TO WS-T-COUNT.
068300     WRITE SIM-RPT-RECORD FROM WS-SIM-RPT-TOTAL.
068400     PERFORM 9100-WRITE-CUR-SET THRU 9100-EXIT
068500         VARYING WS-CUR-SET-SUB FROM 1 BY 1
068600         UNTIL WS-CUR-SET-SUB > WS-CUR-SET-COUNT.
068700     MOVE "NO BAND (CURRENT RULES)"           TO WS-T-LABEL.
068800     MOVE WS-CUR-NONE-CNT                     TO WS-T-COUNT.
068900     WRITE SIM-RPT-RECORD FROM WS-SIM-RPT-TOTAL.
069000     PERFORM 9200-WRITE-PRP-SET THRU 9200-EXIT
069100         VARYING WS-PRP-SET-SUB FROM 1 BY 1
069200         UNTIL WS-PRP-SET-SUB > WS-PRP-SET-COUNT.
069300     MOVE "NO BAND (PROPOSED RULES)"          TO WS-T-LABEL.
069400     MOVE WS-PRP-NONE-CNT                     TO WS-T-COUNT.
069500     WRITE SIM-RPT-RECORD FROM WS-SIM-RPT-TOTAL.
070200     MOVE "TXNS APPLIED TO THE SIMULATION"    TO WS-T-LABEL.
070300     MOVE WS-TXNS-APPLIED                     TO WS-T-COUNT.
070400     WRITE SIM-RPT-RECORD FROM WS-SIM-RPT-TOTAL.
070410     MOVE "WATCH-LIST KEYS READ"              TO WS-T-LABEL.
070420     MOVE WS-WATCH-READ                       TO WS-T-COUNT.
070430     WRITE SIM-RPT-RECORD FROM WS-SIM-RPT-TOTAL.
070440     MOVE "WATCH-LIST KEYS THAT WOULD MOVE"   TO WS-T-LABEL.
070450     MOVE WS-WATCH-MOVER-CNT                  TO WS-T-COUNT.
070460     WRITE SIM-RPT-RECORD FROM WS-SIM-RPT-TOTAL.
070470     MOVE "WATCH-LIST KEYS NOT ON CLASMSTR"   TO WS-T-LABEL.
070480     MOVE WS-WATCH-MISSING                    TO WS-T-COUNT.
070490     WRITE SIM-RPT-RECORD FROM WS-SIM-RPT-TOTAL.
070500     DISPLAY "THRSIMUL - SIMULATION COMPLETE".
070600     DISPLAY "  CURRENT RULE SETS........... " WS-CUR-SET-COUNT.
070700     DISPLAY "  PROPOSED RULE SETS.......... " WS-PRP-SET-COUNT.
070800     DISPLAY "  SIMULATED AS OF............. " WS-SIM-ASOF.
070900     DISPLAY "  MASTER RECORDS READ......... " WS-MASTERS-READ.
071000     DISPLAY "  KEYS THAT WOULD MOVE........ " WS-MOVER-CNT.
071033     DISPLAY "  WATCH-LIST KEYS READ........ " WS-WATCH-READ.
071066     DISPLAY "  WATCH-LIST KEYS MOVED....... " WS-WATCH-MOVER-CNT.
071100     IF TXN-REJECTED
071200         MOVE 4 TO RETURN-CODE
071300         DISPLAY "  ONE OR MORE TXNS REJECTED -- SEE SIMRPT"
071400     END-IF.
071500     CLOSE THRMAINT-TXN CLAS-MSTR SIM-RPT.
071525     IF WATCH-IN-OPEN
071550         CLOSE WATCH-IN
071575     END-IF.
071600 9000-EXIT.
071700     EXIT.
071800
071900*-----------------------------------------------------------------
072000* 9100-WRITE-CUR-SET -- ONE CURRENT RULE SET'S HEADING AND ITS
072050* BUCKET COUNTS
072100*-----------------------------------------------------------------
072105 9100-WRITE-CUR-SET.
072110     MOVE "CURRENT"  TO WS-SL-PICTURE.
072115     IF WS-CUR-SET-SRC (WS-CUR-SET-SUB) = SPACES
072120         MOVE "DEFAULT" TO WS-SL-NAME
072125     ELSE
072130         MOVE WS-CUR-SET-SRC (WS-CUR-SET-SUB) TO WS-SL-NAME
072135     END-IF.
072140     MOVE WS-CUR-SET-EFF (WS-CUR-SET-SUB) TO WS-SL-EFF.
072145     WRITE SIM-RPT-RECORD FROM WS-SIM-SET-LINE.
072150     DISPLAY "  CURRENT SET " WS-SL-NAME " EFFECTIVE " WS-SL-EFF.
072155     PERFORM 9110-WRITE-ONE-BEFORE THRU 9110-EXIT
072160         VARYING WS-CUR-SUB FROM WS-CUR-FIRST (WS-CUR-SET-SUB)
072165         BY 1
072170         UNTIL WS-CUR-SUB > WS-CUR-LAST (WS-CUR-SET-SUB).
072175 9100-EXIT.
072180     EXIT.
072185
072200 9110-WRITE-ONE-BEFORE.
072300     MOVE WS-CUR-CODE (WS-CUR-SUB) TO WS-BL-CODE.
072400     MOVE "COUNT UNDER CURRENT RULES"  TO WS-BL-TEXT.
072500     MOVE WS-SIM-BAND-LABEL            TO WS-T-LABEL.
072600     MOVE WS-CUR-CNT (WS-CUR-SUB)      TO WS-T-COUNT.
072700     WRITE SIM-RPT-RECORD FROM WS-SIM-RPT-TOTAL.
072800 9110-EXIT.
072900     EXIT.
073000
073005 9200-WRITE-PRP-SET.
073010     MOVE "PROPOSED" TO WS-SL-PICTURE.
073015     IF WS-PRP-SET-SRC (WS-PRP-SET-SUB) = SPACES
073020         MOVE "DEFAULT" TO WS-SL-NAME
073025     ELSE
073030         MOVE WS-PRP-SET-SRC (WS-PRP-SET-SUB) TO WS-SL-NAME
073035     END-IF.
073040     MOVE WS-PRP-SET-EFF (WS-PRP-SET-SUB) TO WS-SL-EFF.
073045     WRITE SIM-RPT-RECORD FROM WS-SIM-SET-LINE.
073050     DISPLAY "  PROPOSED SET " WS-SL-NAME " EFFECTIVE " WS-SL-EFF.
073055     PERFORM 9210-WRITE-ONE-AFTER THRU 9210-EXIT
073060         VARYING WS-PRP-SUB FROM WS-PRP-FIRST (WS-PRP-SET-SUB)
073065         BY 1
073070         UNTIL WS-PRP-SUB > WS-PRP-LAST (WS-PRP-SET-SUB).
073075 9200-EXIT.
073080     EXIT.
073085
073100 9210-WRITE-ONE-AFTER.
073200     MOVE WS-PRP-CODE (WS-PRP-SUB) TO WS-BL-CODE.
073300     MOVE "COUNT UNDER PROPOSED RULES" TO WS-BL-TEXT.
073400     MOVE WS-SIM-BAND-LABEL            TO WS-T-LABEL.
073500     MOVE WS-PRP-CNT (WS-PRP-SUB)      TO WS-T-COUNT.
073600     WRITE SIM-RPT-RECORD FROM WS-SIM-RPT-TOTAL.
073700 9210-EXIT.
073800     EXIT.
