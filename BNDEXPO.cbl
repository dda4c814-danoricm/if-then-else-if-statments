000100*-----------------------------------------------------------------
000200* BNDEXPO -- WEEKLY NEAR-BOUNDARY EXPOSURE REPORT
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. BNDEXPO.
000600 AUTHOR. DATA PROCESSING DEPT.
000700 INSTALLATION. MAIN STREET BATCH CENTER.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 SECURITY. NONE.
001100*-----------------------------------------------------------------
001200* MODIFICATION HISTORY
001300* MM/DD/YY  INIT  DESCRIPTION
001400* --------  ----  -------------------------------------------
001500* 10/15/26  DLM   ORIGINAL PROGRAM -- READS THE CLASMSTR MASTER
001600*                 STRAIGHT THROUGH AGAINST THE THRESH-CTL RULE SET
001700*                 IN FORCE FOR EACH KEY'S SOURCE SYSTEM AND LISTS
001800*                 EVERY KEY WHOSE X VALUE LIES WITHIN THE EXPCARD
001900*                 MARGIN (A VALUE, OR A PERCENT OF THE BOUND) OF
002000*                 ITS BAND'S LOW OR HIGH BOUND, GROUPED BY BAND
002100*                 AND SOURCE SYSTEM, SO A SMALL MEASUREMENT DRIFT
002200*                 THAT WOULD REPRICE A KEY IS SEEN BEFORE MOVE-RPT
002300*                 REPORTS IT. EACH BAND ALSO SHOWS HOW ITS KEYS
002400*                 SPREAD OVER TENTHS OF THE BAND WIDTH. THE SAME
002500*                 KEYS GO TO A WATCHLST FILE (COPYBOOK WCHLSTC)
002600*                 IN KEY ORDER, WHICH THRSIMUL TAKES AS INPUT
002700*                 WHEN A BOUNDARY MOVE IS TESTED.
002800*-----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT EXP-CARD   ASSIGN TO EXPCARD
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-EXP-CARD-STATUS.
003900     SELECT CLAS-MSTR  ASSIGN TO CLASMSTR
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS CMR-RECORD-KEY
004300         FILE STATUS IS WS-CLAS-MSTR-STATUS.
004400     SELECT THRESH-CTL ASSIGN TO THRSHCTL
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-THRESH-CTL-STATUS.
004700     SELECT EXP-RPT    ASSIGN TO EXPORPT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-EXP-RPT-STATUS.
005000     SELECT WATCH-OUT  ASSIGN TO WATCHOUT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-WATCH-OUT-STATUS.
005300     SELECT SORT-FILE  ASSIGN TO SORTWK.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700*-------------------------------------------------------------
005800* EXP-CARD -- MARGIN TYPE (COL 1: "V" A VALUE, "P" A PERCENT OF
005900* THE BOUND), THE MARGIN (COLS 2-8, 9(05)V99), AND THE AS-OF
006000* DATE WHOSE RULE SETS APPLY (YYYYMMDD, COLS 9-16, BLANK FOR
006100* TODAY)
006200*-------------------------------------------------------------
006300 FD  EXP-CARD
006400     RECORD CONTAINS 80 CHARACTERS
006500     DATA RECORD IS EXP-CARD-RECORD.
006600 01  EXP-CARD-RECORD.
006700     05  EC-MARGIN-TYPE          PIC X(01).
006800         88  EC-MARGIN-VALUE                VALUE "V".
006900         88  EC-MARGIN-PERCENT              VALUE "P".
007000     05  EC-MARGIN               PIC X(07).
007100     05  EC-MARGIN-N REDEFINES EC-MARGIN
007200                                 PIC 9(05)V99.
007300     05  EC-AS-OF-DATE           PIC X(08).
007400     05  EC-AS-OF-DATE-N REDEFINES EC-AS-OF-DATE
007500                                 PIC 9(08).
007600     05  FILLER                  PIC X(64).
007700
007800*-------------------------------------------------------------
007900* CLAS-MSTR -- KEYED CLASSIFICATION-HISTORY MASTER (VSAM KSDS),
008000* READ STRAIGHT THROUGH, INPUT ONLY. SEE WS-CLAS-MSTR-DETAIL
008100* FOR THE FULL FIELDS (COPYBOOK CLASMSTC).
008200*-------------------------------------------------------------
008300 FD  CLAS-MSTR
008400     RECORD CONTAINS 80 CHARACTERS
008500     DATA RECORD IS CLAS-MSTR-RECORD.
008600 01  CLAS-MSTR-RECORD.
008700     05  CMR-RECORD-KEY          PIC 9(06).
008800     05  FILLER                  PIC X(74).
008900
009000*-------------------------------------------------------------
009100* THRESH-CTL -- CLASSIFICATION BAND RULES, READ ONLY
009200* (COPYBOOK THRCTLC)
009300*-------------------------------------------------------------
009400 FD  THRESH-CTL
009500     RECORD CONTAINS 88 CHARACTERS
009600     DATA RECORD IS THRESH-CTL-RECORD.
009700 01  THRESH-CTL-RECORD           PIC X(88).
009800
009900*-------------------------------------------------------------
010000* EXP-RPT -- NEAR-BOUNDARY KEYS BY BAND AND SOURCE, THE SPREAD
010100* OF EACH BAND, AND THE TOTALS
010200*-------------------------------------------------------------
010300 FD  EXP-RPT
010400     RECORD CONTAINS 80 CHARACTERS
010500     DATA RECORD IS EXP-RPT-RECORD.
010600 01  EXP-RPT-RECORD              PIC X(80).
010700
010800*-------------------------------------------------------------
010900* WATCH-OUT -- ONE WATCH-LIST RECORD PER NEAR-BOUNDARY KEY, IN
011000* KEY ORDER (COPYBOOK WCHLSTC)
011100*-------------------------------------------------------------
011200 FD  WATCH-OUT
011300     RECORD CONTAINS 80 CHARACTERS
011400     DATA RECORD IS WATCH-OUT-RECORD.
011500 01  WATCH-OUT-RECORD            PIC X(80).
011600
011700*-------------------------------------------------------------
011800* SORT-FILE -- THE WATCH-LIST RECORDS SORTED KEY WITHIN SOURCE
011900* WITHIN BAND FOR THE PRINTED LISTING. THE FIELDS ARE THE
012000* WATCH-LIST LAYOUT (COPYBOOK WCHLSTC) WITH AN SR- PREFIX.
012100*-------------------------------------------------------------
012200 SD  SORT-FILE
012300     RECORD CONTAINS 80 CHARACTERS
012400     DATA RECORD IS SORT-RECORD.
012500 01  SORT-RECORD.
012600     COPY WCHLSTC REPLACING LEADING ==WL-== BY ==SR-==.
012700
012800 WORKING-STORAGE SECTION.
012900 01  WS-CLAS-MSTR-EOF-SW          PIC X(01) VALUE "N".
013000     88  CLAS-MSTR-EOF                      VALUE "Y".
013100 01  WS-THRESH-CTL-EOF-SW         PIC X(01) VALUE "N".
013200     88  THRESH-CTL-EOF                     VALUE "Y".
013300 01  WS-SORT-EOF-SW               PIC X(01) VALUE "N".
013400     88  SORT-EOF                           VALUE "Y".
013500 01  WS-GROUP-OPEN-SW             PIC X(01) VALUE "N".
013600     88  GROUP-OPEN                         VALUE "Y".
013700 01  WS-EFF-FOUND-SW              PIC X(01) VALUE "N".
013800     88  EFF-FOUND                          VALUE "Y".
013900 01  WS-DEFAULT-SET-SW            PIC X(01) VALUE "N".
014000     88  DEFAULT-SET-LOADED                 VALUE "Y".
014100
014200 01  WS-EXP-CARD-STATUS           PIC X(02).
014300 01  WS-CLAS-MSTR-STATUS          PIC X(02).
014400 01  WS-THRESH-CTL-STATUS         PIC X(02).
014500 01  WS-EXP-RPT-STATUS            PIC X(02).
014600 01  WS-WATCH-OUT-STATUS          PIC X(02).
014700
014800 01  WS-FATAL-FILE-ID             PIC X(08).
014900 01  WS-FATAL-FILE-STATUS         PIC X(02).
015000
015100 01  WS-CURRENT-DATE              PIC 9(08) VALUE ZERO.
015200 01  WS-AS-OF-DATE                PIC 9(08) VALUE ZERO.
015300
015400*-------------------------------------------------------------
015500* MARGIN FROM THE CONTROL CARD. A PERCENT IS TAKEN OF EACH
015600* BOUND IN TURN, SO A HIGHER BOUND GETS A WIDER MARGIN -- THE
015700* SAME SHAPE AS A PERCENTAGE MEASUREMENT DRIFT. A PERCENT OVER
015800* THE LIMIT BELOW IS TAKEN TO BE A MISPUNCHED CARD.
015900*-------------------------------------------------------------
016000 01  WS-MARGIN-WORK.
016100     05  WS-MARGIN               PIC 9(05)V99 VALUE ZERO.
016200     05  WS-MAX-MARGIN-PCT       PIC 9(05)V99 VALUE 100.
016300     05  WS-LOW-MARGIN           PIC 9(05)V99 VALUE ZERO.
016400     05  WS-HIGH-MARGIN          PIC 9(05)V99 VALUE ZERO.
016500     05  WS-LOW-DISTANCE         PIC 9(05)V99 VALUE ZERO.
016600     05  WS-HIGH-DISTANCE        PIC 9(05)V99 VALUE ZERO.
016700     05  WS-SCALE-TOP            PIC 9(05)V99 VALUE 99999.99.
016800     05  WS-NEAR-SIDE            PIC X(01) VALUE SPACE.
016900         88  NEAR-NONE                      VALUE SPACE.
017000         88  NEAR-LOW                       VALUE "L".
017100         88  NEAR-HIGH                      VALUE "H".
017200     05  WS-PROBE-VALUE          PIC 9(05)V99 VALUE ZERO.
017300     05  WS-PROBE-BAND           PIC X(01) VALUE SPACE.
017400
017500*-------------------------------------------------------------
017600* CLAS-MSTR -- NAMED FIELDS FOR THE CLASSIFICATION MASTER
017700* RECORD (COPYBOOK CLASMSTC)
017800*-------------------------------------------------------------
017900 01  WS-CLAS-MSTR-DETAIL.
018000     COPY CLASMSTC.
018100
018200*-------------------------------------------------------------
018300* BAND RULE RECORD -- NAMED FIELDS (COPYBOOK THRCTLC)
018400*-------------------------------------------------------------
018500 01  WS-THRESH-CTL-DETAIL.
018600     COPY THRCTLC.
018700
018800*-------------------------------------------------------------
018900* WATCH-LIST RECORD -- NAMED FIELDS (COPYBOOK WCHLSTC)
019000*-------------------------------------------------------------
019100 01  WS-WATCH-DETAIL.
019200     COPY WCHLSTC.
019300
019400*-------------------------------------------------------------
019500* EVERY BAND RULE ON THRESH-CTL, STAGED SO THE SET IN FORCE AT
019600* THE AS-OF DATE FOR ANY SOURCE SYSTEM CAN BE PICKED OUT
019700*-------------------------------------------------------------
019800 01  WS-CTL-TABLE.
019900     05  WS-CTL-MAX              PIC 9(02) COMP VALUE 90.
020000     05  WS-CTL-COUNT            PIC 9(02) COMP VALUE ZERO.
020100     05  WS-CTL-SUB              PIC 9(02) COMP VALUE ZERO.
020200     05  WS-CTL-SCAN-SUB         PIC 9(02) COMP VALUE ZERO.
020300     05  WS-CTL-EFF-BEST         PIC 9(08) VALUE ZERO.
020400     05  WS-CTL-WANT-SRC         PIC X(08) VALUE SPACES.
020500     05  WS-CTL-ENTRY OCCURS 90 TIMES.
020600         10  WS-CTL-SOURCE       PIC X(08).
020700         10  WS-CTL-BAND-CODE    PIC X(01).
020800         10  WS-CTL-LOW          PIC 9(05)V99.
020900         10  WS-CTL-HIGH         PIC 9(05)V99.
021000         10  WS-CTL-EFF-DATE     PIC 9(08).
021100
021200*-------------------------------------------------------------
021300* RULE SETS IN FORCE AT THE AS-OF DATE -- ONE PER SOURCE SYSTEM
021400* THAT HAS ONE, PLUS THE DEFAULT (BLANK-SOURCE) SET, OR THE
021500* BUILT-IN BANDS WHEN THERE IS NO DEFAULT SET, THE SAME ORDER
021600* THE NIGHTLY RUN USES. A SET'S BANDS ARE ENTRIES FIRST THRU
021700* LAST OF THE BAND TABLE, EACH WITH ITS KEY COUNT PER TENTH OF
021800* THE BAND WIDTH (TENTH 1 STARTS AT THE LOW BOUND).
021900*-------------------------------------------------------------
022000 01  WS-SET-TABLE.
022100     05  WS-SET-MAX              PIC 9(02) COMP VALUE 20.
022200     05  WS-SET-COUNT            PIC 9(02) COMP VALUE ZERO.
022300     05  WS-SET-SUB              PIC 9(02) COMP VALUE ZERO.
022400     05  WS-SET-FOUND            PIC 9(02) COMP VALUE ZERO.
022500     05  WS-SET-ENTRY OCCURS 20 TIMES.
022600         10  WS-SET-SRC          PIC X(08).
022700         10  WS-SET-EFF          PIC 9(08).
022800         10  WS-SET-FIRST        PIC 9(03) COMP.
022900         10  WS-SET-LAST         PIC 9(03) COMP.
023000         10  WS-SET-BUILT-IN-SW  PIC X(01).
023100             88  SET-BUILT-IN               VALUE "Y".
023200
023300 01  WS-BAND-TABLE.
023400     05  WS-BN-MAX               PIC 9(03) COMP VALUE 200.
023500     05  WS-BN-COUNT             PIC 9(03) COMP VALUE ZERO.
023600     05  WS-BN-SUB               PIC 9(03) COMP VALUE ZERO.
023700     05  WS-BN-FOUND             PIC 9(03) COMP VALUE ZERO.
023800     05  WS-BN-PROBE-SUB         PIC 9(03) COMP VALUE ZERO.
023900     05  WS-TENTH-SUB            PIC 9(02) COMP VALUE ZERO.
024000     05  WS-BN-ENTRY OCCURS 200 TIMES.
024100         10  WS-BN-CODE          PIC X(01).
024200         10  WS-BN-LOW           PIC 9(05)V99.
024300         10  WS-BN-HIGH          PIC 9(05)V99.
024400         10  WS-BN-KEYS          PIC 9(06) COMP.
024500         10  WS-BN-NEAR          PIC 9(06) COMP.
024600         10  WS-BN-TENTH-CNT     PIC 9(06) COMP OCCURS 10 TIMES.
024700
024800*-------------------------------------------------------------
024900* GROUP CONTROL FOR THE SORTED LISTING
025000*-------------------------------------------------------------
025100 01  WS-GROUP-WORK.
025200     05  WS-G-BAND-CODE          PIC X(01) VALUE SPACE.
025300     05  WS-G-SOURCE             PIC X(08) VALUE SPACES.
025400     05  WS-G-COUNT              PIC 9(06) COMP VALUE ZERO.
025500
025600*-------------------------------------------------------------
025700* COUNTERS
025800*-------------------------------------------------------------
025900 01  WS-COUNTERS.
026000     05  WS-MASTERS-READ         PIC 9(06) COMP VALUE ZERO.
026100     05  WS-BANDED-CNT           PIC 9(06) COMP VALUE ZERO.
026200     05  WS-NEAR-CNT             PIC 9(06) COMP VALUE ZERO.
026300     05  WS-NEAR-LOW-CNT         PIC 9(06) COMP VALUE ZERO.
026400     05  WS-NEAR-HIGH-CNT        PIC 9(06) COMP VALUE ZERO.
026500     05  WS-OVERRIDE-CNT         PIC 9(06) COMP VALUE ZERO.
026600     05  WS-NO-BAND-CNT          PIC 9(06) COMP VALUE ZERO.
026700     05  WS-WATCH-WRITTEN        PIC 9(06) COMP VALUE ZERO.
026800     05  WS-LISTED-CNT           PIC 9(06) COMP VALUE ZERO.
026900
027000*-------------------------------------------------------------
027100* EXP-RPT PRINT LINES
027200*-------------------------------------------------------------
027300 01  WS-EXP-RPT-HEADING-1.
027400     05  FILLER                  PIC X(36)
027500         VALUE "NEAR-BOUNDARY EXPOSURE REPORT".
027600     05  FILLER                  PIC X(09) VALUE "AS OF".
027700     05  WS-H-AS-OF              PIC 9(08).
027800     05  FILLER                  PIC X(27) VALUE SPACES.
027900
028000 01  WS-EXP-RPT-MARGIN-LINE.
028100     05  FILLER                  PIC X(08) VALUE "MARGIN".
028200     05  WS-ML-MARGIN            PIC ZZZZ9.99.
028300     05  FILLER                  PIC X(01) VALUE SPACES.
028400     05  WS-ML-TEXT              PIC X(30).
028500     05  FILLER                  PIC X(33) VALUE SPACES.
028600
028700 01  WS-EXP-RPT-HEADING-2.
028800     05  FILLER                  PIC X(09) VALUE "REC KEY".
028900     05  FILLER                  PIC X(10) VALUE "X-VALUE".
029000     05  FILLER                  PIC X(06) VALUE "NEAR".
029100     05  FILLER                  PIC X(10) VALUE "BOUND".
029200     05  FILLER                  PIC X(10) VALUE "DISTANCE".
029300     05  FILLER                  PIC X(08) VALUE "TO BAND".
029400     05  FILLER                  PIC X(27) VALUE SPACES.
029500
029600 01  WS-EXP-RPT-GROUP-LINE.
029700     05  FILLER                  PIC X(05) VALUE "BAND ".
029800     05  WS-GL-BAND-CODE         PIC X(01).
029900     05  FILLER                  PIC X(09) VALUE "  SOURCE ".
030000     05  WS-GL-SOURCE            PIC X(08).
030100     05  FILLER                  PIC X(11) VALUE "  RULE SET ".
030200     05  WS-GL-SET-NAME          PIC X(08).
030300     05  FILLER                  PIC X(11) VALUE " EFFECTIVE ".
030400     05  WS-GL-SET-EFF           PIC 9(08).
030500     05  FILLER                  PIC X(19) VALUE SPACES.
030600
030700 01  WS-EXP-RPT-DETAIL.
030800     05  WS-D-RECORD-KEY         PIC 9(06).
030900     05  FILLER                  PIC X(03) VALUE SPACES.
031000     05  WS-D-X-VALUE            PIC ZZZZ9.99.
031100     05  FILLER                  PIC X(02) VALUE SPACES.
031200     05  WS-D-SIDE               PIC X(04).
031300     05  FILLER                  PIC X(02) VALUE SPACES.
031400     05  WS-D-BOUND              PIC ZZZZ9.99.
031500     05  FILLER                  PIC X(02) VALUE SPACES.
031600     05  WS-D-DISTANCE           PIC ZZZZ9.99.
031700     05  FILLER                  PIC X(02) VALUE SPACES.
031800     05  WS-D-NEXT-BAND          PIC X(04).
031900     05  FILLER                  PIC X(31) VALUE SPACES.
032000
032100 01  WS-EXP-RPT-DIST-HEADING.
032200     05  FILLER                  PIC X(46)
032300         VALUE "SPREAD OF KEYS OVER TENTHS OF EACH BAND WIDTH".
032400     05  FILLER                  PIC X(34)
032500         VALUE " -- LOW BOUND FIRST".
032600
032700 01  WS-EXP-RPT-BAND-LINE.
032800     05  FILLER                  PIC X(05) VALUE "BAND ".
032900     05  WS-BL-CODE              PIC X(01).
033000     05  FILLER                  PIC X(06) VALUE "  SET ".
033100     05  WS-BL-SET-NAME          PIC X(08).
033200     05  FILLER                  PIC X(01) VALUE SPACES.
033300     05  WS-BL-LOW               PIC ZZZZ9.99.
033400     05  FILLER                  PIC X(03) VALUE " - ".
033500     05  WS-BL-HIGH              PIC ZZZZ9.99.
033600     05  FILLER                  PIC X(07) VALUE "  KEYS ".
033700     05  WS-BL-KEYS              PIC ZZZZZ9.
033800     05  FILLER                  PIC X(07) VALUE "  NEAR ".
033900     05  WS-BL-NEAR              PIC ZZZZZ9.
034000     05  FILLER                  PIC X(14) VALUE SPACES.
034100
034200 01  WS-EXP-RPT-TENTH-LINE.
034300     05  FILLER                  PIC X(08) VALUE SPACES.
034400     05  WS-TL-ENTRY OCCURS 10 TIMES.
034500         10  WS-TL-COUNT         PIC ZZZZZZ9.
034700     05  FILLER                  PIC X(02) VALUE SPACES.
034800
034900 01  WS-EXP-RPT-TOTAL.
035000     05  WS-T-LABEL              PIC X(37).
035100     05  FILLER                  PIC X(05) VALUE SPACES.
035200     05  WS-T-COUNT              PIC ---,--9.
035300     05  FILLER                  PIC X(31) VALUE SPACES.
035400
035500 01  WS-EXP-RPT-MSG              PIC X(80).
035600
035700 PROCEDURE DIVISION.
035800*-----------------------------------------------------------------
035900* 0000-MAINLINE
036000*-----------------------------------------------------------------
036100 0000-MAINLINE.
036200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036300     SORT SORT-FILE
036400         ON ASCENDING KEY SR-BAND-CODE
036500                          SR-SOURCE-SYSTEM
036600                          SR-RECORD-KEY
036700         INPUT PROCEDURE IS 2000-SELECT-NEAR-KEYS
036800             THRU 2000-EXIT
036900         OUTPUT PROCEDURE IS 3000-PRINT-GROUPS
037000             THRU 3000-EXIT.
037100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037200     STOP RUN.
037300
037400*-----------------------------------------------------------------
037500* 1000-INITIALIZE -- RESOLVE THE CONTROL CARD, OPEN FILES, AND
037600* BUILD THE RULE SETS IN FORCE AT THE AS-OF DATE
037700*-----------------------------------------------------------------
037800 1000-INITIALIZE.
037900     OPEN INPUT EXP-CARD.
038000     IF WS-EXP-CARD-STATUS NOT = "00"
038100         MOVE "EXPCARD" TO WS-FATAL-FILE-ID
038200         MOVE WS-EXP-CARD-STATUS TO WS-FATAL-FILE-STATUS
038300         GO TO 1000-FATAL-EXIT
038400     END-IF.
038500     READ EXP-CARD
038600         AT END
038700             DISPLAY "BNDEXPO - MARGIN CARD MISSING"
038800             MOVE 8 TO RETURN-CODE
038900             STOP RUN
039000     END-READ.
039100     CLOSE EXP-CARD.
039200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
039300     IF NOT EC-MARGIN-VALUE AND NOT EC-MARGIN-PERCENT
039400         DISPLAY "BNDEXPO - MARGIN TYPE NOT V OR P: "
039500             EC-MARGIN-TYPE
039600         MOVE 8 TO RETURN-CODE
039700         STOP RUN
039800     END-IF.
039900     IF EC-MARGIN NOT NUMERIC
040000         DISPLAY "BNDEXPO - MARGIN INVALID: " EC-MARGIN
040100         MOVE 8 TO RETURN-CODE
040200         STOP RUN
040300     END-IF.
040400     MOVE EC-MARGIN-N TO WS-MARGIN.
040500     IF WS-MARGIN = ZERO
040600        OR (EC-MARGIN-PERCENT AND WS-MARGIN > WS-MAX-MARGIN-PCT)
040700         DISPLAY "BNDEXPO - MARGIN OUT OF RANGE: " EC-MARGIN
040800         MOVE 8 TO RETURN-CODE
040900         STOP RUN
041000     END-IF.
041100     IF EC-AS-OF-DATE = SPACES
041200         MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
041300     ELSE
041400         IF EC-AS-OF-DATE NOT NUMERIC
041500             DISPLAY "BNDEXPO - AS-OF DATE INVALID: "
041600                 EC-AS-OF-DATE
041700             MOVE 8 TO RETURN-CODE
041800             STOP RUN
041900         END-IF
042000         MOVE EC-AS-OF-DATE-N TO WS-AS-OF-DATE
042100     END-IF.
042200     OPEN INPUT CLAS-MSTR.
042300     IF WS-CLAS-MSTR-STATUS NOT = "00"
042400        AND WS-CLAS-MSTR-STATUS NOT = "05"
042500         MOVE "CLASMSTR" TO WS-FATAL-FILE-ID
042600         MOVE WS-CLAS-MSTR-STATUS TO WS-FATAL-FILE-STATUS
042700         GO TO 1000-FATAL-EXIT
042800     END-IF.
042900     OPEN OUTPUT EXP-RPT.
043000     IF WS-EXP-RPT-STATUS NOT = "00"
043100         MOVE "EXPORPT" TO WS-FATAL-FILE-ID
043200         MOVE WS-EXP-RPT-STATUS TO WS-FATAL-FILE-STATUS
043300         GO TO 1000-FATAL-EXIT
043400     END-IF.
043500     OPEN OUTPUT WATCH-OUT.
043600     IF WS-WATCH-OUT-STATUS NOT = "00"
043700         MOVE "WATCHOUT" TO WS-FATAL-FILE-ID
043800         MOVE WS-WATCH-OUT-STATUS TO WS-FATAL-FILE-STATUS
043900         GO TO 1000-FATAL-EXIT
044000     END-IF.
044100     OPEN INPUT THRESH-CTL.
044200     IF WS-THRESH-CTL-STATUS = "00"
044300         PERFORM 1100-LOAD-ONE-RULE THRU 1100-EXIT
044400             UNTIL THRESH-CTL-EOF
044500                OR WS-CTL-COUNT = WS-CTL-MAX
044600         CLOSE THRESH-CTL
044700     END-IF.
044800     PERFORM 1200-BUILD-SOURCE-SET THRU 1200-EXIT
044900         VARYING WS-CTL-SUB FROM 1 BY 1
045000         UNTIL WS-CTL-SUB > WS-CTL-COUNT.
045100     IF NOT DEFAULT-SET-LOADED
045200         PERFORM 1300-BUILT-IN-SET THRU 1300-EXIT
045300     END-IF.
045400     MOVE WS-AS-OF-DATE TO WS-H-AS-OF.
045500     MOVE WS-MARGIN TO WS-ML-MARGIN.
045600     IF EC-MARGIN-PERCENT
045700         MOVE "PERCENT OF THE BOUND" TO WS-ML-TEXT
045800     ELSE
045900         MOVE "EITHER SIDE OF THE BOUND" TO WS-ML-TEXT
046000     END-IF.
046100     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-HEADING-1.
046200     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-MARGIN-LINE.
046300     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-HEADING-2.
046400     GO TO 1000-EXIT.
046500 1000-FATAL-EXIT.
046600     DISPLAY "BNDEXPO - UNABLE TO OPEN " WS-FATAL-FILE-ID
046700         " FILE STATUS " WS-FATAL-FILE-STATUS.
046800     MOVE 16 TO RETURN-CODE.
046900     STOP RUN.
047000 1000-EXIT.
047100     EXIT.
047200
047300*-----------------------------------------------------------------
047400* 1100-LOAD-ONE-RULE -- A "T" RECORD IS THE NIGHTLY RUN'S
047500* INVALID-RECORD TOLERANCE, NOT A BAND -- SKIP IT HERE
047600*-----------------------------------------------------------------
047700 1100-LOAD-ONE-RULE.
047800     READ THRESH-CTL INTO WS-THRESH-CTL-DETAIL
047900         AT END
048000             SET THRESH-CTL-EOF TO TRUE
048100             GO TO 1100-EXIT
048200     END-READ.
048300     IF TC-BAND-CODE = "T"
048400         GO TO 1100-EXIT
048500     END-IF.
048600     ADD 1 TO WS-CTL-COUNT.
048700     MOVE TC-SOURCE-SYSTEM TO WS-CTL-SOURCE (WS-CTL-COUNT).
048800     MOVE TC-BAND-CODE     TO WS-CTL-BAND-CODE (WS-CTL-COUNT).
048900     MOVE TC-LOW-BOUND     TO WS-CTL-LOW (WS-CTL-COUNT).
049000     MOVE TC-HIGH-BOUND    TO WS-CTL-HIGH (WS-CTL-COUNT).
049100     IF TC-EFFECTIVE-DATE IS NUMERIC
049200         MOVE TC-EFFECTIVE-DATE TO WS-CTL-EFF-DATE (WS-CTL-COUNT)
049300     ELSE
049400         MOVE ZERO TO WS-CTL-EFF-DATE (WS-CTL-COUNT)
049500     END-IF.
049600 1100-EXIT.
049700     EXIT.
049800
049900*-----------------------------------------------------------------
050000* 1200-BUILD-SOURCE-SET -- THE FIRST TIME A RULE ENTRY'S SOURCE
050100* IS SEEN, COPY THAT SOURCE'S SET IN FORCE AT THE AS-OF DATE (IF
050200* IT HAS ONE) INTO THE SET AND BAND TABLES
050300*-----------------------------------------------------------------
050400 1200-BUILD-SOURCE-SET.
050500     MOVE WS-CTL-SOURCE (WS-CTL-SUB) TO WS-CTL-WANT-SRC.
050600     PERFORM 2210-FIND-SET THRU 2210-EXIT.
050700     IF WS-SET-FOUND > ZERO
050800         GO TO 1200-EXIT
050900     END-IF.
051000     PERFORM 1210-PICK-EFF THRU 1210-EXIT.
051100     IF NOT EFF-FOUND
051200         GO TO 1200-EXIT
051300     END-IF.
051400     IF WS-SET-COUNT NOT < WS-SET-MAX
051500         DISPLAY "BNDEXPO - RULE SET TABLE FULL, SOURCE "
051600             WS-CTL-WANT-SRC " REPORTED UNDER THE DEFAULT SET"
051700         GO TO 1200-EXIT
051800     END-IF.
051900     ADD 1 TO WS-SET-COUNT.
052000     MOVE WS-CTL-WANT-SRC TO WS-SET-SRC (WS-SET-COUNT).
052100     MOVE WS-CTL-EFF-BEST TO WS-SET-EFF (WS-SET-COUNT).
052200     MOVE "N" TO WS-SET-BUILT-IN-SW (WS-SET-COUNT).
052300     ADD 1 WS-BN-COUNT GIVING WS-SET-FIRST (WS-SET-COUNT).
052400     PERFORM 1220-COPY-ONE-BAND THRU 1220-EXIT
052500         VARYING WS-CTL-SCAN-SUB FROM 1 BY 1
052600         UNTIL WS-CTL-SCAN-SUB > WS-CTL-COUNT.
052700     MOVE WS-BN-COUNT TO WS-SET-LAST (WS-SET-COUNT).
052800     IF WS-CTL-WANT-SRC = SPACES
052900         SET DEFAULT-SET-LOADED TO TRUE
053000     END-IF.
053100 1200-EXIT.
053200     EXIT.
053300
053400*-----------------------------------------------------------------
053500* 1210-PICK-EFF -- THE LATEST EFFECTIVE DATE ON OR BEFORE THE
053600* AS-OF DATE AMONG WS-CTL-WANT-SRC'S RULES, IF IT HAS ANY IN
053700* FORCE
053800*-----------------------------------------------------------------
053900 1210-PICK-EFF.
054000     MOVE "N"  TO WS-EFF-FOUND-SW.
054100     MOVE ZERO TO WS-CTL-EFF-BEST.
054200     PERFORM 1211-CHECK-ONE-EFF THRU 1211-EXIT
054300         VARYING WS-CTL-SCAN-SUB FROM 1 BY 1
054400         UNTIL WS-CTL-SCAN-SUB > WS-CTL-COUNT.
054500 1210-EXIT.
054600     EXIT.
054700
054800 1211-CHECK-ONE-EFF.
054900     IF WS-CTL-SOURCE (WS-CTL-SCAN-SUB) = WS-CTL-WANT-SRC
055000        AND WS-CTL-EFF-DATE (WS-CTL-SCAN-SUB) NOT > WS-AS-OF-DATE
055100         SET EFF-FOUND TO TRUE
055200         IF WS-CTL-EFF-DATE (WS-CTL-SCAN-SUB) > WS-CTL-EFF-BEST
055300             MOVE WS-CTL-EFF-DATE (WS-CTL-SCAN-SUB)
055400                 TO WS-CTL-EFF-BEST
055500         END-IF
055600     END-IF.
055700 1211-EXIT.
055800     EXIT.
055900
056000 1220-COPY-ONE-BAND.
056100     IF WS-CTL-SOURCE (WS-CTL-SCAN-SUB) = WS-CTL-WANT-SRC
056200        AND WS-CTL-EFF-DATE (WS-CTL-SCAN-SUB) = WS-CTL-EFF-BEST
056300        AND WS-BN-COUNT < WS-BN-MAX
056400         ADD 1 TO WS-BN-COUNT
056500         MOVE WS-CTL-BAND-CODE (WS-CTL-SCAN-SUB)
056600             TO WS-BN-CODE (WS-BN-COUNT)
056700         MOVE WS-CTL-LOW (WS-CTL-SCAN-SUB)
056800             TO WS-BN-LOW (WS-BN-COUNT)
056900         MOVE WS-CTL-HIGH (WS-CTL-SCAN-SUB)
057000             TO WS-BN-HIGH (WS-BN-COUNT)
057100         PERFORM 1230-CLEAR-BAND-COUNTS THRU 1230-EXIT
057200     END-IF.
057300 1220-EXIT.
057400     EXIT.
057500
057600 1230-CLEAR-BAND-COUNTS.
057700     MOVE ZERO TO WS-BN-KEYS (WS-BN-COUNT).
057800     MOVE ZERO TO WS-BN-NEAR (WS-BN-COUNT).
057900     PERFORM 1231-CLEAR-ONE-TENTH THRU 1231-EXIT
058000         VARYING WS-TENTH-SUB FROM 1 BY 1
058100         UNTIL WS-TENTH-SUB > 10.
058200 1230-EXIT.
058300     EXIT.
058400
058500 1231-CLEAR-ONE-TENTH.
058600     MOVE ZERO TO WS-BN-TENTH-CNT (WS-BN-COUNT, WS-TENTH-SUB).
058700 1231-EXIT.
058800     EXIT.
058900
059000*-----------------------------------------------------------------
059100* 1300-BUILT-IN-SET -- NO DEFAULT SET IN FORCE: THE NIGHTLY RUN
059200* FALLS BACK TO ITS BUILT-IN THREE BANDS, SO THIS REPORT DOES TOO
059300*-----------------------------------------------------------------
059400 1300-BUILT-IN-SET.
059500     IF WS-SET-COUNT NOT < WS-SET-MAX
059600        OR WS-BN-COUNT + 3 > WS-BN-MAX
059700         DISPLAY "BNDEXPO - NO ROOM FOR THE BUILT-IN BANDS"
059800         GO TO 1300-EXIT
059900     END-IF.
060000     ADD 1 TO WS-SET-COUNT.
060100     MOVE SPACES TO WS-SET-SRC (WS-SET-COUNT).
060200     MOVE ZERO   TO WS-SET-EFF (WS-SET-COUNT).
060300     SET SET-BUILT-IN (WS-SET-COUNT) TO TRUE.
060400     ADD 1 WS-BN-COUNT GIVING WS-SET-FIRST (WS-SET-COUNT).
060500     ADD 1 TO WS-BN-COUNT.
060600     MOVE "1"      TO WS-BN-CODE (WS-BN-COUNT).
060700     MOVE 0        TO WS-BN-LOW (WS-BN-COUNT).
060800     MOVE 4.99     TO WS-BN-HIGH (WS-BN-COUNT).
060900     PERFORM 1230-CLEAR-BAND-COUNTS THRU 1230-EXIT.
061000     ADD 1 TO WS-BN-COUNT.
061100     MOVE "2"      TO WS-BN-CODE (WS-BN-COUNT).
061200     MOVE 5        TO WS-BN-LOW (WS-BN-COUNT).
061300     MOVE 9.99     TO WS-BN-HIGH (WS-BN-COUNT).
061400     PERFORM 1230-CLEAR-BAND-COUNTS THRU 1230-EXIT.
061500     ADD 1 TO WS-BN-COUNT.
061600     MOVE "3"      TO WS-BN-CODE (WS-BN-COUNT).
061700     MOVE 10       TO WS-BN-LOW (WS-BN-COUNT).
061800     MOVE 99999.99 TO WS-BN-HIGH (WS-BN-COUNT).
061900     PERFORM 1230-CLEAR-BAND-COUNTS THRU 1230-EXIT.
062000     MOVE WS-BN-COUNT TO WS-SET-LAST (WS-SET-COUNT).
062100     SET DEFAULT-SET-LOADED TO TRUE.
062200 1300-EXIT.
062300     EXIT.
062400
062500*-----------------------------------------------------------------
062600* 2000-SELECT-NEAR-KEYS -- SORT INPUT PROCEDURE: PASS THE MASTER
062700* IN KEY ORDER, WRITING AND RELEASING EVERY NEAR-BOUNDARY KEY
062800*-----------------------------------------------------------------
062900 2000-SELECT-NEAR-KEYS.
063000     PERFORM 2100-CHECK-ONE-MASTER THRU 2100-EXIT
063100         UNTIL CLAS-MSTR-EOF.
063200 2000-EXIT.
063300     EXIT.
063400
063500*-----------------------------------------------------------------
063600* 2100-CHECK-ONE-MASTER -- BAND ONE KEY UNDER ITS SOURCE'S SET,
063700* COUNT IT INTO ITS BAND'S TENTHS, AND TEST BOTH BOUNDS. THE
063800* RESERVED PRIMING KEY 999999 IS SKIPPED. A KEY HELD BY A CLSOVRD
063900* OVERRIDE IS NOT EXPOSED TO A DRIFT AND IS ONLY COUNTED.
064000*-----------------------------------------------------------------
064100 2100-CHECK-ONE-MASTER.
064200     READ CLAS-MSTR INTO WS-CLAS-MSTR-DETAIL
064300         AT END
064400             SET CLAS-MSTR-EOF TO TRUE
064500             GO TO 2100-EXIT
064600     END-READ.
064700     IF CM-RECORD-KEY = 999999
064800         GO TO 2100-EXIT
064900     END-IF.
065000     ADD 1 TO WS-MASTERS-READ.
065100     IF CM-OVERRIDE-DECISION
065200         ADD 1 TO WS-OVERRIDE-CNT
065300         GO TO 2100-EXIT
065400     END-IF.
065500     IF CM-X-VALUE NOT NUMERIC
065600         ADD 1 TO WS-NO-BAND-CNT
065700         GO TO 2100-EXIT
065800     END-IF.
065900     PERFORM 2200-FIND-KEY-SET THRU 2200-EXIT.
066000     IF WS-SET-FOUND = ZERO
066100         ADD 1 TO WS-NO-BAND-CNT
066200         GO TO 2100-EXIT
066300     END-IF.
066400     MOVE CM-X-VALUE TO WS-PROBE-VALUE.
066500     PERFORM 2300-FIND-BAND THRU 2300-EXIT.
066600     IF WS-BN-FOUND = ZERO
066700         ADD 1 TO WS-NO-BAND-CNT
066800         GO TO 2100-EXIT
066900     END-IF.
067000     ADD 1 TO WS-BANDED-CNT.
067100     ADD 1 TO WS-BN-KEYS (WS-BN-FOUND).
067200     PERFORM 2400-COUNT-TENTH THRU 2400-EXIT.
067300     PERFORM 2500-TEST-BOUNDS THRU 2500-EXIT.
067400     IF NEAR-NONE
067500         GO TO 2100-EXIT
067600     END-IF.
067700     PERFORM 2600-WRITE-WATCH THRU 2600-EXIT.
067800 2100-EXIT.
067900     EXIT.
068000
068100*-----------------------------------------------------------------
068200* 2200-FIND-KEY-SET -- THE KEY'S OWN SOURCE'S SET, ELSE THE
068300* DEFAULT (OR BUILT-IN) SET
068400*-----------------------------------------------------------------
068500 2200-FIND-KEY-SET.
068600     MOVE CM-SOURCE-SYSTEM TO WS-CTL-WANT-SRC.
068700     PERFORM 2210-FIND-SET THRU 2210-EXIT.
068800     IF WS-SET-FOUND = ZERO
068900         MOVE SPACES TO WS-CTL-WANT-SRC
069000         PERFORM 2210-FIND-SET THRU 2210-EXIT
069100     END-IF.
069200 2200-EXIT.
069300     EXIT.
069400
069500 2210-FIND-SET.
069600     MOVE ZERO TO WS-SET-FOUND.
069700     PERFORM 2220-MATCH-ONE-SET THRU 2220-EXIT
069800         VARYING WS-SET-SUB FROM 1 BY 1
069900         UNTIL WS-SET-SUB > WS-SET-COUNT
070000            OR WS-SET-FOUND > ZERO.
070100 2210-EXIT.
070200     EXIT.
070300
070400 2220-MATCH-ONE-SET.
070500     IF WS-SET-SRC (WS-SET-SUB) = WS-CTL-WANT-SRC
070600         MOVE WS-SET-SUB TO WS-SET-FOUND
070700     END-IF.
070800 2220-EXIT.
070900     EXIT.
071000
071100*-----------------------------------------------------------------
071200* 2300-FIND-BAND -- THE BAND OF THE FOUND SET CONTAINING
071300* WS-PROBE-VALUE; ZERO WHEN NONE DOES
071400*-----------------------------------------------------------------
071500 2300-FIND-BAND.
071600     MOVE ZERO TO WS-BN-FOUND.
071700     PERFORM 2310-MATCH-ONE-BAND THRU 2310-EXIT
071800         VARYING WS-BN-PROBE-SUB FROM WS-SET-FIRST (WS-SET-FOUND)
071900         BY 1
072000         UNTIL WS-BN-PROBE-SUB > WS-SET-LAST (WS-SET-FOUND)
072100            OR WS-BN-FOUND > ZERO.
072200 2300-EXIT.
072300     EXIT.
072400
072500 2310-MATCH-ONE-BAND.
072600     IF WS-PROBE-VALUE NOT < WS-BN-LOW (WS-BN-PROBE-SUB)
072700        AND WS-PROBE-VALUE NOT > WS-BN-HIGH (WS-BN-PROBE-SUB)
072800         MOVE WS-BN-PROBE-SUB TO WS-BN-FOUND
072900     END-IF.
073000 2310-EXIT.
073100     EXIT.
073200
073300*-----------------------------------------------------------------
073400* 2400-COUNT-TENTH -- WHICH TENTH OF THE BAND WIDTH THE VALUE
073500* FALLS IN (1 AT THE LOW BOUND, 10 AT THE HIGH). THE WIDTH
073600* INCLUDES THE LAST CENT, SO THE HIGH BOUND ITSELF LANDS IN 10.
073700*-----------------------------------------------------------------
073800 2400-COUNT-TENTH.
073900     COMPUTE WS-TENTH-SUB =
074000         ((CM-X-VALUE - WS-BN-LOW (WS-BN-FOUND)) * 10)
074100         / (WS-BN-HIGH (WS-BN-FOUND) - WS-BN-LOW (WS-BN-FOUND)
074200            + .01).
074300     ADD 1 TO WS-TENTH-SUB.
074400     IF WS-TENTH-SUB > 10
074500         MOVE 10 TO WS-TENTH-SUB
074600     END-IF.
074700     ADD 1 TO WS-BN-TENTH-CNT (WS-BN-FOUND, WS-TENTH-SUB).
074800 2400-EXIT.
074900     EXIT.
075000
075100*-----------------------------------------------------------------
075200* 2500-TEST-BOUNDS -- DISTANCE FROM EACH BOUND AGAINST ITS
075300* MARGIN. THE BOTTOM OF THE SCALE (ZERO) AND THE TOP (99999.99)
075400* HAVE NO BAND BEYOND THEM AND ARE NEVER TESTED. A KEY NEAR BOTH
075500* BOUNDS OF A NARROW BAND IS LISTED AGAINST THE NEARER ONE.
075600*-----------------------------------------------------------------
075700 2500-TEST-BOUNDS.
075800     MOVE SPACE TO WS-NEAR-SIDE.
075900     IF EC-MARGIN-PERCENT
076000         COMPUTE WS-LOW-MARGIN ROUNDED =
076100             WS-BN-LOW (WS-BN-FOUND) * WS-MARGIN / 100
076200         COMPUTE WS-HIGH-MARGIN ROUNDED =
076300             WS-BN-HIGH (WS-BN-FOUND) * WS-MARGIN / 100
076400     ELSE
076500         MOVE WS-MARGIN TO WS-LOW-MARGIN
076600         MOVE WS-MARGIN TO WS-HIGH-MARGIN
076700     END-IF.
076800     SUBTRACT WS-BN-LOW (WS-BN-FOUND) FROM CM-X-VALUE
076900         GIVING WS-LOW-DISTANCE.
077000     SUBTRACT CM-X-VALUE FROM WS-BN-HIGH (WS-BN-FOUND)
077100         GIVING WS-HIGH-DISTANCE.
077200     IF WS-BN-LOW (WS-BN-FOUND) > ZERO
077300        AND WS-LOW-DISTANCE NOT > WS-LOW-MARGIN
077400         SET NEAR-LOW TO TRUE
077500     END-IF.
077600     IF WS-BN-HIGH (WS-BN-FOUND) < WS-SCALE-TOP
077700        AND WS-HIGH-DISTANCE NOT > WS-HIGH-MARGIN
077800         IF NEAR-NONE
077900            OR WS-HIGH-DISTANCE < WS-LOW-DISTANCE
078000             SET NEAR-HIGH TO TRUE
078100         END-IF
078200     END-IF.
078300 2500-EXIT.
078400     EXIT.
078500
078600*-----------------------------------------------------------------
078700* 2600-WRITE-WATCH -- BUILD THE WATCH-LIST RECORD, WITH THE BAND
078800* ONE CENT PAST THE BOUND UNDER THE SAME SET, WRITE IT IN KEY
078900* ORDER, AND RELEASE IT FOR THE GROUPED LISTING
079000*-----------------------------------------------------------------
079100 2600-WRITE-WATCH.
079200     MOVE SPACES              TO WS-WATCH-DETAIL.
079300     MOVE CM-RECORD-KEY       TO WL-RECORD-KEY.
079400     MOVE CM-X-VALUE          TO WL-X-VALUE.
079500     MOVE WS-BN-CODE (WS-BN-FOUND) TO WL-BAND-CODE.
079600     MOVE CM-SOURCE-SYSTEM    TO WL-SOURCE-SYSTEM.
079700     MOVE WS-NEAR-SIDE        TO WL-BOUND-SIDE.
079800     IF NEAR-LOW
079900         MOVE WS-BN-LOW (WS-BN-FOUND) TO WL-BOUND-VALUE
080000         MOVE WS-LOW-DISTANCE TO WL-DISTANCE
080100         SUBTRACT .01 FROM WS-BN-LOW (WS-BN-FOUND)
080200             GIVING WS-PROBE-VALUE
080300         ADD 1 TO WS-NEAR-LOW-CNT
080400     ELSE
080500         MOVE WS-BN-HIGH (WS-BN-FOUND) TO WL-BOUND-VALUE
080600         MOVE WS-HIGH-DISTANCE TO WL-DISTANCE
080700         ADD .01 TO WS-BN-HIGH (WS-BN-FOUND)
080800             GIVING WS-PROBE-VALUE
080900         ADD 1 TO WS-NEAR-HIGH-CNT
081000     END-IF.
081100     ADD 1 TO WS-BN-NEAR (WS-BN-FOUND).
081200     MOVE WS-BN-FOUND TO WS-BN-SUB.
081300     PERFORM 2300-FIND-BAND THRU 2300-EXIT.
081400     IF WS-BN-FOUND = ZERO
081500         MOVE SPACE TO WL-NEXT-BAND
081600     ELSE
081700         MOVE WS-BN-CODE (WS-BN-FOUND) TO WL-NEXT-BAND
081800     END-IF.
081900     MOVE WS-BN-SUB TO WS-BN-FOUND.
082000     MOVE WS-SET-SRC (WS-SET-FOUND) TO WL-RULE-SET-SRC.
082100     MOVE WS-SET-EFF (WS-SET-FOUND) TO WL-RULE-SET-EFF.
082200     MOVE WS-AS-OF-DATE       TO WL-AS-OF-DATE.
082300     WRITE WATCH-OUT-RECORD FROM WS-WATCH-DETAIL.
082400     ADD 1 TO WS-WATCH-WRITTEN.
082500     ADD 1 TO WS-NEAR-CNT.
082600     RELEASE SORT-RECORD FROM WS-WATCH-DETAIL.
082700 2600-EXIT.
082800     EXIT.
082900
083000*-----------------------------------------------------------------
083100* 3000-PRINT-GROUPS -- SORT OUTPUT PROCEDURE: ONE GROUP PER BAND
083200* AND SOURCE SYSTEM, HEADED BY THE RULE SET THE KEYS RAN UNDER
083300* AND CLOSED WITH ITS COUNT
083400*-----------------------------------------------------------------
083500 3000-PRINT-GROUPS.
083600     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
083700         UNTIL SORT-EOF.
083800     IF GROUP-OPEN
083900         PERFORM 3300-CLOSE-GROUP THRU 3300-EXIT
084000     END-IF.
084100 3000-EXIT.
084200     EXIT.
084300
084400 3100-RETURN-ONE.
084500     RETURN SORT-FILE
084600         AT END
084700             SET SORT-EOF TO TRUE
084800             GO TO 3100-EXIT
084900     END-RETURN.
085000     IF GROUP-OPEN
085100        AND (SR-BAND-CODE NOT = WS-G-BAND-CODE
085200          OR SR-SOURCE-SYSTEM NOT = WS-G-SOURCE)
085300         PERFORM 3300-CLOSE-GROUP THRU 3300-EXIT
085400     END-IF.
085500     IF NOT GROUP-OPEN
085600         PERFORM 3200-OPEN-GROUP THRU 3200-EXIT
085700     END-IF.
085800     MOVE SR-RECORD-KEY   TO WS-D-RECORD-KEY.
085900     MOVE SR-X-VALUE      TO WS-D-X-VALUE.
086000     IF SR-NEAR-LOW
086100         MOVE "LOW"       TO WS-D-SIDE
086200     ELSE
086300         MOVE "HIGH"      TO WS-D-SIDE
086400     END-IF.
086500     MOVE SR-BOUND-VALUE  TO WS-D-BOUND.
086600     MOVE SR-DISTANCE     TO WS-D-DISTANCE.
086700     IF SR-NEXT-BAND = SPACE
086800         MOVE "NONE"      TO WS-D-NEXT-BAND
086900     ELSE
087000         MOVE SR-NEXT-BAND TO WS-D-NEXT-BAND
087100     END-IF.
087200     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-DETAIL.
087300     ADD 1 TO WS-G-COUNT.
087400     ADD 1 TO WS-LISTED-CNT.
087500 3100-EXIT.
087600     EXIT.
087700
087800 3200-OPEN-GROUP.
087900     SET GROUP-OPEN TO TRUE.
088000     MOVE SR-BAND-CODE     TO WS-G-BAND-CODE.
088100     MOVE SR-SOURCE-SYSTEM TO WS-G-SOURCE.
088200     MOVE ZERO             TO WS-G-COUNT.
088300     MOVE SR-BAND-CODE     TO WS-GL-BAND-CODE.
088400     MOVE SR-SOURCE-SYSTEM TO WS-GL-SOURCE.
088500     IF SR-RULE-SET-SRC = SPACES
088600         MOVE "DEFAULT"    TO WS-GL-SET-NAME
088700     ELSE
088800         MOVE SR-RULE-SET-SRC TO WS-GL-SET-NAME
088900     END-IF.
089000     MOVE SR-RULE-SET-EFF  TO WS-GL-SET-EFF.
089100     MOVE SPACES TO WS-EXP-RPT-MSG.
089200     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-MSG.
089300     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-GROUP-LINE.
089400 3200-EXIT.
089500     EXIT.
089600
089700 3300-CLOSE-GROUP.
089800     MOVE "  KEYS NEAR A BOUND IN THIS GROUP"  TO WS-T-LABEL.
089900     MOVE WS-G-COUNT                           TO WS-T-COUNT.
090000     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-TOTAL.
090100     MOVE "N" TO WS-GROUP-OPEN-SW.
090200 3300-EXIT.
090300     EXIT.
090400
090500*-----------------------------------------------------------------
090600* 9000-TERMINATE -- THE SPREAD OF EACH BAND, TOTALS, CLOSE
090700*-----------------------------------------------------------------
090800 9000-TERMINATE.
090900     MOVE SPACES TO WS-EXP-RPT-MSG.
091000     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-MSG.
091100     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-DIST-HEADING.
091200     PERFORM 9100-PRINT-ONE-SET THRU 9100-EXIT
091300         VARYING WS-SET-SUB FROM 1 BY 1
091400         UNTIL WS-SET-SUB > WS-SET-COUNT.
091500     MOVE SPACES TO WS-EXP-RPT-MSG.
091600     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-MSG.
091700     MOVE "MASTER RECORDS READ"               TO WS-T-LABEL.
091800     MOVE WS-MASTERS-READ                     TO WS-T-COUNT.
091900     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-TOTAL.
092000     MOVE "KEYS BANDED UNDER THE RULES"       TO WS-T-LABEL.
092100     MOVE WS-BANDED-CNT                       TO WS-T-COUNT.
092200     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-TOTAL.
092300     MOVE "KEYS NEAR A BOUND"                 TO WS-T-LABEL.
092400     MOVE WS-NEAR-CNT                         TO WS-T-COUNT.
092500     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-TOTAL.
092600     MOVE "  NEAR THE LOW BOUND"              TO WS-T-LABEL.
092700     MOVE WS-NEAR-LOW-CNT                     TO WS-T-COUNT.
092800     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-TOTAL.
092900     MOVE "  NEAR THE HIGH BOUND"             TO WS-T-LABEL.
093000     MOVE WS-NEAR-HIGH-CNT                    TO WS-T-COUNT.
093100     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-TOTAL.
093200     MOVE "HELD BY AN OVERRIDE -- NOT EXPOSED" TO WS-T-LABEL.
093300     MOVE WS-OVERRIDE-CNT                     TO WS-T-COUNT.
093400     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-TOTAL.
093500     MOVE "NO BAND FOR THE X VALUE"           TO WS-T-LABEL.
093600     MOVE WS-NO-BAND-CNT                      TO WS-T-COUNT.
093700     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-TOTAL.
093800     MOVE "WATCH-LIST RECORDS WRITTEN"        TO WS-T-LABEL.
093900     MOVE WS-WATCH-WRITTEN                    TO WS-T-COUNT.
094000     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-TOTAL.
094100     IF WS-LISTED-CNT NOT = WS-WATCH-WRITTEN
094200         MOVE "** LISTED KEYS DO NOT EQUAL WATCH-LIST RECORDS **"
094300             TO WS-EXP-RPT-MSG
094400         WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-MSG
094500         MOVE 8 TO RETURN-CODE
094600     END-IF.
094700     DISPLAY "BNDEXPO - MASTER RECORDS READ " WS-MASTERS-READ
094800         " NEAR A BOUND " WS-NEAR-CNT
094900         " CONDITION CODE " RETURN-CODE.
095000     CLOSE CLAS-MSTR EXP-RPT WATCH-OUT.
095100 9000-EXIT.
095200     EXIT.
095300
095400*-----------------------------------------------------------------
095500* 9100-PRINT-ONE-SET -- EACH BAND OF ONE RULE SET: ITS BOUNDS AND
095600* COUNTS, THEN ITS KEYS PER TENTH OF THE WIDTH
095700*-----------------------------------------------------------------
095800 9100-PRINT-ONE-SET.
095900     PERFORM 9110-PRINT-ONE-BAND THRU 9110-EXIT
096000         VARYING WS-BN-SUB FROM WS-SET-FIRST (WS-SET-SUB) BY 1
096100         UNTIL WS-BN-SUB > WS-SET-LAST (WS-SET-SUB).
096200 9100-EXIT.
096300     EXIT.
096400
096500 9110-PRINT-ONE-BAND.
096600     MOVE WS-BN-CODE (WS-BN-SUB) TO WS-BL-CODE.
096700     IF SET-BUILT-IN (WS-SET-SUB)
096800         MOVE "BUILT-IN" TO WS-BL-SET-NAME
096900     ELSE
097000         IF WS-SET-SRC (WS-SET-SUB) = SPACES
097100             MOVE "DEFAULT" TO WS-BL-SET-NAME
097200         ELSE
097300             MOVE WS-SET-SRC (WS-SET-SUB) TO WS-BL-SET-NAME
097400         END-IF
097500     END-IF.
097600     MOVE WS-BN-LOW (WS-BN-SUB)  TO WS-BL-LOW.
097700     MOVE WS-BN-HIGH (WS-BN-SUB) TO WS-BL-HIGH.
097800     MOVE WS-BN-KEYS (WS-BN-SUB) TO WS-BL-KEYS.
097900     MOVE WS-BN-NEAR (WS-BN-SUB) TO WS-BL-NEAR.
098000     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-BAND-LINE.
098100     PERFORM 9120-MOVE-ONE-TENTH THRU 9120-EXIT
098200         VARYING WS-TENTH-SUB FROM 1 BY 1
098300         UNTIL WS-TENTH-SUB > 10.
098400     WRITE EXP-RPT-RECORD FROM WS-EXP-RPT-TENTH-LINE.
098500 9110-EXIT.
098600     EXIT.
098700
098800 9120-MOVE-ONE-TENTH.
098900     MOVE WS-BN-TENTH-CNT (WS-BN-SUB, WS-TENTH-SUB)
099000         TO WS-TL-COUNT (WS-TENTH-SUB).
099100 9120-EXIT.
099200     EXIT.
