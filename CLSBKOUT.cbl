000100*-----------------------------------------------------------------
000200* CLSBKOUT -- BACK OUT ONE NIGHT'S CLASSIFICATION MASTER CHANGES
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CLSBKOUT.
000600 AUTHOR. DATA PROCESSING DEPT.
000700 INSTALLATION. MAIN STREET BATCH CENTER.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 SECURITY. NONE.
001100*-----------------------------------------------------------------
001200* MODIFICATION HISTORY
001300* MM/DD/YY  INIT  DESCRIPTION
001400* --------  ----  -------------------------------------------
001500* 10/15/26  DLM   ORIGINAL PROGRAM -- A NIGHT RUN AGAINST A BAD
001600*                 EXTRACT OR THE WRONG RULE SET HAS ALREADY
001700*                 REWRITTEN CLASMSTR KEY BY KEY, AND A CLASVFY
001800*                 REBUILD REPLAYS THE WHOLE TRAIL. THIS UTILITY
001900*                 TAKES A RUN DATE AND SOURCE SYSTEM FROM THE
002000*                 BKOCARD AND READS THAT NIGHT'S CLSDLTA DELTA
002100*                 DETAILS (COPYBOOK CLSDLTC), SORTED BY KEY. A
002200*                 KEY THE NIGHT ADDED (TYPE A) IS DELETED FROM
002300*                 THE MASTER; A KEY THE NIGHT MOVED (TYPE C) IS
002400*                 PUT BACK TO ITS PRIOR X VALUE, BAND, CLASS
002500*                 DATE, SOURCE, AND DECISION TYPE. A KEY THE
002600*                 MASTER NO LONGER HOLDS AS THE NIGHT LEFT IT
002700*                 (A LATER RUN OR RECYCLE HAS TOUCHED IT) IS
002800*                 LEFT ALONE AND LISTED. EVERY REVERSAL WRITES
002900*                 A REVERSING AUDIT RECORD ("B" RESTORED, "D"
003000*                 DELETED -- COPYBOOK AUDRECC) AND A DETAIL ON A
003100*                 REVERSAL CLSDLTA GENERATION SO RATING CAN
003200*                 UNWIND THE SAME CHANGES, AND THE RUN POSTS A
003300*                 CLSBKOUT/BACKOUT RECORD TO RUNCTL UNDER THE
003400*                 NIGHT'S RUN DATE SO RUNBAL SHOWS IT REVERSED.
003500*-----------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BKO-CARD   ASSIGN TO BKOCARD
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-BKO-CARD-STATUS.
004600     SELECT DLTA-IN    ASSIGN TO DLTAIN
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-DLTA-IN-STATUS.
004900     SELECT CLAS-MSTR  ASSIGN TO CLASMSTR
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS CMR-RECORD-KEY
005300         FILE STATUS IS WS-CLAS-MSTR-STATUS.
005400     SELECT AUDIT-OUT  ASSIGN TO AUDITOUT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-AUDIT-OUT-STATUS.
005700     SELECT DLTA-OUT   ASSIGN TO DLTAOUT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-DLTA-OUT-STATUS.
006000     SELECT RUN-CTL    ASSIGN TO RUNCTL
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-RUN-CTL-STATUS.
006300     SELECT BKO-RPT    ASSIGN TO BKORPT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-BKO-RPT-STATUS.
006600     SELECT SORT-FILE  ASSIGN TO SORTWK.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000*-------------------------------------------------------------
007100* BKO-CARD -- THE NIGHT TO BACK OUT: RUN DATE (YYYYMMDD) IN
007200* COLS 1-8, SOURCE SYSTEM IN COLS 9-16 (BLANK OR *ALL FOR
007300* EVERY SOURCE THAT NIGHT)
007400*-------------------------------------------------------------
007500 FD  BKO-CARD
007600     RECORD CONTAINS 80 CHARACTERS
007700     DATA RECORD IS BKO-CARD-RECORD.
007800 01  BKO-CARD-RECORD.
007900     05  BC-RUN-DATE             PIC X(08).
008000     05  BC-SOURCE-SYSTEM        PIC X(08).
008100         88  BC-ALL-SOURCES             VALUE "*ALL" SPACES.
008200     05  FILLER                  PIC X(64).
008300
008400*-------------------------------------------------------------
008500* DLTA-IN -- THE CLSDLTA GENERATION(S) THE NIGHT CUT, HDR AND
008600* TRL FRAMING INCLUDED. DETAIL FIELDS ARE IN WS-DLTA-DETAIL
008700* (COPYBOOK CLSDLTC).
008800*-------------------------------------------------------------
008900 FD  DLTA-IN
009000     RECORD CONTAINS 80 CHARACTERS
009100     DATA RECORD IS DLTA-IN-RECORD.
009200 01  DLTA-IN-RECORD              PIC X(80).
009300 01  DLTA-IN-TYPE-RECORD.
009400     05  DLTA-IN-RECORD-TYPE     PIC X(03).
009500     05  FILLER                  PIC X(77).
009600
009700*-------------------------------------------------------------
009800* CLAS-MSTR -- KEYED CLASSIFICATION-HISTORY MASTER (VSAM KSDS)
009900* ONLY THE RECORD KEY IS NAMED HERE -- SEE WS-CLAS-MSTR-DETAIL
010000* FOR THE FULL FIELDS (COPYBOOK CLASMSTC).
010100*-------------------------------------------------------------
010200 FD  CLAS-MSTR
010300     RECORD CONTAINS 80 CHARACTERS
010400     DATA RECORD IS CLAS-MSTR-RECORD.
010500 01  CLAS-MSTR-RECORD.
010600     05  CMR-RECORD-KEY          PIC 9(06).
010700     05  FILLER                  PIC X(74).
010800
010900*-------------------------------------------------------------
011000* AUDIT-OUT -- ONE REVERSING AUDIT RECORD PER KEY BACKED OUT
011100* (COPYBOOK AUDRECC)
011200*-------------------------------------------------------------
011300 FD  AUDIT-OUT
011400     RECORD CONTAINS 80 CHARACTERS
011500     DATA RECORD IS AUDIT-OUT-RECORD.
011600 01  AUDIT-OUT-RECORD            PIC X(80).
011700
011800*-------------------------------------------------------------
011900* DLTA-OUT -- THE REVERSAL DELTA GENERATION FOR RATING, FRAMED
012000* HDR / DETAILS / TRL THE SAME WAY THE NIGHTLY RUN FRAMES IT
012100*-------------------------------------------------------------
012200 FD  DLTA-OUT
012300     RECORD CONTAINS 80 CHARACTERS
012400     DATA RECORD IS DLTA-OUT-RECORD.
012500 01  DLTA-OUT-RECORD             PIC X(80).
012600
012700*-------------------------------------------------------------
012800* RUN-CTL -- THE SHARED RUN-CONTROL MASTER, ONE POSTING
012900* APPENDED AT TERMINATION (COPYBOOK RUNCTLC)
013000*-------------------------------------------------------------
013100 FD  RUN-CTL
013200     RECORD CONTAINS 80 CHARACTERS
013300     DATA RECORD IS RUN-CTL-RECORD.
013400 01  RUN-CTL-RECORD              PIC X(80).
013500
013600*-------------------------------------------------------------
013700* BKO-RPT -- ONE LINE PER KEY BACKED OUT OR LEFT ALONE, THEN
013800* THE TOTALS
013900*-------------------------------------------------------------
014000 FD  BKO-RPT
014100     RECORD CONTAINS 80 CHARACTERS
014200     DATA RECORD IS BKO-RPT-RECORD.
014300 01  BKO-RPT-RECORD              PIC X(80).
014400
014500*-------------------------------------------------------------
014600* SORT-FILE -- THE NIGHT'S DELTA DETAILS IN KEY ORDER, THE
014700* ORDER WRITTEN KEPT WITHIN A KEY, SO THE FIRST DETAIL FOR A
014800* KEY HOLDS ITS STATE BEFORE THE NIGHT AND THE LAST HOLDS THE
014900* STATE THE NIGHT LEFT
015000*-------------------------------------------------------------
015100 SD  SORT-FILE
015200     RECORD CONTAINS 94 CHARACTERS
015300     DATA RECORD IS SORT-RECORD.
015400 01  SORT-RECORD.
015500     05  SR-RECORD-KEY           PIC 9(06).
015600     05  SR-WRITE-SEQ            PIC 9(08).
015700     05  SR-DELTA                PIC X(80).
015800
015900 WORKING-STORAGE SECTION.
016000 01  WS-DLTA-IN-EOF-SW            PIC X(01) VALUE "N".
016100     88  DLTA-IN-EOF                        VALUE "Y".
016200 01  WS-SORT-EOF-SW               PIC X(01) VALUE "N".
016300     88  SORT-EOF                           VALUE "Y".
016400 01  WS-KEY-HELD-SW               PIC X(01) VALUE "N".
016500     88  KEY-HELD                           VALUE "Y".
016600
016700 01  WS-BKO-CARD-STATUS           PIC X(02).
016800 01  WS-DLTA-IN-STATUS            PIC X(02).
016900 01  WS-CLAS-MSTR-STATUS          PIC X(02).
017000 01  WS-AUDIT-OUT-STATUS          PIC X(02).
017100 01  WS-DLTA-OUT-STATUS           PIC X(02).
017200 01  WS-RUN-CTL-STATUS            PIC X(02).
017300 01  WS-BKO-RPT-STATUS            PIC X(02).
017400
017500 01  WS-FATAL-FILE-ID             PIC X(08).
017600 01  WS-FATAL-FILE-STATUS         PIC X(02).
017700
017800 01  WS-CURRENT-DATE              PIC 9(08).
017900 01  WS-CURRENT-TIME              PIC 9(08).
018000 01  WS-NIGHT-DATE                PIC 9(08) VALUE ZERO.
018100 01  WS-NIGHT-SOURCE              PIC X(08) VALUE SPACES.
018200 01  WS-ALL-SOURCES-SW            PIC X(01) VALUE "N".
018300     88  ALL-SOURCES                        VALUE "Y".
018400
018500*-------------------------------------------------------------
018600* THE STATE THE NIGHT LEFT ON THE MASTER, KEPT WHILE THE
018700* RECORD IS PUT BACK
018800*-------------------------------------------------------------
018900 01  WS-NIGHT-STATE.
019000     05  WS-N-X-VALUE            PIC 9(05)V99.
019100     05  WS-N-BRANCH-CODE        PIC X(01).
019200     05  WS-N-CLASS-DATE         PIC 9(08).
019300     05  WS-N-SOURCE-SYSTEM      PIC X(08).
019400     05  WS-N-DECISION-TYPE      PIC X(01).
019500
019600*-------------------------------------------------------------
019700* COUNTERS
019800*-------------------------------------------------------------
019900 01  WS-COUNTERS.
020000     05  WS-DLTA-READ-CNT        PIC 9(08) COMP VALUE ZERO.
020100     05  WS-RELEASED-CNT         PIC 9(08) COMP VALUE ZERO.
020200     05  WS-KEYS-SELECTED        PIC 9(08) COMP VALUE ZERO.
020300     05  WS-KEYS-RESTORED        PIC 9(08) COMP VALUE ZERO.
020400     05  WS-KEYS-DELETED         PIC 9(08) COMP VALUE ZERO.
020500     05  WS-KEYS-CHANGED-SINCE   PIC 9(08) COMP VALUE ZERO.
020600     05  WS-KEYS-NOT-ON-MSTR     PIC 9(08) COMP VALUE ZERO.
020700     05  WS-KEYS-FAILED          PIC 9(08) COMP VALUE ZERO.
020800     05  WS-KEYS-REVERSED        PIC 9(08) COMP VALUE ZERO.
020900     05  WS-KEYS-SKIPPED         PIC 9(08) COMP VALUE ZERO.
021000     05  WS-DLTA-DETAIL-CNT      PIC 9(06) COMP VALUE ZERO.
021100     05  WS-DLTA-HASH-TOTAL      PIC 9(11)V99 COMP VALUE ZERO.
021200
021300*-------------------------------------------------------------
021400* DELTA DETAILS -- THE ONE JUST READ OR BEING WRITTEN
021500* (COPYBOOK CLSDLTC), AND THE FIRST AND LAST DETAIL FOR THE
021600* KEY IN HAND (THE SAME LAYOUT, BF- AND BL- PREFIXES)
021700*-------------------------------------------------------------
021800 01  WS-DLTA-DETAIL.
021900     COPY CLSDLTC.
022000
022100 01  WS-FIRST-DETAIL.
022200     COPY CLSDLTC REPLACING LEADING ==DL-== BY ==BF-==.
022300
022400 01  WS-LAST-DETAIL.
022500     COPY CLSDLTC REPLACING LEADING ==DL-== BY ==BL-==.
022600
022700 01  WS-DLTA-HEADER.
022800     05  FILLER                  PIC X(03) VALUE "HDR".
022900     05  DH-RUN-DATE             PIC 9(08).
023000     05  DH-SOURCE-SYSTEM        PIC X(08) VALUE "CLSBKOUT".
023100     05  FILLER                  PIC X(61) VALUE SPACES.
023200
023300 01  WS-DLTA-TRAILER.
023400     05  FILLER                  PIC X(03) VALUE "TRL".
023500     05  DT-DETAIL-COUNT         PIC 9(06).
023600     05  DT-HASH-TOTAL           PIC 9(11)V99.
023700     05  FILLER                  PIC X(58) VALUE SPACES.
023800
023900*-------------------------------------------------------------
024000* CLAS-MSTR -- NAMED FIELDS FOR THE CLASSIFICATION MASTER
024100* RECORD (COPYBOOK CLASMSTC)
024200*-------------------------------------------------------------
024300 01  WS-CLAS-MSTR-DETAIL.
024400     COPY CLASMSTC.
024500
024600*-------------------------------------------------------------
024700* AUDIT-OUT -- NAMED FIELDS FOR THE REVERSING AUDIT RECORD
024800* (COPYBOOK AUDRECC)
024900*-------------------------------------------------------------
025000 01  WS-AUDIT-DETAIL.
025100     COPY AUDRECC.
025200
025300*-------------------------------------------------------------
025400* RUN-CTL -- NAMED FIELDS FOR THE RUN-CONTROL POSTING
025500* (COPYBOOK RUNCTLC)
025600*-------------------------------------------------------------
025700 01  WS-RUN-CTL-DETAIL.
025800     COPY RUNCTLC.
025900
026000*-------------------------------------------------------------
026100* BKO-RPT PRINT LINES
026200*-------------------------------------------------------------
026300 01  WS-BKO-RPT-HEADING-1.
026400     05  FILLER                  PIC X(30)
026500         VALUE "CLASSIFICATION NIGHT BACKOUT".
026600     05  FILLER                  PIC X(09) VALUE "RUN DATE".
026700     05  WS-H-NIGHT-DATE         PIC 9(08).
026800     05  FILLER                  PIC X(09) VALUE "  SOURCE".
026900     05  WS-H-SOURCE             PIC X(08).
027000     05  FILLER                  PIC X(16) VALUE SPACES.
027100
027200 01  WS-BKO-RPT-HEADING-2.
027300     05  FILLER                  PIC X(08) VALUE "REC KEY".
027400     05  FILLER                  PIC X(16) VALUE "ACTION".
027500     05  FILLER                  PIC X(10) VALUE "NIGHT X".
027600     05  FILLER                  PIC X(05) VALUE "BAND".
027700     05  FILLER                  PIC X(10) VALUE "PRIOR X".
027800     05  FILLER                  PIC X(05) VALUE "BAND".
027900     05  FILLER                  PIC X(26) VALUE "CLASS DATE".
028000
028100 01  WS-BKO-RPT-DETAIL.
028200     05  WS-D-RECORD-KEY         PIC 9(06).
028300     05  FILLER                  PIC X(02) VALUE SPACES.
028400     05  WS-D-ACTION             PIC X(14).
028500     05  FILLER                  PIC X(02) VALUE SPACES.
028600     05  WS-D-NIGHT-X            PIC ZZZZ9.99.
028700     05  FILLER                  PIC X(02) VALUE SPACES.
028800     05  WS-D-NIGHT-BAND         PIC X(01).
028900     05  FILLER                  PIC X(04) VALUE SPACES.
029000     05  WS-D-PRIOR-X            PIC ZZZZ9.99.
029100     05  WS-D-PRIOR-X-X REDEFINES WS-D-PRIOR-X
029200                                 PIC X(08).
029300     05  FILLER                  PIC X(02) VALUE SPACES.
029400     05  WS-D-PRIOR-BAND         PIC X(01).
029500     05  FILLER                  PIC X(04) VALUE SPACES.
029600     05  WS-D-PRIOR-DATE         PIC 9(08).
029700     05  WS-D-PRIOR-DATE-X REDEFINES WS-D-PRIOR-DATE
029800                                 PIC X(08).
029900     05  FILLER                  PIC X(18) VALUE SPACES.
030000
030100 01  WS-BKO-RPT-TOTAL.
030200     05  WS-T-LABEL              PIC X(37).
030300     05  FILLER                  PIC X(05) VALUE SPACES.
030400     05  WS-T-COUNT              PIC ----,---,--9.
030500     05  FILLER                  PIC X(26) VALUE SPACES.
030600
030700 01  WS-BKO-RPT-MSG              PIC X(80).
030800
030900 PROCEDURE DIVISION.
031000*-----------------------------------------------------------------
031100* 0000-MAINLINE
031200*-----------------------------------------------------------------
031300 0000-MAINLINE.
031400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031500     SORT SORT-FILE
031600         ON ASCENDING KEY SR-RECORD-KEY
031700                          SR-WRITE-SEQ
031800         INPUT PROCEDURE IS 2000-RELEASE-DELTAS
031900             THRU 2000-EXIT
032000         OUTPUT PROCEDURE IS 3000-BACK-OUT-KEYS
032100             THRU 3000-EXIT.
032200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032300     STOP RUN.
032400
032500*-----------------------------------------------------------------
032600* 1000-INITIALIZE -- RESOLVE THE BACKOUT CARD AND OPEN FILES
032700*-----------------------------------------------------------------
032800 1000-INITIALIZE.
032900     OPEN INPUT BKO-CARD.
033000     IF WS-BKO-CARD-STATUS NOT = "00"
033100         MOVE "BKOCARD" TO WS-FATAL-FILE-ID
033200         MOVE WS-BKO-CARD-STATUS TO WS-FATAL-FILE-STATUS
033300         GO TO 1000-FATAL-EXIT
033400     END-IF.
033500     READ BKO-CARD
033600         AT END
033700             DISPLAY "CLSBKOUT - BACKOUT CARD MISSING"
033800             MOVE 8 TO RETURN-CODE
033900             STOP RUN
034000     END-READ.
034100     IF BC-RUN-DATE NOT NUMERIC
034200         DISPLAY "CLSBKOUT - RUN DATE INVALID: " BC-RUN-DATE
034300         MOVE 8 TO RETURN-CODE
034400         STOP RUN
034500     END-IF.
034600     MOVE BC-RUN-DATE TO WS-NIGHT-DATE.
034700     IF BC-ALL-SOURCES
034800         SET ALL-SOURCES TO TRUE
034900         MOVE "*ALL"  TO WS-NIGHT-SOURCE
035000     ELSE
035100         MOVE BC-SOURCE-SYSTEM TO WS-NIGHT-SOURCE
035200     END-IF.
035300     CLOSE BKO-CARD.
035400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
035500     ACCEPT WS-CURRENT-TIME FROM TIME.
035600     OPEN INPUT DLTA-IN.
035700     IF WS-DLTA-IN-STATUS NOT = "00"
035800         MOVE "DLTAIN" TO WS-FATAL-FILE-ID
035900         MOVE WS-DLTA-IN-STATUS TO WS-FATAL-FILE-STATUS
036000         GO TO 1000-FATAL-EXIT
036100     END-IF.
036200     OPEN I-O CLAS-MSTR.
036300     IF WS-CLAS-MSTR-STATUS NOT = "00"
036400        AND WS-CLAS-MSTR-STATUS NOT = "05"
036500         MOVE "CLASMSTR" TO WS-FATAL-FILE-ID
036600         MOVE WS-CLAS-MSTR-STATUS TO WS-FATAL-FILE-STATUS
036700         GO TO 1000-FATAL-EXIT
036800     END-IF.
036900     OPEN OUTPUT AUDIT-OUT.
037000     IF WS-AUDIT-OUT-STATUS NOT = "00"
037100         MOVE "AUDITOUT" TO WS-FATAL-FILE-ID
037200         MOVE WS-AUDIT-OUT-STATUS TO WS-FATAL-FILE-STATUS
037300         GO TO 1000-FATAL-EXIT
037400     END-IF.
037500     OPEN OUTPUT DLTA-OUT.
037600     IF WS-DLTA-OUT-STATUS NOT = "00"
037700         MOVE "DLTAOUT" TO WS-FATAL-FILE-ID
037800         MOVE WS-DLTA-OUT-STATUS TO WS-FATAL-FILE-STATUS
037900         GO TO 1000-FATAL-EXIT
038000     END-IF.
038100     OPEN OUTPUT BKO-RPT.
038200     IF WS-BKO-RPT-STATUS NOT = "00"
038300         MOVE "BKORPT" TO WS-FATAL-FILE-ID
038400         MOVE WS-BKO-RPT-STATUS TO WS-FATAL-FILE-STATUS
038500         GO TO 1000-FATAL-EXIT
038600     END-IF.
038700     MOVE WS-CURRENT-DATE TO DH-RUN-DATE.
038800     WRITE DLTA-OUT-RECORD FROM WS-DLTA-HEADER.
038900     MOVE WS-NIGHT-DATE   TO WS-H-NIGHT-DATE.
039000     MOVE WS-NIGHT-SOURCE TO WS-H-SOURCE.
039100     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-HEADING-1.
039200     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-HEADING-2.
039300     GO TO 1000-EXIT.
039400 1000-FATAL-EXIT.
039500     DISPLAY "CLSBKOUT - UNABLE TO OPEN " WS-FATAL-FILE-ID
039600         " FILE STATUS " WS-FATAL-FILE-STATUS.
039700     MOVE 16 TO RETURN-CODE.
039800     STOP RUN.
039900 1000-EXIT.
040000     EXIT.
040100
040200*-----------------------------------------------------------------
040300* 2000-RELEASE-DELTAS -- FEED THE SORT EVERY A OR C DETAIL THE
040400* NIGHT WROTE FOR THE SOURCE ON THE CARD. FRAMING RECORDS, A
040500* NON-NUMERIC KEY, AND THE DETAILS OF AN EARLIER BACKOUT'S OWN
040600* REVERSAL GENERATION ALL PASS BY.
040700*-----------------------------------------------------------------
040800 2000-RELEASE-DELTAS.
040900     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
041000         UNTIL DLTA-IN-EOF.
041100 2000-EXIT.
041200     EXIT.
041300
041400 2100-RELEASE-ONE.
041500     READ DLTA-IN
041600         AT END
041700             SET DLTA-IN-EOF TO TRUE
041800             GO TO 2100-EXIT
041900     END-READ.
042000     IF DLTA-IN-RECORD-TYPE = "HDR"
042100        OR DLTA-IN-RECORD-TYPE = "TRL"
042200         GO TO 2100-EXIT
042300     END-IF.
042400     ADD 1 TO WS-DLTA-READ-CNT.
042500     MOVE DLTA-IN-RECORD TO WS-DLTA-DETAIL.
042600     IF DL-RECORD-KEY NOT NUMERIC
042700        OR DL-RUN-DATE NOT = WS-NIGHT-DATE
042800         GO TO 2100-EXIT
042900     END-IF.
043000     IF NOT DL-NEW-KEY
043100        AND NOT DL-BAND-CHANGE
043200         GO TO 2100-EXIT
043300     END-IF.
043400     IF DL-REVERSED-RUN-DATE IS NUMERIC
043500        AND DL-REVERSED-RUN-DATE > ZERO
043600         GO TO 2100-EXIT
043700     END-IF.
043800     IF NOT ALL-SOURCES
043900        AND DL-SOURCE-SYSTEM NOT = WS-NIGHT-SOURCE
044000         GO TO 2100-EXIT
044100     END-IF.
044200     ADD 1 TO WS-RELEASED-CNT.
044300     MOVE DL-RECORD-KEY   TO SR-RECORD-KEY.
044400     MOVE WS-RELEASED-CNT TO SR-WRITE-SEQ.
044500     MOVE DLTA-IN-RECORD  TO SR-DELTA.
044600     RELEASE SORT-RECORD.
044700 2100-EXIT.
044800     EXIT.
044900
045000*-----------------------------------------------------------------
045100* 3000-BACK-OUT-KEYS -- WALK THE SORTED DETAILS HOLDING THE
045200* FIRST AND LATEST DETAIL FOR THE KEY IN HAND; WHEN THE KEY
045300* CHANGES (AND AT END) THE KEY IS BACKED OUT
045400*-----------------------------------------------------------------
045500 3000-BACK-OUT-KEYS.
045600     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
045700         UNTIL SORT-EOF.
045800     IF KEY-HELD
045900         PERFORM 3300-BACK-OUT-ONE-KEY THRU 3300-EXIT
046000     END-IF.
046100 3000-EXIT.
046200     EXIT.
046300
046400 3100-RETURN-ONE.
046500     RETURN SORT-FILE
046600         AT END
046700             SET SORT-EOF TO TRUE
046800             GO TO 3100-EXIT
046900     END-RETURN.
047000     IF KEY-HELD
047100        AND SR-RECORD-KEY NOT = BF-RECORD-KEY
047200         PERFORM 3300-BACK-OUT-ONE-KEY THRU 3300-EXIT
047300     END-IF.
047400     IF NOT KEY-HELD
047500         MOVE SR-DELTA TO WS-FIRST-DETAIL
047600         SET KEY-HELD TO TRUE
047700     END-IF.
047800     MOVE SR-DELTA TO WS-LAST-DETAIL.
047900 3100-EXIT.
048000     EXIT.
048100
048200*-----------------------------------------------------------------
048300* 3300-BACK-OUT-ONE-KEY -- THE MASTER MUST STILL HOLD WHAT THE
048400* NIGHT LEFT (ITS LAST X VALUE AND BAND, CLASSIFIED THAT DATE).
048500* IF IT DOES, A KEY THE NIGHT ADDED IS DELETED AND A KEY IT
048600* MOVED IS PUT BACK; IF NOT, A LATER RUN HAS TOUCHED THE KEY
048700* AND IT IS LEFT ALONE AND LISTED FOR A HAND REVIEW.
048800*-----------------------------------------------------------------
048900 3300-BACK-OUT-ONE-KEY.
049000     ADD 1 TO WS-KEYS-SELECTED.
049100     MOVE "N" TO WS-KEY-HELD-SW.
049200     MOVE BL-NEW-X-VALUE TO WS-D-NIGHT-X.
049300     MOVE BL-NEW-BAND    TO WS-D-NIGHT-BAND.
049400     MOVE BF-RECORD-KEY  TO CMR-RECORD-KEY.
049500     READ CLAS-MSTR INTO WS-CLAS-MSTR-DETAIL
049600         INVALID KEY
049700             ADD 1 TO WS-KEYS-NOT-ON-MSTR
049800             MOVE "NOT ON MASTER" TO WS-D-ACTION
049900             PERFORM 3900-LIST-SKIPPED-KEY THRU 3900-EXIT
050000             GO TO 3300-EXIT
050100     END-READ.
050200     IF CM-X-VALUE     NOT = BL-NEW-X-VALUE
050300        OR CM-BRANCH-CODE NOT = BL-NEW-BAND
050400        OR CM-CLASS-DATE  NOT = WS-NIGHT-DATE
050500         ADD 1 TO WS-KEYS-CHANGED-SINCE
050600         MOVE "CHANGED SINCE" TO WS-D-ACTION
050700         PERFORM 3900-LIST-SKIPPED-KEY THRU 3900-EXIT
050800         GO TO 3300-EXIT
050900     END-IF.
051000     MOVE CM-X-VALUE       TO WS-N-X-VALUE.
051100     MOVE CM-BRANCH-CODE   TO WS-N-BRANCH-CODE.
051200     MOVE CM-CLASS-DATE    TO WS-N-CLASS-DATE.
051300     MOVE CM-SOURCE-SYSTEM TO WS-N-SOURCE-SYSTEM.
051400     MOVE CM-DECISION-TYPE TO WS-N-DECISION-TYPE.
051500     IF BF-NEW-KEY
051600         PERFORM 3400-DELETE-KEY THRU 3400-EXIT
051700     ELSE
051800         PERFORM 3500-RESTORE-KEY THRU 3500-EXIT
051900     END-IF.
052000 3300-EXIT.
052100     EXIT.
052200
052300*-----------------------------------------------------------------
052400* 3400-DELETE-KEY -- THE NIGHT ADDED THIS KEY: REMOVE IT
052500*-----------------------------------------------------------------
052600 3400-DELETE-KEY.
052700     DELETE CLAS-MSTR RECORD
052800         INVALID KEY
052900             ADD 1 TO WS-KEYS-FAILED
053000             DISPLAY "CLSBKOUT - CLASMSTR DELETE FAILED KEY "
053100                 CM-RECORD-KEY " STATUS " WS-CLAS-MSTR-STATUS
053200             MOVE "DELETE FAILED" TO WS-D-ACTION
053300             PERFORM 3900-LIST-SKIPPED-KEY THRU 3900-EXIT
053400             GO TO 3400-EXIT
053500     END-DELETE.
053600     ADD 1 TO WS-KEYS-DELETED.
053700     MOVE SPACES              TO WS-AUDIT-DETAIL.
053800     MOVE CM-RECORD-KEY       TO AU-RECORD-KEY.
053900     MOVE WS-N-X-VALUE        TO AU-X-VALUE.
054000     MOVE WS-N-BRANCH-CODE    TO AU-BRANCH-CODE.
054100     MOVE WS-CURRENT-DATE     TO AU-TIMESTAMP-DATE.
054200     MOVE WS-CURRENT-TIME     TO AU-TIMESTAMP-TIME.
054300     MOVE WS-N-SOURCE-SYSTEM  TO AU-SOURCE-SYSTEM.
054400     MOVE "D"                 TO AU-DECISION-TYPE.
054500     MOVE WS-NIGHT-DATE       TO AU-RV-NIGHT-DATE.
054600     MOVE ZERO                TO AU-RV-CLASS-DATE.
054700     MOVE SPACE               TO AU-RV-DECISION-TYPE.
054800     WRITE AUDIT-OUT-RECORD FROM WS-AUDIT-DETAIL.
054900     MOVE SPACES              TO WS-DLTA-DETAIL.
055000     MOVE CM-RECORD-KEY       TO DL-RECORD-KEY.
055100     MOVE "D"                 TO DL-CHANGE-TYPE.
055200     MOVE WS-N-BRANCH-CODE    TO DL-OLD-BAND.
055300     MOVE SPACE               TO DL-NEW-BAND.
055400     MOVE WS-N-X-VALUE        TO DL-OLD-X-VALUE.
055500     MOVE ZERO                TO DL-NEW-X-VALUE.
055600     MOVE WS-CURRENT-DATE     TO DL-RUN-DATE.
055700     MOVE WS-N-SOURCE-SYSTEM  TO DL-SOURCE-SYSTEM.
055800     MOVE SPACE               TO DL-DECISION-TYPE.
055900     MOVE WS-N-CLASS-DATE     TO DL-OLD-CLASS-DATE.
056000     MOVE WS-N-SOURCE-SYSTEM  TO DL-OLD-SOURCE-SYSTEM.
056100     MOVE WS-N-DECISION-TYPE  TO DL-OLD-DECISION-TYPE.
056200     MOVE WS-NIGHT-DATE       TO DL-REVERSED-RUN-DATE.
056300     PERFORM 3800-WRITE-DELTA THRU 3800-EXIT.
056400     MOVE "DELETED"           TO WS-D-ACTION.
056500     MOVE SPACES              TO WS-D-PRIOR-X-X.
056600     MOVE SPACE               TO WS-D-PRIOR-BAND.
056700     MOVE SPACES              TO WS-D-PRIOR-DATE-X.
056800     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-DETAIL.
056900 3400-EXIT.
057000     EXIT.
057100
057200*-----------------------------------------------------------------
057300* 3500-RESTORE-KEY -- THE NIGHT MOVED THIS KEY: PUT BACK THE
057400* STATE ITS FIRST DELTA DETAIL RECORDED. A DETAIL WRITTEN
057500* BEFORE THE PRIOR CLASS DATE WAS CARRIED GETS TODAY'S DATE
057600* AND KEEPS THE NIGHT'S SOURCE.
057700*-----------------------------------------------------------------
057800 3500-RESTORE-KEY.
057900     MOVE BF-OLD-X-VALUE TO CM-X-VALUE.
058000     MOVE BF-OLD-BAND    TO CM-BRANCH-CODE.
058100     IF BF-OLD-CLASS-DATE IS NUMERIC
058200        AND BF-OLD-CLASS-DATE > ZERO
058300         MOVE BF-OLD-CLASS-DATE    TO CM-CLASS-DATE
058400         MOVE BF-OLD-SOURCE-SYSTEM TO CM-SOURCE-SYSTEM
058500         MOVE BF-OLD-DECISION-TYPE TO CM-DECISION-TYPE
058600     ELSE
058700         MOVE WS-CURRENT-DATE      TO CM-CLASS-DATE
058800         MOVE SPACE                TO CM-DECISION-TYPE
058900     END-IF.
059000     REWRITE CLAS-MSTR-RECORD FROM WS-CLAS-MSTR-DETAIL
059100         INVALID KEY
059200             ADD 1 TO WS-KEYS-FAILED
059300             DISPLAY "CLSBKOUT - CLASMSTR REWRITE FAILED KEY "
059400                 CM-RECORD-KEY " STATUS " WS-CLAS-MSTR-STATUS
059500             MOVE "REWRITE FAILED" TO WS-D-ACTION
059600             PERFORM 3900-LIST-SKIPPED-KEY THRU 3900-EXIT
059700             GO TO 3500-EXIT
059800     END-REWRITE.
059900     ADD 1 TO WS-KEYS-RESTORED.
060000     MOVE SPACES              TO WS-AUDIT-DETAIL.
060100     MOVE CM-RECORD-KEY       TO AU-RECORD-KEY.
060200     MOVE CM-X-VALUE          TO AU-X-VALUE.
060300     MOVE CM-BRANCH-CODE      TO AU-BRANCH-CODE.
060400     MOVE WS-CURRENT-DATE     TO AU-TIMESTAMP-DATE.
060500     MOVE WS-CURRENT-TIME     TO AU-TIMESTAMP-TIME.
060600     MOVE CM-SOURCE-SYSTEM    TO AU-SOURCE-SYSTEM.
060700     MOVE "B"                 TO AU-DECISION-TYPE.
060800     MOVE WS-NIGHT-DATE       TO AU-RV-NIGHT-DATE.
060900     MOVE CM-CLASS-DATE       TO AU-RV-CLASS-DATE.
061000     MOVE CM-DECISION-TYPE    TO AU-RV-DECISION-TYPE.
061100     WRITE AUDIT-OUT-RECORD FROM WS-AUDIT-DETAIL.
061200     MOVE SPACES              TO WS-DLTA-DETAIL.
061300     MOVE CM-RECORD-KEY       TO DL-RECORD-KEY.
061400     MOVE "C"                 TO DL-CHANGE-TYPE.
061500     MOVE WS-N-BRANCH-CODE    TO DL-OLD-BAND.
061600     MOVE CM-BRANCH-CODE      TO DL-NEW-BAND.
061700     MOVE WS-N-X-VALUE        TO DL-OLD-X-VALUE.
061800     MOVE CM-X-VALUE          TO DL-NEW-X-VALUE.
061900     MOVE WS-CURRENT-DATE     TO DL-RUN-DATE.
062000     MOVE CM-SOURCE-SYSTEM    TO DL-SOURCE-SYSTEM.
062100     MOVE CM-DECISION-TYPE    TO DL-DECISION-TYPE.
062200     MOVE WS-N-CLASS-DATE     TO DL-OLD-CLASS-DATE.
062300     MOVE WS-N-SOURCE-SYSTEM  TO DL-OLD-SOURCE-SYSTEM.
062400     MOVE WS-N-DECISION-TYPE  TO DL-OLD-DECISION-TYPE.
062500     MOVE WS-NIGHT-DATE       TO DL-REVERSED-RUN-DATE.
062600     PERFORM 3800-WRITE-DELTA THRU 3800-EXIT.
062700     MOVE "RESTORED"          TO WS-D-ACTION.
062800     MOVE CM-X-VALUE          TO WS-D-PRIOR-X.
062900     MOVE CM-BRANCH-CODE      TO WS-D-PRIOR-BAND.
063000     MOVE CM-CLASS-DATE       TO WS-D-PRIOR-DATE.
063100     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-DETAIL.
063200 3500-EXIT.
063300     EXIT.
063400
063500*-----------------------------------------------------------------
063600* 3800-WRITE-DELTA -- ONE REVERSAL DETAIL, SET UP BY THE CALLER.
063700* THE TRAILER COUNT AND HASH LET RATING BALANCE THE FILE.
063800*-----------------------------------------------------------------
063900 3800-WRITE-DELTA.
064000     WRITE DLTA-OUT-RECORD FROM WS-DLTA-DETAIL.
064100     ADD 1              TO WS-DLTA-DETAIL-CNT.
064200     ADD DL-NEW-X-VALUE TO WS-DLTA-HASH-TOTAL.
064300 3800-EXIT.
064400     EXIT.
064500
064600*-----------------------------------------------------------------
064700* 3900-LIST-SKIPPED-KEY -- A KEY LEFT AS THE MASTER HOLDS IT,
064800* WITH THE REASON SET BY THE CALLER IN WS-D-ACTION
064900*-----------------------------------------------------------------
065000 3900-LIST-SKIPPED-KEY.
065100     ADD 1 TO WS-KEYS-SKIPPED.
065200     MOVE BF-RECORD-KEY TO WS-D-RECORD-KEY.
065300     IF BF-NEW-KEY
065400         MOVE SPACES         TO WS-D-PRIOR-X-X
065500         MOVE SPACE          TO WS-D-PRIOR-BAND
065600     ELSE
065700         MOVE BF-OLD-X-VALUE TO WS-D-PRIOR-X
065800         MOVE BF-OLD-BAND    TO WS-D-PRIOR-BAND
065900     END-IF.
066000     MOVE SPACES TO WS-D-PRIOR-DATE-X.
066100     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-DETAIL.
066200 3900-EXIT.
066300     EXIT.
066400
066500*-----------------------------------------------------------------
066600* 9000-TERMINATE -- TRAILER, TOTALS, CONDITION CODE, RUN-CONTROL
066700* POSTING, CLOSE. ANY KEY LEFT ALONE (OR NOTHING FOUND TO BACK
066800* OUT) ENDS WITH CODE 4; A FAILED MASTER UPDATE WITH CODE 8.
066900*-----------------------------------------------------------------
067000 9000-TERMINATE.
067100     MOVE WS-DLTA-DETAIL-CNT TO DT-DETAIL-COUNT.
067200     MOVE WS-DLTA-HASH-TOTAL TO DT-HASH-TOTAL.
067300     WRITE DLTA-OUT-RECORD FROM WS-DLTA-TRAILER.
067400     ADD WS-KEYS-RESTORED WS-KEYS-DELETED GIVING WS-KEYS-REVERSED.
067500     MOVE "DELTA DETAILS READ"               TO WS-T-LABEL.
067600     MOVE WS-DLTA-READ-CNT                   TO WS-T-COUNT.
067700     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-TOTAL.
067800     MOVE "DETAILS FOR THE NIGHT AND SOURCE"  TO WS-T-LABEL.
067900     MOVE WS-RELEASED-CNT                    TO WS-T-COUNT.
068000     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-TOTAL.
068100     MOVE "KEYS TO BACK OUT"                 TO WS-T-LABEL.
068200     MOVE WS-KEYS-SELECTED                   TO WS-T-COUNT.
068300     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-TOTAL.
068400     MOVE "KEYS RESTORED TO THEIR PRIOR BAND" TO WS-T-LABEL.
068500     MOVE WS-KEYS-RESTORED                   TO WS-T-COUNT.
068600     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-TOTAL.
068700     MOVE "KEYS ADDED THAT NIGHT, DELETED"   TO WS-T-LABEL.
068800     MOVE WS-KEYS-DELETED                    TO WS-T-COUNT.
068900     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-TOTAL.
069000     MOVE "KEYS LEFT -- CHANGED SINCE"       TO WS-T-LABEL.
069100     MOVE WS-KEYS-CHANGED-SINCE              TO WS-T-COUNT.
069200     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-TOTAL.
069300     MOVE "KEYS LEFT -- NOT ON MASTER"       TO WS-T-LABEL.
069400     MOVE WS-KEYS-NOT-ON-MSTR                TO WS-T-COUNT.
069500     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-TOTAL.
069600     MOVE "MASTER UPDATES FAILED"            TO WS-T-LABEL.
069700     MOVE WS-KEYS-FAILED                     TO WS-T-COUNT.
069800     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-TOTAL.
069900     MOVE "REVERSAL DELTA DETAILS WRITTEN"   TO WS-T-LABEL.
070000     MOVE WS-DLTA-DETAIL-CNT                 TO WS-T-COUNT.
070100     WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-TOTAL.
070200     IF WS-KEYS-FAILED > ZERO
070300         MOVE "** MASTER UPDATES FAILED -- SEE SYSOUT **"
070400             TO WS-BKO-RPT-MSG
070500         WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-MSG
070600         MOVE 8 TO RETURN-CODE
070700     ELSE
070800         IF WS-KEYS-SKIPPED > ZERO
070900            OR WS-KEYS-SELECTED = ZERO
071000             MOVE "** NIGHT NOT FULLY REVERSED **"
071100                 TO WS-BKO-RPT-MSG
071200             WRITE BKO-RPT-RECORD FROM WS-BKO-RPT-MSG
071300             MOVE 4 TO RETURN-CODE
071400         END-IF
071500     END-IF.
071600     PERFORM 9800-POST-RUN-CONTROL THRU 9800-EXIT.
071700     DISPLAY "CLSBKOUT - RUN DATE " WS-NIGHT-DATE
071800         " SOURCE " WS-NIGHT-SOURCE
071900         " KEYS " WS-KEYS-SELECTED
072000         " REVERSED " WS-KEYS-REVERSED
072100         " LEFT " WS-KEYS-SKIPPED
072200         " CONDITION CODE " RETURN-CODE.
072300     CLOSE DLTA-IN CLAS-MSTR AUDIT-OUT DLTA-OUT BKO-RPT.
072400 9000-EXIT.
072500     EXIT.
072600
072700*-----------------------------------------------------------------
072800* 9800-POST-RUN-CONTROL -- ONE POSTING TO THE SHARED RUNCTL
072900* MASTER UNDER THE BACKED-OUT NIGHT'S RUN DATE, SO RUNBAL
073000* SHOWS THE NIGHT REVERSED. IN IS THE KEYS TO BACK OUT, OUT
073100* THE KEYS REVERSED, AUX1 THOSE DELETED, AUX2 THOSE LEFT; THE
073200* REASON IS THE SOURCE BACKED OUT. A FAILED POST IS NOTED
073300* BUT NEVER FAILS THE BACKOUT ITSELF.
073400*-----------------------------------------------------------------
073500 9800-POST-RUN-CONTROL.
073600     OPEN EXTEND RUN-CTL.
073700     IF WS-RUN-CTL-STATUS NOT = "00"
073800         DISPLAY "CLSBKOUT - UNABLE TO POST RUN CONTROL, "
073900             "STATUS " WS-RUN-CTL-STATUS
074000         GO TO 9800-EXIT
074100     END-IF.
074200     ACCEPT WS-CURRENT-TIME FROM TIME.
074300     MOVE SPACES                 TO WS-RUN-CTL-DETAIL.
074400     MOVE "CLSBKOUT"             TO RU-JOB-NAME.
074500     MOVE "BACKOUT"              TO RU-STEP-NAME.
074600     MOVE WS-NIGHT-DATE          TO RU-RUN-DATE.
074700     MOVE WS-CURRENT-TIME        TO RU-POST-TIME.
074800     MOVE WS-KEYS-SELECTED       TO RU-RECORDS-IN.
074900     MOVE WS-KEYS-REVERSED       TO RU-RECORDS-OUT.
075000     MOVE WS-KEYS-DELETED        TO RU-AUX-COUNT-1.
075100     MOVE WS-KEYS-SKIPPED        TO RU-AUX-COUNT-2.
075200     MOVE RETURN-CODE            TO RU-COND-CODE.
075300     MOVE WS-NIGHT-SOURCE        TO RU-REASON.
075400     WRITE RUN-CTL-RECORD FROM WS-RUN-CTL-DETAIL.
075500     CLOSE RUN-CTL.
075600 9800-EXIT.
075700     EXIT.
