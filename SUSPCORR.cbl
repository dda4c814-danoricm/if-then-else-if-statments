000100*-----------------------------------------------------------------
000200* SUSPCORR -- KEYED SUSPENSE CORRECTION TRANSACTIONS
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. SUSPCORR.
000600 AUTHOR. DATA PROCESSING DEPT.
000700 INSTALLATION. MAIN STREET BATCH CENTER.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 SECURITY. NONE.
001100*-----------------------------------------------------------------
001200* MODIFICATION HISTORY
001300* MM/DD/YY  INIT  DESCRIPTION
001400* --------  ----  -------------------------------------------
001500* 10/15/26  DLM   ORIGINAL PROGRAM -- REPLACES HAND-EDITING THE
001600*                 SUSPFIX COPY OF THE SUSPENSE FILE. OPS KEYS
001700*                 ONE CORRECTION CARD (COPYBOOK SUSCORC) PER
001800*                 SUSPENSE KEY AND SOURCE SYSTEM: R REPLACES
001900*                 THE X VALUE, W WRITES THE KEY OFF SO IT IS
002000*                 NEVER RECYCLED, L LEAVES IT AS IT IS. EACH
002100*                 CARD IS VALIDATED AGAINST THE KEY'S OPEN
002200*                 SUSPMSTR ENTRY. THE CORRECTED SUSPENSE FILE
002300*                 IS WRITTEN TO SUSPFIX FOR SUSPRCYC, AND
002400*                 EVERY BEFORE/AFTER CHANGE GOES TO THE CORRLOG
002500*                 CORRECTION LOG (COPYBOOK SUSCLGC) WITH THE
002600*                 USER ID FROM THE CARD.
002610* 10/15/26  DLM   THRSHEDT EDIT REJECTS NOW REACH SUSPENSE TOO,
002620*                 SOME WITH A KEY THAT IS NOT NUMERIC. SUCH A
002630*                 KEY CANNOT BE REPAIRED IN PLACE, BUT A W CARD
002640*                 KEYED WITH THE KEY AS RECEIVED NOW WRITES IT
002650*                 OFF. KEYS ARE MATCHED AND READ AS CHARACTERS.
002700*-----------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CORR-TXN   ASSIGN TO CORRTXN
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-CORR-TXN-STATUS.
003800     SELECT SUSP-IN    ASSIGN TO SUSPIN
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-SUSP-IN-STATUS.
004100     SELECT SUSP-FIX   ASSIGN TO SUSPFIX
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-SUSP-FIX-STATUS.
004400     SELECT SUSP-MSTR  ASSIGN TO SUSPMSTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS SMR-RECORD-KEY
004800         FILE STATUS IS WS-SUSP-MSTR-STATUS.
004900     SELECT CORR-LOG   ASSIGN TO CORRLOG
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-CORR-LOG-STATUS.
005200     SELECT CORR-RPT   ASSIGN TO CORRRPT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-CORR-RPT-STATUS.
005500     SELECT RUN-CTL    ASSIGN TO RUNCTL
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RUN-CTL-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100*-------------------------------------------------------------
006200* CORR-TXN -- ONE CORRECTION CARD PER SUSPENSE KEY. KEPT AS A
006300* FLAT PIC X(80) HERE -- SEE WS-CORR-CARD FOR THE NAMED FIELDS
006400* (COPYBOOK SUSCORC).
006500*-------------------------------------------------------------
006600 FD  CORR-TXN
006700     RECORD CONTAINS 80 CHARACTERS
006800     DATA RECORD IS CORR-TXN-RECORD.
006900 01  CORR-TXN-RECORD             PIC X(80).
007000
007100*-------------------------------------------------------------
007200* SUSP-IN -- THE CURRENT SUSPENSE GENERATION, AS REJECTED.
007300* KEPT AS A FLAT PIC X(104) -- SEE WS-SUSP-DETAIL FOR THE
007400* NAMED FIELDS (COPYBOOK SUSPRECC).
007500*-------------------------------------------------------------
007600 FD  SUSP-IN
007700     RECORD CONTAINS 104 CHARACTERS
007800     DATA RECORD IS SUSP-IN-RECORD.
007900 01  SUSP-IN-RECORD              PIC X(104).
008000
008100*-------------------------------------------------------------
008200* SUSP-FIX -- THE CORRECTED SUSPENSE FILE SUSPRCYC RECYCLES:
008300* EVERY SUSPENSE RECORD EXCEPT THE WRITTEN-OFF KEYS, WITH THE
008400* REPLACEMENT X VALUES APPLIED
008500*-------------------------------------------------------------
008600 FD  SUSP-FIX
008700     RECORD CONTAINS 104 CHARACTERS
008800     DATA RECORD IS SUSP-FIX-RECORD.
008900 01  SUSP-FIX-RECORD             PIC X(104).
009000
009100*-------------------------------------------------------------
009200* SUSP-MSTR -- KEYED SUSPENSE INVENTORY (VSAM KSDS). ONLY THE
009300* RECORD KEY IS NAMED HERE -- SEE WS-SUSP-MSTR-DETAIL FOR THE
009400* FULL FIELDS (COPYBOOK SUSPMSTC).
009500*-------------------------------------------------------------
009600 FD  SUSP-MSTR
009700     RECORD CONTAINS 80 CHARACTERS
009800     DATA RECORD IS SUSP-MSTR-RECORD.
009900 01  SUSP-MSTR-RECORD.
010000     05  SMR-RECORD-KEY          PIC 9(06).
010050     05  SMR-RECORD-KEY-X REDEFINES SMR-RECORD-KEY
010060                                 PIC X(06).
010100     05  FILLER                  PIC X(74).
010200
010300*-------------------------------------------------------------
010400* CORR-LOG -- ONE RECORD PER CORRECTION APPLIED OR REJECTED
010500* (COPYBOOK SUSCLGC)
010600*-------------------------------------------------------------
010700 FD  CORR-LOG
010800     RECORD CONTAINS 100 CHARACTERS
010900     DATA RECORD IS CORR-LOG-RECORD.
011000 01  CORR-LOG-RECORD             PIC X(100).
011100
011200*-------------------------------------------------------------
011300* CORR-RPT -- ONE LINE PER CORRECTION PLUS THE RUN TOTALS
011400*-------------------------------------------------------------
011500 FD  CORR-RPT
011600     RECORD CONTAINS 80 CHARACTERS
011700     DATA RECORD IS CORR-RPT-RECORD.
011800 01  CORR-RPT-RECORD             PIC X(80).
011900
012000*-------------------------------------------------------------
012100* RUN-CTL -- THE SHARED RUN-CONTROL MASTER, ONE POSTING
012200* APPENDED AT TERMINATION (COPYBOOK RUNCTLC)
012300*-------------------------------------------------------------
012400 FD  RUN-CTL
012500     RECORD CONTAINS 80 CHARACTERS
012600     DATA RECORD IS RUN-CTL-RECORD.
012700 01  RUN-CTL-RECORD              PIC X(80).
012800
012900 WORKING-STORAGE SECTION.
013000 01  WS-CORR-TXN-EOF-SW           PIC X(01) VALUE "N".
013100     88  CORR-TXN-EOF                       VALUE "Y".
013200 01  WS-SUSP-IN-EOF-SW            PIC X(01) VALUE "N".
013300     88  SUSP-IN-EOF                        VALUE "Y".
013400 01  WS-CARD-VALID-SW             PIC X(01) VALUE "Y".
013500     88  CARD-VALID                         VALUE "Y".
013600     88  CARD-INVALID                       VALUE "N".
013700 01  WS-PRIOR-WRITEOFF-SW         PIC X(01) VALUE "N".
013800     88  PRIOR-WRITEOFF                     VALUE "Y".
013900
014000 01  WS-CORR-TXN-STATUS           PIC X(02).
014100 01  WS-SUSP-IN-STATUS            PIC X(02).
014200 01  WS-SUSP-FIX-STATUS           PIC X(02).
014300 01  WS-SUSP-MSTR-STATUS          PIC X(02).
014400 01  WS-CORR-LOG-STATUS           PIC X(02).
014500 01  WS-CORR-RPT-STATUS           PIC X(02).
014600 01  WS-RUN-CTL-STATUS            PIC X(02).
014700
014800 01  WS-FATAL-FILE-ID             PIC X(08).
014900 01  WS-FATAL-FILE-STATUS         PIC X(02).
015000
015100 01  WS-CURRENT-DATE               PIC 9(08).
015200 01  WS-CURRENT-TIME               PIC 9(08).
015300
015400 01  WS-REJECT-REASON              PIC X(30).
015500
015600*-------------------------------------------------------------
015700* COUNTERS
015800*-------------------------------------------------------------
015900 01  WS-COUNTERS.
016000     05  WS-CARDS-READ           PIC 9(06) COMP VALUE ZERO.
016100     05  WS-CARDS-APPLIED        PIC 9(06) COMP VALUE ZERO.
016200     05  WS-CARDS-REJECTED       PIC 9(06) COMP VALUE ZERO.
016300     05  WS-SUSP-READ            PIC 9(06) COMP VALUE ZERO.
016400     05  WS-SUSP-WRITTEN         PIC 9(06) COMP VALUE ZERO.
016500     05  WS-RECS-REPLACED        PIC 9(06) COMP VALUE ZERO.
016600     05  WS-RECS-LEFT            PIC 9(06) COMP VALUE ZERO.
016700     05  WS-RECS-UNCHANGED       PIC 9(06) COMP VALUE ZERO.
016800     05  WS-RECS-WRITTEN-OFF     PIC 9(06) COMP VALUE ZERO.
016900     05  WS-RECS-PRIOR-WO        PIC 9(06) COMP VALUE ZERO.
017000     05  WS-RECS-DROPPED         PIC 9(06) COMP VALUE ZERO.
017100
017200*-------------------------------------------------------------
017300* CORRECTION CARD -- NAMED FIELDS (COPYBOOK SUSCORC), AND A
017400* CHARACTER VIEW OF THE KEY AND NEW VALUE FOR LOGGING A CARD
017500* WHOSE NUMERIC FIELDS ARE NOT NUMERIC
017600*-------------------------------------------------------------
017700 01  WS-CORR-CARD.
017800     COPY SUSCORC.
017900
018000 01  WS-CORR-CARD-IMAGE REDEFINES WS-CORR-CARD.
018100     05  FILLER                  PIC X(01).
018200     05  WS-CARD-KEY-RAW         PIC X(06).
018300     05  FILLER                  PIC X(08).
018400     05  WS-CARD-NEW-X-RAW       PIC X(07).
018500     05  FILLER                  PIC X(58).
018600
018700*-------------------------------------------------------------
018800* VALIDATED CORRECTIONS, HELD UNTIL THE SUSPENSE FILE IS READ.
018900* ONE CARD PER RECORD KEY -- THE INVENTORY IS KEYED BY RECORD
019000* KEY ALONE. THE KEY IS HELD AS KEYED, SO A WRITE-OFF OF A KEY
019050* THAT IS NOT NUMERIC MATCHES ITS SUSPENSE RECORD. THE MATCH
019100* SWITCH NOTES A CARD THAT FOUND ITS SUSPENSE RECORD.
019200*-------------------------------------------------------------
019300 01  WS-CORR-TABLE.
019400     05  WS-CORR-MAX             PIC 9(04) COMP VALUE 500.
019500     05  WS-CORR-COUNT           PIC 9(04) COMP VALUE ZERO.
019600     05  WS-CORR-SUB             PIC 9(04) COMP VALUE ZERO.
019700     05  WS-CORR-FOUND-SUB       PIC 9(04) COMP VALUE ZERO.
019800     05  WS-CORR-ENTRY OCCURS 500 TIMES.
019900         10  WS-CORR-ACTION      PIC X(01).
020000         10  WS-CORR-RECORD-KEY  PIC X(06).
020100         10  WS-CORR-SOURCE      PIC X(08).
020200         10  WS-CORR-NEW-X-VALUE PIC 9(05)V99.
020300         10  WS-CORR-USER-ID     PIC X(08).
020400         10  WS-CORR-REMARK      PIC X(30).
020500         10  WS-CORR-MATCH-SW    PIC X(01).
020600
020700*-------------------------------------------------------------
020800* SUSPENSE RECORD -- NAMED FIELDS (COPYBOOK SUSPRECC), AND A
020900* CHARACTER VIEW OF THE KEY AND X VALUE FOR MATCHING AND LOGGING
021000*-------------------------------------------------------------
021100 01  WS-SUSP-DETAIL.
021200     COPY SUSPRECC.
021300
021400 01  WS-SUSP-IMAGE REDEFINES WS-SUSP-DETAIL.
021500     05  WS-SUSP-KEY-RAW         PIC X(06).
021600     05  WS-SUSP-X-RAW           PIC X(07).
021700     05  FILLER                  PIC X(91).
021800
021900*-------------------------------------------------------------
022000* SUSP-MSTR -- NAMED FIELDS FOR THE SUSPENSE INVENTORY
022100* RECORD (COPYBOOK SUSPMSTC)
022200*-------------------------------------------------------------
022300 01  WS-SUSP-MSTR-DETAIL.
022400     COPY SUSPMSTC.
022500
022600*-------------------------------------------------------------
022700* CORR-LOG -- NAMED FIELDS FOR THE CORRECTION LOG RECORD
022800* (COPYBOOK SUSCLGC)
022900*-------------------------------------------------------------
023000 01  WS-CORR-LOG-DETAIL.
023100     COPY SUSCLGC.
023200
023300*-------------------------------------------------------------
023400* RUN-CTL -- NAMED FIELDS FOR THE RUN-CONTROL POSTING
023500* (COPYBOOK RUNCTLC)
023600*-------------------------------------------------------------
023700 01  WS-RUN-CTL-DETAIL.
023800     COPY RUNCTLC.
023900
024000*-------------------------------------------------------------
024100* CORR-RPT PRINT LINES
024200*-------------------------------------------------------------
024300 01  WS-CORR-RPT-HEADING-1.
024400     05  FILLER                  PIC X(30)
024500         VALUE "SUSPENSE CORRECTION REPORT".
024600     05  FILLER                  PIC X(50) VALUE SPACES.
024700
024800 01  WS-CORR-RPT-HEADING-2.
024900     05  FILLER                  PIC X(08) VALUE "REC KEY".
025000     05  FILLER                  PIC X(09) VALUE "SOURCE".
025100     05  FILLER                  PIC X(03) VALUE "A".
025200     05  FILLER                  PIC X(09) VALUE "OLD X".
025300     05  FILLER                  PIC X(09) VALUE "NEW X".
025400     05  FILLER                  PIC X(09) VALUE "STATUS".
025500     05  FILLER                  PIC X(33) VALUE "REMARK".
025600
025700 01  WS-CORR-RPT-DETAIL.
025800     05  WS-D-RECORD-KEY         PIC X(06).
025900     05  FILLER                  PIC X(02) VALUE SPACES.
026000     05  WS-D-SOURCE             PIC X(08).
026100     05  FILLER                  PIC X(01) VALUE SPACES.
026200     05  WS-D-ACTION             PIC X(01).
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  WS-D-OLD-X              PIC X(07).
026500     05  FILLER                  PIC X(02) VALUE SPACES.
026600     05  WS-D-NEW-X              PIC X(07).
026700     05  FILLER                  PIC X(02) VALUE SPACES.
026800     05  WS-D-STATUS             PIC X(08).
026900     05  FILLER                  PIC X(01) VALUE SPACES.
027000     05  WS-D-REMARK             PIC X(30).
027100     05  FILLER                  PIC X(03) VALUE SPACES.
027200
027300 01  WS-CORR-RPT-TOTAL.
027400     05  WS-T-LABEL              PIC X(37).
027500     05  FILLER                  PIC X(05) VALUE SPACES.
027600     05  WS-T-COUNT              PIC ---,--9.
027700     05  FILLER                  PIC X(31) VALUE SPACES.
027800
027900 PROCEDURE DIVISION.
028000*-----------------------------------------------------------------
028100* 0000-MAINLINE
028200*-----------------------------------------------------------------
028300 0000-MAINLINE.
028400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028500     PERFORM 1100-LOAD-CORRECTION THRU 1100-EXIT
028600         UNTIL CORR-TXN-EOF.
028700     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
028800         UNTIL SUSP-IN-EOF.
028900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029000     STOP RUN.
029100
029200*-----------------------------------------------------------------
029300* 1000-INITIALIZE -- OPEN FILES, PRINT HEADINGS
029400*-----------------------------------------------------------------
029500 1000-INITIALIZE.
029600     OPEN INPUT  CORR-TXN.
029700     IF WS-CORR-TXN-STATUS NOT = "00"
029800         MOVE "CORRTXN" TO WS-FATAL-FILE-ID
029900         MOVE WS-CORR-TXN-STATUS TO WS-FATAL-FILE-STATUS
030000         GO TO 1000-FATAL-EXIT
030100     END-IF.
030200     OPEN INPUT  SUSP-IN.
030300     IF WS-SUSP-IN-STATUS NOT = "00"
030400         MOVE "SUSPIN" TO WS-FATAL-FILE-ID
030500         MOVE WS-SUSP-IN-STATUS TO WS-FATAL-FILE-STATUS
030600         GO TO 1000-FATAL-EXIT
030700     END-IF.
030800     OPEN OUTPUT SUSP-FIX.
030900     IF WS-SUSP-FIX-STATUS NOT = "00"
031000         MOVE "SUSPFIX" TO WS-FATAL-FILE-ID
031100         MOVE WS-SUSP-FIX-STATUS TO WS-FATAL-FILE-STATUS
031200         GO TO 1000-FATAL-EXIT
031300     END-IF.
031400     OPEN I-O SUSP-MSTR.
031500     IF WS-SUSP-MSTR-STATUS NOT = "00"
031600        AND WS-SUSP-MSTR-STATUS NOT = "05"
031700         MOVE "SUSPMSTR" TO WS-FATAL-FILE-ID
031800         MOVE WS-SUSP-MSTR-STATUS TO WS-FATAL-FILE-STATUS
031900         GO TO 1000-FATAL-EXIT
032000     END-IF.
032100     OPEN OUTPUT CORR-LOG.
032200     IF WS-CORR-LOG-STATUS NOT = "00"
032300         MOVE "CORRLOG" TO WS-FATAL-FILE-ID
032400         MOVE WS-CORR-LOG-STATUS TO WS-FATAL-FILE-STATUS
032500         GO TO 1000-FATAL-EXIT
032600     END-IF.
032700     OPEN OUTPUT CORR-RPT.
032800     IF WS-CORR-RPT-STATUS NOT = "00"
032900         MOVE "CORRRPT" TO WS-FATAL-FILE-ID
033000         MOVE WS-CORR-RPT-STATUS TO WS-FATAL-FILE-STATUS
033100         GO TO 1000-FATAL-EXIT
033200     END-IF.
033300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
033400     MOVE SPACES TO WS-CORR-LOG-DETAIL.
033500     WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-HEADING-1.
033600     WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-HEADING-2.
033700     GO TO 1000-EXIT.
033800 1000-FATAL-EXIT.
033900     DISPLAY "SUSPCORR - UNABLE TO OPEN " WS-FATAL-FILE-ID
034000         " FILE STATUS " WS-FATAL-FILE-STATUS.
034100     MOVE 16 TO RETURN-CODE.
034200     STOP RUN.
034300 1000-EXIT.
034400     EXIT.
034500
034600*-----------------------------------------------------------------
034700* 1100-LOAD-CORRECTION -- VALIDATE ONE CARD AND HOLD IT IN THE
034800* CORRECTION TABLE; A BAD CARD IS LOGGED AS REJECTED AND
034900* DROPPED
035000*-----------------------------------------------------------------
035100 1100-LOAD-CORRECTION.
035200     READ CORR-TXN INTO WS-CORR-CARD
035300         AT END
035400             SET CORR-TXN-EOF TO TRUE
035500             GO TO 1100-EXIT
035600     END-READ.
035700     ADD 1 TO WS-CARDS-READ.
035800     PERFORM 1200-VALIDATE-CARD THRU 1200-EXIT.
035900     IF CARD-INVALID
036000         PERFORM 1300-REJECT-CARD THRU 1300-EXIT
036100         GO TO 1100-EXIT
036200     END-IF.
036300     ADD 1 TO WS-CORR-COUNT.
036400     MOVE SC-ACTION        TO WS-CORR-ACTION (WS-CORR-COUNT).
036500     MOVE WS-CARD-KEY-RAW  TO WS-CORR-RECORD-KEY (WS-CORR-COUNT).
036600     MOVE SC-SOURCE-SYSTEM TO WS-CORR-SOURCE (WS-CORR-COUNT).
036700     IF SC-ACTION-REPLACE
036800         MOVE SC-NEW-X-VALUE
036900             TO WS-CORR-NEW-X-VALUE (WS-CORR-COUNT)
037000     ELSE
037100         MOVE ZERO TO WS-CORR-NEW-X-VALUE (WS-CORR-COUNT)
037200     END-IF.
037300     MOVE SC-USER-ID       TO WS-CORR-USER-ID (WS-CORR-COUNT).
037400     MOVE SC-REMARK        TO WS-CORR-REMARK (WS-CORR-COUNT).
037500     MOVE "N"              TO WS-CORR-MATCH-SW (WS-CORR-COUNT).
037600 1100-EXIT.
037700     EXIT.
037800
037900*-----------------------------------------------------------------
038000* 1200-VALIDATE-CARD -- ACTION MUST BE R, W, OR L; THE KEY
038100* NUMERIC (EXCEPT ON A WRITE-OFF, WHICH MAY NAME AN EDIT
038150* REJECT'S KEY AS RECEIVED) AND NOT THE RESERVED PRIMING KEY;
038200* THE USER ID PRESENT; A REPLACEMENT X VALUE NUMERIC. ONE CARD
038300* PER KEY PER RUN. THE KEY MUST HAVE AN OPEN SUSPMSTR ENTRY
038400* UNDER THE SAME SOURCE SYSTEM -- A KEY NOT IN SUSPENSE, OR
038500* ALREADY WRITTEN OFF, CANNOT BE CORRECTED.
038600*-----------------------------------------------------------------
038700 1200-VALIDATE-CARD.
038800     SET CARD-VALID TO TRUE.
038900     MOVE SPACES TO WS-REJECT-REASON.
039000     IF NOT SC-ACTION-REPLACE
039100        AND NOT SC-ACTION-WRITE-OFF
039200        AND NOT SC-ACTION-LEAVE
039300         MOVE "ACTION NOT R, W, OR L" TO WS-REJECT-REASON
039400         SET CARD-INVALID TO TRUE
039500         GO TO 1200-EXIT
039600     END-IF.
039650     IF WS-CARD-KEY-RAW = SPACES
039660         MOVE "RECORD KEY MISSING" TO WS-REJECT-REASON
039670         SET CARD-INVALID TO TRUE
039680         GO TO 1200-EXIT
039690     END-IF.
039700     IF SC-RECORD-KEY NOT NUMERIC
039750        AND NOT SC-ACTION-WRITE-OFF
039800         MOVE "RECORD KEY NOT NUMERIC" TO WS-REJECT-REASON
039900         SET CARD-INVALID TO TRUE
040000         GO TO 1200-EXIT
040100     END-IF.
040200     IF WS-CARD-KEY-RAW = "999999"
040300         MOVE "RECORD KEY IS RESERVED" TO WS-REJECT-REASON
040400         SET CARD-INVALID TO TRUE
040500         GO TO 1200-EXIT
040600     END-IF.
040700     IF SC-USER-ID = SPACES
040800         MOVE "USER ID MISSING" TO WS-REJECT-REASON
040900         SET CARD-INVALID TO TRUE
041000         GO TO 1200-EXIT
041100     END-IF.
041200     IF SC-ACTION-REPLACE
041300        AND SC-NEW-X-VALUE NOT NUMERIC
041400         MOVE "NEW X VALUE NOT NUMERIC" TO WS-REJECT-REASON
041500         SET CARD-INVALID TO TRUE
041600         GO TO 1200-EXIT
041700     END-IF.
041800     MOVE ZERO TO WS-CORR-FOUND-SUB.
041900     PERFORM 1210-MATCH-ONE-KEY THRU 1210-EXIT
042000         VARYING WS-CORR-SUB FROM 1 BY 1
042100         UNTIL WS-CORR-SUB > WS-CORR-COUNT
042200            OR WS-CORR-FOUND-SUB > ZERO.
042300     IF WS-CORR-FOUND-SUB > ZERO
042400         MOVE "DUPLICATE CARD FOR KEY" TO WS-REJECT-REASON
042500         SET CARD-INVALID TO TRUE
042600         GO TO 1200-EXIT
042700     END-IF.
042800     IF WS-CORR-COUNT = WS-CORR-MAX
042900         MOVE "CORRECTION TABLE IS FULL" TO WS-REJECT-REASON
043000         SET CARD-INVALID TO TRUE
043100         GO TO 1200-EXIT
043200     END-IF.
043300     MOVE WS-CARD-KEY-RAW TO SMR-RECORD-KEY-X.
043400     READ SUSP-MSTR INTO WS-SUSP-MSTR-DETAIL
043500         INVALID KEY
043600             MOVE "KEY HAS NO SUSPMSTR ENTRY"
043700                 TO WS-REJECT-REASON
043800             SET CARD-INVALID TO TRUE
043900             GO TO 1200-EXIT
044000     END-READ.
044100     IF SM-SOURCE-SYSTEM NOT = SC-SOURCE-SYSTEM
044200         MOVE "SOURCE DIFFERS FROM SUSPMSTR" TO WS-REJECT-REASON
044300         SET CARD-INVALID TO TRUE
044400         GO TO 1200-EXIT
044500     END-IF.
044600     IF SM-WRITTEN-OFF
044700         MOVE "KEY ALREADY WRITTEN OFF" TO WS-REJECT-REASON
044800         SET CARD-INVALID TO TRUE
044900     END-IF.
045000 1200-EXIT.
045100     EXIT.
045200
045300 1210-MATCH-ONE-KEY.
045400     IF WS-CORR-RECORD-KEY (WS-CORR-SUB) = WS-CARD-KEY-RAW
045500         MOVE WS-CORR-SUB TO WS-CORR-FOUND-SUB
045600     END-IF.
045700 1210-EXIT.
045800     EXIT.
045900
046000*-----------------------------------------------------------------
046100* 1300-REJECT-CARD -- LOG THE CARD AS KEYED; NOTHING CHANGES
046200*-----------------------------------------------------------------
046300 1300-REJECT-CARD.
046400     MOVE SPACES            TO WS-CORR-LOG-DETAIL.
046500     MOVE WS-CARD-KEY-RAW   TO CG-RECORD-KEY.
046600     MOVE SC-SOURCE-SYSTEM  TO CG-SOURCE-SYSTEM.
046700     MOVE SC-ACTION         TO CG-ACTION.
046800     IF SC-ACTION-REPLACE
046900         MOVE WS-CARD-NEW-X-RAW TO CG-NEW-X-VALUE
047000     END-IF.
047100     MOVE SC-USER-ID        TO CG-USER-ID.
047200     MOVE "REJECTED"        TO CG-TXN-STATUS.
047300     MOVE WS-REJECT-REASON  TO CG-REMARK.
047400     PERFORM 3000-WRITE-CORR-LOG THRU 3000-EXIT.
047500     ADD 1 TO WS-CARDS-REJECTED.
047600     DISPLAY "SUSPCORR - REJECTED CARD FOR " SC-USER-ID
047700         ", ACTION " SC-ACTION
047800         " KEY " WS-CARD-KEY-RAW
047900         " -- " WS-REJECT-REASON.
048000 1300-EXIT.
048100     EXIT.
048200
048300*-----------------------------------------------------------------
048400* 2000-PROCESS-FILE -- ONE SUSPENSE RECORD: APPLY ITS CARD IF IT
048500* HAS ONE, DROP IT IF THE KEY WAS WRITTEN OFF ON AN EARLIER
048600* RUN, OTHERWISE PASS IT THROUGH TO SUSPFIX UNCHANGED
048700*-----------------------------------------------------------------
048800 2000-PROCESS-FILE.
048900     READ SUSP-IN INTO WS-SUSP-DETAIL
049000         AT END
049100             SET SUSP-IN-EOF TO TRUE
049200             GO TO 2000-EXIT
049300     END-READ.
049400     ADD 1 TO WS-SUSP-READ.
049500     PERFORM 2100-FIND-CARD THRU 2100-EXIT.
049600     IF WS-CORR-FOUND-SUB > ZERO
049700         PERFORM 2200-APPLY-CARD THRU 2200-EXIT
049800         GO TO 2000-EXIT
049900     END-IF.
050000     PERFORM 2600-CHECK-PRIOR-WRITEOFF THRU 2600-EXIT.
050100     IF PRIOR-WRITEOFF
050200         ADD 1 TO WS-RECS-PRIOR-WO
050300         ADD 1 TO WS-RECS-DROPPED
050400         GO TO 2000-EXIT
050500     END-IF.
050600     PERFORM 2800-WRITE-SUSP-FIX THRU 2800-EXIT.
050700     ADD 1 TO WS-RECS-UNCHANGED.
050800 2000-EXIT.
050900     EXIT.
051000
051100*-----------------------------------------------------------------
051200* 2100-FIND-CARD -- A CARD APPLIES ONLY WHERE BOTH THE RECORD
051300* KEY AND THE SOURCE SYSTEM MATCH THE SUSPENSE RECORD
051400*-----------------------------------------------------------------
051500 2100-FIND-CARD.
051600     MOVE ZERO TO WS-CORR-FOUND-SUB.
051700     PERFORM 2110-MATCH-ONE-CARD THRU 2110-EXIT
051800         VARYING WS-CORR-SUB FROM 1 BY 1
051900         UNTIL WS-CORR-SUB > WS-CORR-COUNT
052000            OR WS-CORR-FOUND-SUB > ZERO.
052100 2100-EXIT.
052200     EXIT.
052300
052400 2110-MATCH-ONE-CARD.
052500     IF WS-CORR-RECORD-KEY (WS-CORR-SUB) = WS-SUSP-KEY-RAW
052600        AND WS-CORR-SOURCE (WS-CORR-SUB) = SP-SOURCE-SYSTEM
052700         MOVE WS-CORR-SUB TO WS-CORR-FOUND-SUB
052800     END-IF.
052900 2110-EXIT.
053000     EXIT.
053100
053200*-----------------------------------------------------------------
053300* 2200-APPLY-CARD -- LOG THE BEFORE AND AFTER IMAGES AND APPLY
053400* THE CARD'S ACTION TO THIS SUSPENSE RECORD. A WRITTEN-OFF
053500* RECORD IS NOT CARRIED TO SUSPFIX.
053600*-----------------------------------------------------------------
053700 2200-APPLY-CARD.
053800     MOVE SPACES             TO WS-CORR-LOG-DETAIL.
053900     MOVE WS-SUSP-KEY-RAW    TO CG-RECORD-KEY.
054000     MOVE SP-SOURCE-SYSTEM   TO CG-SOURCE-SYSTEM.
054100     MOVE WS-CORR-ACTION (WS-CORR-FOUND-SUB) TO CG-ACTION.
054200     MOVE SP-REJECT-REASON   TO CG-REJECT-REASON.
054300     MOVE WS-SUSP-X-RAW      TO CG-OLD-X-VALUE.
054400     MOVE SPACE              TO CG-OLD-ENTRY-STATUS.
054500     MOVE SPACE              TO CG-NEW-ENTRY-STATUS.
054600     MOVE WS-CORR-USER-ID (WS-CORR-FOUND-SUB) TO CG-USER-ID.
054700     MOVE WS-CORR-REMARK (WS-CORR-FOUND-SUB)  TO CG-REMARK.
054800     MOVE "APPLIED"          TO CG-TXN-STATUS.
054900     IF WS-CORR-ACTION (WS-CORR-FOUND-SUB) = "R"
055000         MOVE WS-CORR-NEW-X-VALUE (WS-CORR-FOUND-SUB)
055100             TO SP-X-VALUE
055200         PERFORM 2800-WRITE-SUSP-FIX THRU 2800-EXIT
055300         ADD 1 TO WS-RECS-REPLACED
055400     END-IF.
055500     IF WS-CORR-ACTION (WS-CORR-FOUND-SUB) = "L"
055600         PERFORM 2800-WRITE-SUSP-FIX THRU 2800-EXIT
055700         ADD 1 TO WS-RECS-LEFT
055800     END-IF.
055900     IF WS-CORR-ACTION (WS-CORR-FOUND-SUB) = "W"
056000         PERFORM 2300-WRITE-OFF-ENTRY THRU 2300-EXIT
056100         MOVE "W" TO CG-NEW-ENTRY-STATUS
056200         ADD 1 TO WS-RECS-WRITTEN-OFF
056300         ADD 1 TO WS-RECS-DROPPED
056400     END-IF.
056500     MOVE WS-SUSP-X-RAW      TO CG-NEW-X-VALUE.
056600     PERFORM 3000-WRITE-CORR-LOG THRU 3000-EXIT.
056700     IF WS-CORR-MATCH-SW (WS-CORR-FOUND-SUB) = "N"
056800         MOVE "Y" TO WS-CORR-MATCH-SW (WS-CORR-FOUND-SUB)
056900         ADD 1 TO WS-CARDS-APPLIED
057000     END-IF.
057100 2200-EXIT.
057200     EXIT.
057300
057400*-----------------------------------------------------------------
057500* 2300-WRITE-OFF-ENTRY -- MARK THE KEY'S SUSPMSTR ENTRY WRITTEN
057600* OFF WITH TODAY'S DATE AND THE USER FROM THE CARD. DONE ONCE
057700* PER CARD; A SECOND SUSPENSE RECORD FOR THE KEY FINDS IT DONE.
057800*-----------------------------------------------------------------
057900 2300-WRITE-OFF-ENTRY.
058000     IF WS-CORR-MATCH-SW (WS-CORR-FOUND-SUB) = "Y"
058100         GO TO 2300-EXIT
058200     END-IF.
058300     MOVE WS-CORR-RECORD-KEY (WS-CORR-FOUND-SUB)
058400         TO SMR-RECORD-KEY-X.
058500     READ SUSP-MSTR INTO WS-SUSP-MSTR-DETAIL
058600         INVALID KEY
058700             DISPLAY "SUSPCORR - SUSPMSTR ENTRY GONE FOR "
058800                 "WRITE-OFF KEY " SMR-RECORD-KEY-X
058900             GO TO 2300-EXIT
059000     END-READ.
059100     SET SM-WRITTEN-OFF     TO TRUE.
059200     MOVE WS-CURRENT-DATE   TO SM-WRITEOFF-DATE.
059300     MOVE WS-CORR-USER-ID (WS-CORR-FOUND-SUB)
059400         TO SM-WRITEOFF-USER.
059500     REWRITE SUSP-MSTR-RECORD FROM WS-SUSP-MSTR-DETAIL
059600         INVALID KEY
059700             DISPLAY "SUSPCORR - SUSPMSTR REWRITE FAILED KEY "
059800                 SMR-RECORD-KEY-X " STATUS " WS-SUSP-MSTR-STATUS
059900     END-REWRITE.
060000 2300-EXIT.
060100     EXIT.
060200
060300*-----------------------------------------------------------------
060400* 2600-CHECK-PRIOR-WRITEOFF -- A KEY WRITTEN OFF ON AN EARLIER
060500* RUN NEVER GOES BACK TO RECYCLE. A KEY NOT ON THE INVENTORY
060600* (OLD-STOCK SUSPENSE) PASSES THROUGH AS IT ALWAYS HAS.
060700*-----------------------------------------------------------------
060800 2600-CHECK-PRIOR-WRITEOFF.
060900     MOVE "N" TO WS-PRIOR-WRITEOFF-SW.
061000     MOVE WS-SUSP-KEY-RAW TO SMR-RECORD-KEY-X.
061100     READ SUSP-MSTR INTO WS-SUSP-MSTR-DETAIL
061200         INVALID KEY
061300             GO TO 2600-EXIT
061400     END-READ.
061500     IF SM-WRITTEN-OFF
061600         SET PRIOR-WRITEOFF TO TRUE
061700         MOVE WS-SUSP-KEY-RAW  TO WS-D-RECORD-KEY
061800         MOVE SP-SOURCE-SYSTEM TO WS-D-SOURCE
061900         MOVE SPACE            TO WS-D-ACTION
062000         MOVE WS-SUSP-X-RAW    TO WS-D-OLD-X
062100         MOVE SPACES           TO WS-D-NEW-X
062200         MOVE "DROPPED"        TO WS-D-STATUS
062300         MOVE "WRITTEN OFF ON AN EARLIER RUN" TO WS-D-REMARK
062400         WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-DETAIL
062500     END-IF.
062600 2600-EXIT.
062700     EXIT.
062800
062900 2800-WRITE-SUSP-FIX.
063000     WRITE SUSP-FIX-RECORD FROM WS-SUSP-DETAIL.
063100     ADD 1 TO WS-SUSP-WRITTEN.
063200 2800-EXIT.
063300     EXIT.
063400
063500*-----------------------------------------------------------------
063600* 3000-WRITE-CORR-LOG -- STAMP AND WRITE ONE CORRECTION LOG
063700* RECORD, AND PRINT IT ON THE CORRECTION REPORT
063800*-----------------------------------------------------------------
063900 3000-WRITE-CORR-LOG.
064000     ACCEPT WS-CURRENT-TIME FROM TIME.
064100     MOVE WS-CURRENT-DATE   TO CG-CHANGE-DATE.
064200     MOVE WS-CURRENT-TIME   TO CG-CHANGE-TIME.
064300     WRITE CORR-LOG-RECORD FROM WS-CORR-LOG-DETAIL.
064400     MOVE CG-RECORD-KEY     TO WS-D-RECORD-KEY.
064500     MOVE CG-SOURCE-SYSTEM  TO WS-D-SOURCE.
064600     MOVE CG-ACTION         TO WS-D-ACTION.
064700     MOVE CG-OLD-X-VALUE    TO WS-D-OLD-X.
064800     MOVE CG-NEW-X-VALUE    TO WS-D-NEW-X.
064900     MOVE CG-TXN-STATUS     TO WS-D-STATUS.
065000     MOVE CG-REMARK         TO WS-D-REMARK.
065100     WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-DETAIL.
065200 3000-EXIT.
065300     EXIT.
065400
065500*-----------------------------------------------------------------
065600* 9000-TERMINATE -- SETTLE THE CARDS THAT FOUND NO SUSPENSE
065700* RECORD, PRINT THE TOTALS, SET THE CONDITION CODE, AND CLOSE.
065800* ANY REJECTED CARD ENDS THE RUN WITH CONDITION CODE 4.
065900*-----------------------------------------------------------------
066000 9000-TERMINATE.
066100     PERFORM 9100-SETTLE-ONE-CARD THRU 9100-EXIT
066200         VARYING WS-CORR-SUB FROM 1 BY 1
066300         UNTIL WS-CORR-SUB > WS-CORR-COUNT.
066400     MOVE "CORRECTION CARDS READ"           TO WS-T-LABEL.
066500     MOVE WS-CARDS-READ                     TO WS-T-COUNT.
066600     WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-TOTAL.
066700     MOVE "CORRECTION CARDS APPLIED"        TO WS-T-LABEL.
066800     MOVE WS-CARDS-APPLIED                  TO WS-T-COUNT.
066900     WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-TOTAL.
067000     MOVE "CORRECTION CARDS REJECTED"       TO WS-T-LABEL.
067100     MOVE WS-CARDS-REJECTED                 TO WS-T-COUNT.
067200     WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-TOTAL.
067300     MOVE "SUSPENSE RECORDS READ"           TO WS-T-LABEL.
067400     MOVE WS-SUSP-READ                      TO WS-T-COUNT.
067500     WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-TOTAL.
067600     MOVE "  X VALUE REPLACED"              TO WS-T-LABEL.
067700     MOVE WS-RECS-REPLACED                  TO WS-T-COUNT.
067800     WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-TOTAL.
067900     MOVE "  LEFT AS IS BY CARD"            TO WS-T-LABEL.
068000     MOVE WS-RECS-LEFT                      TO WS-T-COUNT.
068100     WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-TOTAL.
068200     MOVE "  NO CARD, PASSED THROUGH"       TO WS-T-LABEL.
068300     MOVE WS-RECS-UNCHANGED                 TO WS-T-COUNT.
068400     WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-TOTAL.
068500     MOVE "  WRITTEN OFF THIS RUN"          TO WS-T-LABEL.
068600     MOVE WS-RECS-WRITTEN-OFF               TO WS-T-COUNT.
068700     WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-TOTAL.
068800     MOVE "  WRITTEN OFF EARLIER, DROPPED"  TO WS-T-LABEL.
068900     MOVE WS-RECS-PRIOR-WO                  TO WS-T-COUNT.
069000     WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-TOTAL.
069100     MOVE "SUSPENSE RECORDS WRITTEN TO SUSPFIX" TO WS-T-LABEL.
069200     MOVE WS-SUSP-WRITTEN                   TO WS-T-COUNT.
069300     WRITE CORR-RPT-RECORD FROM WS-CORR-RPT-TOTAL.
069400     IF WS-CARDS-REJECTED > ZERO
069500         MOVE 4 TO RETURN-CODE
069600     END-IF.
069700     DISPLAY "SUSPCORR - CARDS READ " WS-CARDS-READ
069800         " APPLIED " WS-CARDS-APPLIED
069900         " REJECTED " WS-CARDS-REJECTED
070000         " CONDITION CODE " RETURN-CODE.
070100     PERFORM 9800-POST-RUN-CONTROL THRU 9800-EXIT.
070200     CLOSE CORR-TXN SUSP-IN SUSP-FIX SUSP-MSTR CORR-LOG
070300         CORR-RPT.
070400 9000-EXIT.
070500     EXIT.
070600
070700*-----------------------------------------------------------------
070800* 9100-SETTLE-ONE-CARD -- A WRITE-OFF THAT FOUND NO SUSPENSE
070900* RECORD STILL WRITES THE INVENTORY ENTRY OFF (THE ENTRY IS
071000* WHAT KEEPS THE KEY OUT OF RECYCLE). A REPLACE OR LEAVE WITH
071100* NOTHING TO ACT ON IS REJECTED.
071200*-----------------------------------------------------------------
071300 9100-SETTLE-ONE-CARD.
071400     IF WS-CORR-MATCH-SW (WS-CORR-SUB) = "Y"
071500         GO TO 9100-EXIT
071600     END-IF.
071700     MOVE WS-CORR-SUB TO WS-CORR-FOUND-SUB.
071800     MOVE SPACES             TO WS-CORR-LOG-DETAIL.
071900     MOVE WS-CORR-RECORD-KEY (WS-CORR-SUB) TO CG-RECORD-KEY.
072000     MOVE WS-CORR-SOURCE (WS-CORR-SUB)     TO CG-SOURCE-SYSTEM.
072100     MOVE WS-CORR-ACTION (WS-CORR-SUB)     TO CG-ACTION.
072200     MOVE WS-CORR-USER-ID (WS-CORR-SUB)    TO CG-USER-ID.
072300     IF WS-CORR-ACTION (WS-CORR-SUB) = "W"
072400         PERFORM 2300-WRITE-OFF-ENTRY THRU 2300-EXIT
072500         MOVE SPACE     TO CG-OLD-ENTRY-STATUS
072600         MOVE "W"       TO CG-NEW-ENTRY-STATUS
072700         MOVE "APPLIED" TO CG-TXN-STATUS
072800         MOVE WS-CORR-REMARK (WS-CORR-SUB) TO CG-REMARK
072900         MOVE "Y" TO WS-CORR-MATCH-SW (WS-CORR-SUB)
073000         ADD 1 TO WS-CARDS-APPLIED
073100     ELSE
073200         MOVE "REJECTED" TO CG-TXN-STATUS
073300         MOVE "KEY/SOURCE NOT IN SUSPENSE FILE" TO CG-REMARK
073400         ADD 1 TO WS-CARDS-REJECTED
073500     END-IF.
073600     PERFORM 3000-WRITE-CORR-LOG THRU 3000-EXIT.
073700 9100-EXIT.
073800     EXIT.
073900
074000*-----------------------------------------------------------------
074100* 9800-POST-RUN-CONTROL -- ONE POSTING TO THE SHARED RUNCTL
074200* MASTER FOR THE RUNBAL MORNING BALANCING RUN. A FAILED POST
074300* IS NOTED BUT NEVER FAILS THE CORRECTION RUN ITSELF.
074400*-----------------------------------------------------------------
074500 9800-POST-RUN-CONTROL.
074600     OPEN EXTEND RUN-CTL.
074700     IF WS-RUN-CTL-STATUS NOT = "00"
074800         DISPLAY "SUSPCORR - UNABLE TO POST RUN CONTROL, "
074900             "STATUS " WS-RUN-CTL-STATUS
075000         GO TO 9800-EXIT
075100     END-IF.
075200     ACCEPT WS-CURRENT-TIME FROM TIME.
075300     MOVE SPACES                 TO WS-RUN-CTL-DETAIL.
075400     MOVE "SUSPCORR"             TO RU-JOB-NAME.
075500     MOVE "CORRECT"              TO RU-STEP-NAME.
075600     MOVE WS-CURRENT-DATE        TO RU-RUN-DATE.
075700     MOVE WS-CURRENT-TIME        TO RU-POST-TIME.
075800     MOVE WS-SUSP-READ           TO RU-RECORDS-IN.
075900     MOVE WS-SUSP-WRITTEN        TO RU-RECORDS-OUT.
076000     MOVE WS-CARDS-REJECTED      TO RU-AUX-COUNT-1.
076100     MOVE WS-RECS-DROPPED        TO RU-AUX-COUNT-2.
076200     MOVE RETURN-CODE            TO RU-COND-CODE.
076300     MOVE "CORRECT"              TO RU-REASON.
076400     WRITE RUN-CTL-RECORD FROM WS-RUN-CTL-DETAIL.
076500     CLOSE RUN-CTL.
076600 9800-EXIT.
076700     EXIT.
