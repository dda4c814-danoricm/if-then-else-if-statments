002760*                 SOURCE SYSTEM AND EXTRACT DATE OFF THE HDR --
002770*                 SO A MULTI-SOURCE NIGHT'S EDIT REPORTS CAN BE
002780*                 TOLD APART AT A GLANCE.
002781* 10/15/26  DLM   REJECTED DETAILS ARE NO LONGER ONLY PRINTED.
002782*                 EACH GOES TO THE EDITSUSP SUSPENSE FILE
002783*                 (COPYBOOK SUSPRECC) UNDER REASON 03 (KEY NOT
002784*                 NUMERIC), 04 (DUPLICATE KEY), OR 05 (KEY OUT
002785*                 OF SEQUENCE) WITH THE HDR SOURCE SYSTEM, SO
002786*                 SUSPCORR AND SUSPRCYC CAN REPAIR AND RECYCLE
002787*                 IT, AND POSTS TO THE SUSPMSTR SUSPENSE
002788*                 INVENTORY FOR THE SUSPAGE AGING REPORT. A
002789*                 SECOND RUNCTL POSTING (STEP SUSPMSTR) TIES
002790*                 SUSPENSE WRITES TO INVENTORY POSTS FOR RUNBAL.
002791* 10/15/26  DLM   OPTIONAL RUNMODE CARD. "CATCHUP" EDITS A LATE
002792*                 EXTRACT AS OF ITS OWN HDR EXTRACT DATE: THE
002793*                 SUSPENSE DATES AND BOTH RUNCTL POSTINGS CARRY
002794*                 THAT DATE, SO RUNBAL TIES THE EDIT TO THE
002795*                 CLASSIFIER'S CATCH-UP RUN OF THE SAME DATE.
002796* 10/15/26  DLM   LOOKS THE RUN DATE UP ON THE CALMSTR BUSINESS-
002797*                 DAY CALENDAR (COPYBOOK CALMSTC). A DATE MARKED
002798*                 NON-PROCESSING IS REFUSED WITH CODE 12 AND
002799*                 NOTHING POSTED, UNLESS THE OPTIONAL CALFORCE
002800*                 CARD READS "FORCE" WITH THAT DATE.
002850*-----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004410     SELECT RUN-CTL    ASSIGN TO RUNCTL
004420         ORGANIZATION IS SEQUENTIAL
004430         FILE STATUS IS WS-RUN-CTL-STATUS.
004440     SELECT EDIT-SUSP  ASSIGN TO EDITSUSP
004450         ORGANIZATION IS SEQUENTIAL
004460         FILE STATUS IS WS-EDIT-SUSP-STATUS.
004470     SELECT SUSP-MSTR  ASSIGN TO SUSPMSTR
004480         ORGANIZATION IS INDEXED
004485         ACCESS MODE IS RANDOM
004490         RECORD KEY IS SMR-RECORD-KEY
004495         FILE STATUS IS WS-SUSP-MSTR-STATUS.
004496     SELECT RUN-MODE   ASSIGN TO RUNMODE
004497         ORGANIZATION IS SEQUENTIAL
004498         FILE STATUS IS WS-RUN-MODE-STATUS.
004499     SELECT CAL-MSTR   ASSIGN TO CALMSTR
004500         ORGANIZATION IS INDEXED
004501         ACCESS MODE IS RANDOM
004502         RECORD KEY IS CAL-DATE-KEY
004503         FILE STATUS IS WS-CAL-MSTR-STATUS.
004505     SELECT CAL-FORCE  ASSIGN TO CALFORCE
004506         ORGANIZATION IS SEQUENTIAL
004507         FILE STATUS IS WS-CAL-FORCE-STATUS.
004553
004600 DATA DIVISION.
004700 FILE SECTION.
004800*-------------------------------------------------------------
005500     DATA RECORD IS RAW-IN-RECORD.
005600 01  RAW-IN-RECORD.
005700     05  RI-RECORD-KEY           PIC 9(06).
005750     05  RI-RECORD-KEY-X REDEFINES RI-RECORD-KEY
005760                                 PIC X(06).
005800     05  RI-X-VALUE              PIC 9(05)V99.
005900     05  FILLER                  PIC X(67).
006000 01  RAW-IN-HDR-RECORD.
007870     RECORD CONTAINS 80 CHARACTERS
007880     DATA RECORD IS RUN-CTL-RECORD.
007890 01  RUN-CTL-RECORD              PIC X(80).
007891
007892*-------------------------------------------------------------
007893* EDIT-SUSP -- ONE SUSPENSE RECORD PER REJECTED DETAIL, IN THE
007894* SAME LAYOUT AS THE CLASSIFIER'S SUSPOUT (COPYBOOK SUSPRECC)
007895* SO SUSPCORR AND SUSPRCYC TAKE BOTH FILES ALIKE
007896*-------------------------------------------------------------
007897 FD  EDIT-SUSP
007898     RECORD CONTAINS 104 CHARACTERS
007899     DATA RECORD IS EDIT-SUSP-RECORD.
007904 01  EDIT-SUSP-RECORD            PIC X(104).
007909
007914*-------------------------------------------------------------
007919* SUSP-MSTR -- KEYED SUSPENSE INVENTORY (VSAM KSDS), ONE
007924* RECORD PER KEY CURRENTLY STUCK IN SUSPENSE. ONLY THE RECORD
007929* KEY IS NAMED HERE -- SEE WS-SUSP-MSTR-DETAIL FOR THE FULL
007934* FIELDS (COPYBOOK SUSPMSTC). THE CHARACTER VIEW OF THE KEY
007939* CARRIES A REJECTED KEY THAT IS NOT NUMERIC AS RECEIVED.
007944*-------------------------------------------------------------
007949 FD  SUSP-MSTR
007954     RECORD CONTAINS 80 CHARACTERS
007959     DATA RECORD IS SUSP-MSTR-RECORD.
007964 01  SUSP-MSTR-RECORD.
007969     05  SMR-RECORD-KEY          PIC 9(06).
007974     05  SMR-RECORD-KEY-X REDEFINES SMR-RECORD-KEY
007979                                 PIC X(06).
007984     05  FILLER                  PIC X(74).
007989
007990*-------------------------------------------------------------
007991* RUN-MODE -- ONE OPTIONAL CONTROL CARD. "CATCHUP" IN COLS 1-7
007992* EDITS A LATE EXTRACT AS OF ITS HDR EXTRACT DATE. NO CARD OR
007993* AN EMPTY FILE (DD DUMMY) MEANS THE NORMAL NIGHTLY EDIT.
007994*-------------------------------------------------------------
007995 FD  RUN-MODE
007996     RECORD CONTAINS 80 CHARACTERS
007997     DATA RECORD IS RUN-MODE-RECORD.
007998 01  RUN-MODE-RECORD.
007999     05  RM-MODE                 PIC X(07).
008000         88  RM-CATCHUP                     VALUE "CATCHUP".
008001     05  FILLER                  PIC X(73).
008002
008003*-------------------------------------------------------------
008004* CAL-MSTR -- KEYED BUSINESS-DAY CALENDAR (VSAM KSDS), READ BY
008005* DATE. ONLY THE DATE IS NAMED HERE -- SEE WS-CAL-MSTR-DETAIL
008006* FOR THE FULL FIELDS (COPYBOOK CALMSTC).
008007*-------------------------------------------------------------
008008 FD  CAL-MSTR
008009     RECORD CONTAINS 80 CHARACTERS
008010     DATA RECORD IS CAL-MSTR-RECORD.
008011 01  CAL-MSTR-RECORD.
008012     05  CAL-DATE-KEY            PIC 9(08).
008013     05  FILLER                  PIC X(72).
008014
008016*-------------------------------------------------------------
008017* CAL-FORCE -- ONE OPTIONAL OVERRIDE CARD. "FORCE" IN COLS 1-5
008018* AND THE RUN DATE IN COLS 7-14 LET THE NIGHT POST ON A DATE
008019* CALMSTR MARKS NON-PROCESSING. NO CARD OR AN EMPTY FILE (DD
008020* DUMMY) MEANS SUCH A DATE IS REFUSED.
008021*-------------------------------------------------------------
008022 FD  CAL-FORCE
008023     RECORD CONTAINS 80 CHARACTERS
008024     DATA RECORD IS CAL-FORCE-RECORD.
008025 01  CAL-FORCE-RECORD.
008026     05  CF-ACTION               PIC X(05).
008027         88  CF-FORCE                       VALUE "FORCE".
008028     05  FILLER                  PIC X(01).
008029     05  CF-RUN-DATE             PIC X(08).
008030     05  FILLER                  PIC X(66).
008040
008051 WORKING-STORAGE SECTION.
008100 01  WS-RAW-IN-EOF-SW             PIC X(01) VALUE "N".
008200     88  RAW-IN-EOF                         VALUE "Y".
008300 01  WS-TRAILER-SEEN-SW           PIC X(01) VALUE "N".
008600     88  EDIT-FAILED                        VALUE "Y".
008610 01  WS-PRIOR-KEY-SW              PIC X(01) VALUE "N".
008620     88  PRIOR-KEY-SEEN                     VALUE "Y".
008646 01  WS-CATCHUP-MODE-SW           PIC X(01) VALUE "N".
008672     88  CATCHUP-MODE                       VALUE "Y".
008681 01  WS-CAL-FORCE-SW              PIC X(01) VALUE "N".
008690     88  CAL-FORCED                         VALUE "Y".
008700
008800 01  WS-RAW-IN-STATUS             PIC X(02).
008900 01  WS-EDIT-OUT-STATUS           PIC X(02).
009000 01  WS-EDIT-RPT-STATUS           PIC X(02).
009010 01  WS-RUN-CTL-STATUS            PIC X(02).
009011 01  WS-EDIT-SUSP-STATUS          PIC X(02).
009012 01  WS-SUSP-MSTR-STATUS          PIC X(02).
009016 01  WS-RUN-MODE-STATUS           PIC X(02).
009017 01  WS-CAL-MSTR-STATUS           PIC X(02).
009018 01  WS-CAL-FORCE-STATUS          PIC X(02).
009020
009030 01  WS-CURRENT-DATE              PIC 9(08) VALUE ZERO.
009040 01  WS-CURRENT-TIME              PIC 9(08) VALUE ZERO.
009050 01  WS-CURRENT-SOURCE            PIC X(08) VALUE SPACES.
009100
009200 01  WS-FATAL-FILE-ID             PIC X(08).
009300 01  WS-FATAL-FILE-STATUS         PIC X(02).
010100     05  WS-DETAILS-REJECTED     PIC 9(06) COMP VALUE ZERO.
010200     05  WS-LAST-KEY             PIC 9(06) COMP VALUE ZERO.
010300     05  WS-HASH-TOTAL           PIC 9(11)V99 COMP VALUE ZERO.
010310     05  WS-SUSP-WRITTEN         PIC 9(06) COMP VALUE ZERO.
010320     05  WS-SUSP-POST-CNT        PIC 9(06) COMP VALUE ZERO.
010330     05  WS-RSN-SUB              PIC 9(02) COMP VALUE ZERO.
010340     05  WS-RSN-SUB2             PIC 9(02) COMP VALUE ZERO.
010400
010500 01  WS-REJECT-REASON             PIC X(30).
010510 01  WS-SUSP-REASON               PIC X(02).
010520
010530*-------------------------------------------------------------
010540* SUSPENSE RECORD -- NAMED FIELDS (COPYBOOK SUSPRECC)
010550*-------------------------------------------------------------
010560 01  WS-SUSP-DETAIL.
010570     COPY SUSPRECC.
010580
010590*-------------------------------------------------------------
010591* SUSP-MSTR -- NAMED FIELDS FOR THE SUSPENSE INVENTORY RECORD
010592* (COPYBOOK SUSPMSTC), AND A CHARACTER VIEW OF ITS KEY
010593*-------------------------------------------------------------
010594 01  WS-SUSP-MSTR-DETAIL.
010595     COPY SUSPMSTC.
010596
010597 01  WS-SUSP-MSTR-KEY-VIEW REDEFINES WS-SUSP-MSTR-DETAIL.
010598     05  WS-SM-KEY-RAW           PIC X(06).
010599     05  FILLER                  PIC X(74).
010600
010610*-------------------------------------------------------------
010620* CAL-MSTR -- NAMED FIELDS FOR THE CALENDAR RECORD
010630* (COPYBOOK CALMSTC)
010640*-------------------------------------------------------------
010650 01  WS-CAL-MSTR-DETAIL.
010660     COPY CALMSTC.
010670
010700*-------------------------------------------------------------
010800* TRAILER RECORD -- ALTERNATE VIEW OF THE LAST RAW-IN RECORD
010900*-------------------------------------------------------------
015500* 1000-INITIALIZE -- OPEN FILES
015600*-----------------------------------------------------------------
015700 1000-INITIALIZE.
015750     PERFORM 1050-READ-RUN-MODE THRU 1050-EXIT.
015800     OPEN INPUT  RAW-IN.
015900     IF WS-RAW-IN-STATUS NOT = "00"
016000         MOVE "RAWIN" TO WS-FATAL-FILE-ID
017300         MOVE WS-EDIT-RPT-STATUS TO WS-FATAL-FILE-STATUS
017400         GO TO 1000-FATAL-EXIT
017500     END-IF.
017510     OPEN OUTPUT EDIT-SUSP.
017520     IF WS-EDIT-SUSP-STATUS NOT = "00"
017530         MOVE "EDITSUSP" TO WS-FATAL-FILE-ID
017540         MOVE WS-EDIT-SUSP-STATUS TO WS-FATAL-FILE-STATUS
017550         GO TO 1000-FATAL-EXIT
017560     END-IF.
017570     OPEN I-O SUSP-MSTR.
017580     IF WS-SUSP-MSTR-STATUS NOT = "00"
017585        AND WS-SUSP-MSTR-STATUS NOT = "05"
017590         MOVE "SUSPMSTR" TO WS-FATAL-FILE-ID
017595         MOVE WS-SUSP-MSTR-STATUS TO WS-FATAL-FILE-STATUS
017598         GO TO 1000-FATAL-EXIT
017599     END-IF.
017600     OPEN INPUT  CAL-MSTR.
017601     IF WS-CAL-MSTR-STATUS NOT = "00"
017602         MOVE "CALMSTR" TO WS-FATAL-FILE-ID
017603         MOVE WS-CAL-MSTR-STATUS TO WS-FATAL-FILE-STATUS
017604         GO TO 1000-FATAL-EXIT
017605     END-IF.
017627     WRITE EDIT-RPT-RECORD FROM WS-EDIT-RPT-HEADING-1.
017650     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
017700     GO TO 1000-EXIT.
017800 1000-FATAL-EXIT.
017900     DISPLAY "THRSHEDT - UNABLE TO OPEN " WS-FATAL-FILE-ID
018200     STOP RUN.
018300 1000-EXIT.
018400     EXIT.
018404
018408*-----------------------------------------------------------------
018412* 1050-READ-RUN-MODE -- "CATCHUP" ON THE OPTIONAL RUNMODE CARD
018416* MARKS A CATCH-UP EDIT OF A LATE EXTRACT; ANYTHING ELSE (OR
018420* NO CARD) IS THE NORMAL NIGHTLY EDIT.
018424*-----------------------------------------------------------------
018428 1050-READ-RUN-MODE.
018432     OPEN INPUT RUN-MODE.
018436     IF WS-RUN-MODE-STATUS NOT = "00"
018440         GO TO 1050-EXIT
018444     END-IF.
018448     READ RUN-MODE
018452         NOT AT END
018456             IF RM-CATCHUP
018460                 SET CATCHUP-MODE TO TRUE
018464                 DISPLAY "THRSHEDT - CATCH-UP EDIT -- POSTED AS "
018468                     "OF THE HDR EXTRACT DATE"
018472             END-IF
018476     END-READ.
018480     CLOSE RUN-MODE.
018484 1050-EXIT.
018488     EXIT.
018500
018600*-----------------------------------------------------------------
018700* 1500-VERIFY-HEADER -- THE FIRST RECORD MUST BE THE "HDR"
018800* HEADER. IT IS PASSED THROUGH TO THE CLEAN FILE. THE RUN DATE
018833* (THE HDR EXTRACT DATE ON A CATCH-UP EDIT) IS THEN CHECKED
018866* AGAINST THE CALENDAR.
018900*-----------------------------------------------------------------
019000 1500-VERIFY-HEADER.
019100     READ RAW-IN
020600         SET EDIT-FAILED TO TRUE
020700         GO TO 1500-EXIT
020800     END-IF.
020810     IF CATCHUP-MODE
020820         MOVE TH-EXTRACT-DATE TO WS-CURRENT-DATE
020830     END-IF.
020840     PERFORM 1600-CHECK-CALENDAR THRU 1600-EXIT.
020900     WRITE EDIT-OUT-RECORD FROM RAW-IN-HDR-RECORD.
020910     MOVE TH-SOURCE-SYSTEM TO WS-ES-SOURCE.
020915     MOVE TH-SOURCE-SYSTEM TO WS-CURRENT-SOURCE.
020920     MOVE TH-EXTRACT-DATE  TO WS-ES-DATE.
020930     WRITE EDIT-RPT-RECORD FROM WS-EDIT-RPT-SOURCE-LINE.
021000 1500-EXIT.
021100     EXIT.
021200
021202*-----------------------------------------------------------------
021204* 1600-CHECK-CALENDAR -- THE NIGHT DOES NOT POST ON A DATE CALMSTR
021206* MARKS NON-PROCESSING UNLESS THE CALFORCE CARD NAMES THAT DATE
021208*-----------------------------------------------------------------
021210 1600-CHECK-CALENDAR.
021212     MOVE WS-CURRENT-DATE TO CAL-DATE-KEY.
021214     READ CAL-MSTR INTO WS-CAL-MSTR-DETAIL
021216         INVALID KEY
021218             MOVE "Y" TO CA-PROCESS-SW
021220     END-READ.
021222     CLOSE CAL-MSTR.
021224     IF NOT CA-NON-PROCESSING
021226         GO TO 1600-EXIT
021228     END-IF.
021230     PERFORM 1650-READ-CAL-FORCE THRU 1650-EXIT.
021232     IF CAL-FORCED
021234         DISPLAY "THRSHEDT - " WS-CURRENT-DATE
021236             " IS NON-PROCESSING ON CALMSTR -- POSTED UNDER "
021238             "THE CALFORCE OVERRIDE"
021240         GO TO 1600-EXIT
021242     END-IF.
021244     DISPLAY "THRSHEDT - " WS-CURRENT-DATE
021246         " IS NON-PROCESSING ON CALMSTR -- RUN REFUSED, "
021248         "NOTHING POSTED".
021250     MOVE "RUN DATE IS NON-PROCESSING ON CALMSTR -- REFUSED"
021252         TO WS-EDIT-RPT-MSG.
021254     WRITE EDIT-RPT-RECORD FROM WS-EDIT-RPT-MSG.
021256     CLOSE RAW-IN EDIT-OUT EDIT-RPT EDIT-SUSP SUSP-MSTR.
021258     MOVE 12 TO RETURN-CODE.
021260     STOP RUN.
021262 1600-EXIT.
021264     EXIT.
021266
021268 1650-READ-CAL-FORCE.
021270     OPEN INPUT CAL-FORCE.
021272     IF WS-CAL-FORCE-STATUS NOT = "00"
021274         GO TO 1650-EXIT
021276     END-IF.
021278     READ CAL-FORCE
021280         NOT AT END
021282             IF CF-FORCE AND CF-RUN-DATE = WS-CURRENT-DATE
021284                 SET CAL-FORCED TO TRUE
021286             END-IF
021288     END-READ.
021290     CLOSE CAL-FORCE.
021292 1650-EXIT.
021294     EXIT.
021300*-----------------------------------------------------------------
021400* 2000-PROCESS-FILE -- EDIT ONE DETAIL RECORD, OR CAPTURE THE
021500* TRAILER WHEN IT ARRIVES
024300 2100-EDIT-DETAIL.
024400     IF RI-RECORD-KEY NOT NUMERIC
024500         MOVE "RECORD KEY IS NOT NUMERIC" TO WS-REJECT-REASON
024550         MOVE "03" TO WS-SUSP-REASON
024600         PERFORM 2200-REJECT-DETAIL THRU 2200-EXIT
024700         GO TO 2100-EXIT
024800     END-IF.
024900     IF PRIOR-KEY-SEEN AND RI-RECORD-KEY = WS-LAST-KEY
025000         MOVE "DUPLICATE RECORD KEY" TO WS-REJECT-REASON
025050         MOVE "04" TO WS-SUSP-REASON
025100         PERFORM 2200-REJECT-DETAIL THRU 2200-EXIT
025200         GO TO 2100-EXIT
025300     END-IF.
025400     IF PRIOR-KEY-SEEN AND RI-RECORD-KEY < WS-LAST-KEY
025500         MOVE "RECORD KEY OUT OF SEQUENCE" TO WS-REJECT-REASON
025550         MOVE "05" TO WS-SUSP-REASON
025600         PERFORM 2200-REJECT-DETAIL THRU 2200-EXIT
025700         GO TO 2100-EXIT
025800     END-IF.
026200 2100-EXIT.
026300     EXIT.
026400
026410*-----------------------------------------------------------------
026420* 2200-REJECT-DETAIL -- PRINT THE REJECT AND HOLD THE RECORD IN
026430* SUSPENSE FOR REPAIR AND RECYCLE
026440*-----------------------------------------------------------------
026500 2200-REJECT-DETAIL.
026600     MOVE RI-RECORD-KEY   TO WS-RJ-RECORD-KEY.
026700     MOVE WS-REJECT-REASON TO WS-RJ-REASON.
026800     WRITE EDIT-RPT-RECORD FROM WS-EDIT-RPT-REJECT-LINE.
026900     ADD 1 TO WS-DETAILS-REJECTED.
026950     PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT.
027000 2200-EXIT.
027100     EXIT.
027101
027102*-----------------------------------------------------------------
027103* 2300-WRITE-SUSPENSE -- THE FULL ORIGINAL RECORD, THE REASON
027104* CODE, THE RUN DATE, AND THE FEEDER SOURCE OFF THE HDR, IN THE
027105* SAME LAYOUT THE CLASSIFIER WRITES ITS REJECTS IN
027106*-----------------------------------------------------------------
027107 2300-WRITE-SUSPENSE.
027108     MOVE SPACES            TO WS-SUSP-DETAIL.
027109     MOVE RAW-IN-RECORD     TO SP-ORIGINAL-RECORD.
027110     MOVE WS-SUSP-REASON    TO SP-REJECT-REASON.
027111     MOVE WS-CURRENT-DATE   TO SP-RUN-DATE.
027112     MOVE WS-CURRENT-SOURCE TO SP-SOURCE-SYSTEM.
027113     WRITE EDIT-SUSP-RECORD FROM WS-SUSP-DETAIL.
027114     ADD 1 TO WS-SUSP-WRITTEN.
027115     PERFORM 2350-POST-SUSP-MSTR THRU 2350-EXIT.
027116 2300-EXIT.
027117     EXIT.
027118
027119*-----------------------------------------------------------------
027120* 2350-POST-SUSP-MSTR -- KEEP THE SUSPENSE INVENTORY CURRENT
027121* THE SAME WAY THE CLASSIFIER DOES: A KEY NOT YET ON IT GETS A
027122* FRESH ENTRY, A KEY ALREADY STUCK GETS TONIGHT'S ATTEMPT
027123* POSTED ON TOP. THE KEY GOES ON AS RECEIVED (CHARACTER VIEW),
027124* SO A KEY THAT IS NOT NUMERIC IS STILL INVENTORIED.
027125*-----------------------------------------------------------------
027126 2350-POST-SUSP-MSTR.
027127     MOVE RI-RECORD-KEY-X TO SMR-RECORD-KEY-X.
027128     READ SUSP-MSTR INTO WS-SUSP-MSTR-DETAIL
027129         INVALID KEY
027130             PERFORM 2360-ADD-SUSP-MSTR THRU 2360-EXIT
027131         NOT INVALID KEY
027132             PERFORM 2370-UPDATE-SUSP-MSTR THRU 2370-EXIT
027133     END-READ.
027134 2350-EXIT.
027135     EXIT.
027136
027137 2360-ADD-SUSP-MSTR.
027138     MOVE SPACES            TO WS-SUSP-MSTR-DETAIL.
027139     MOVE RI-RECORD-KEY-X   TO WS-SM-KEY-RAW.
027140     MOVE WS-CURRENT-SOURCE TO SM-SOURCE-SYSTEM.
027141     MOVE WS-CURRENT-DATE   TO SM-FIRST-REJECT-DATE.
027142     MOVE WS-CURRENT-DATE   TO SM-LAST-ATTEMPT-DATE.
027143     MOVE 1                 TO SM-ATTEMPT-COUNT.
027144     MOVE 1                 TO SM-REASON-COUNT.
027145     MOVE WS-SUSP-REASON    TO SM-REASON-CODE (1).
027146     WRITE SUSP-MSTR-RECORD FROM WS-SUSP-MSTR-DETAIL
027147         INVALID KEY
027148             DISPLAY "THRSHEDT - SUSPMSTR WRITE FAILED KEY "
027149                 WS-SM-KEY-RAW " STATUS " WS-SUSP-MSTR-STATUS
027150     END-WRITE.
027151     IF WS-SUSP-MSTR-STATUS = "00"
027152         ADD 1 TO WS-SUSP-POST-CNT
027153     END-IF.
027154 2360-EXIT.
027155     EXIT.
027156
027157 2370-UPDATE-SUSP-MSTR.
027158     MOVE WS-CURRENT-DATE   TO SM-LAST-ATTEMPT-DATE.
027159     MOVE WS-CURRENT-SOURCE TO SM-SOURCE-SYSTEM.
027160     IF SM-ATTEMPT-COUNT IS NUMERIC
027161        AND SM-ATTEMPT-COUNT < 999
027162         ADD 1 TO SM-ATTEMPT-COUNT
027163     END-IF.
027164     PERFORM 2380-PUSH-REASON THRU 2380-EXIT.
027165     REWRITE SUSP-MSTR-RECORD FROM WS-SUSP-MSTR-DETAIL
027166         INVALID KEY
027167             DISPLAY "THRSHEDT - SUSPMSTR REWRITE FAILED KEY "
027168                 WS-SM-KEY-RAW " STATUS " WS-SUSP-MSTR-STATUS
027169     END-REWRITE.
027170     IF WS-SUSP-MSTR-STATUS = "00"
027171         ADD 1 TO WS-SUSP-POST-CNT
027172     END-IF.
027173 2370-EXIT.
027174     EXIT.
027175
027176*-----------------------------------------------------------------
027177* 2380-PUSH-REASON -- KEEP THE FIVE MOST RECENT REJECT
027178* REASONS, OLDEST FIRST, THE SAME WAY THE CLASSIFIER DOES
027179*-----------------------------------------------------------------
027180 2380-PUSH-REASON.
027181     IF SM-REASON-COUNT NOT NUMERIC
027182         MOVE ZERO TO SM-REASON-COUNT
027183     END-IF.
027184     IF SM-REASON-COUNT < 5
027185         ADD 1 TO SM-REASON-COUNT
027186         MOVE WS-SUSP-REASON TO SM-REASON-CODE (SM-REASON-COUNT)
027187     ELSE
027188         PERFORM 2390-SHIFT-ONE-REASON THRU 2390-EXIT
027189             VARYING WS-RSN-SUB FROM 1 BY 1
027190             UNTIL WS-RSN-SUB > 4
027191         MOVE WS-SUSP-REASON TO SM-REASON-CODE (5)
027192     END-IF.
027193 2380-EXIT.
027194     EXIT.
027195
027196 2390-SHIFT-ONE-REASON.
027197     ADD 1 WS-RSN-SUB GIVING WS-RSN-SUB2.
027198     MOVE SM-REASON-CODE (WS-RSN-SUB2)
027199         TO SM-REASON-CODE (WS-RSN-SUB).
027224 2390-EXIT.
027249     EXIT.
027274
027300*-----------------------------------------------------------------
027400* 3000-VERIFY-TRAILER -- THE TRAILER COUNT AND HASH MUST MATCH
027500* WHAT WAS READ, AND NOTHING MAY FOLLOW THE TRAILER
033000     MOVE "DETAIL RECORDS REJECTED"          TO WS-T-LABEL.
033100     MOVE WS-DETAILS-REJECTED                TO WS-T-COUNT.
033200     WRITE EDIT-RPT-RECORD FROM WS-EDIT-RPT-TOTAL.
033210     MOVE "REJECTS WRITTEN TO SUSPENSE"      TO WS-T-LABEL.
033220     MOVE WS-SUSP-WRITTEN                    TO WS-T-COUNT.
033230     WRITE EDIT-RPT-RECORD FROM WS-EDIT-RPT-TOTAL.
033240     MOVE "SUSPENSE INVENTORY POSTS"         TO WS-T-LABEL.
033250     MOVE WS-SUSP-POST-CNT                   TO WS-T-COUNT.
033260     WRITE EDIT-RPT-RECORD FROM WS-EDIT-RPT-TOTAL.
033300     IF TRAILER-SEEN
033400         MOVE "TRAILER RECORD COUNT"         TO WS-T-LABEL
033500         MOVE TT-RECORD-COUNT                TO WS-T-COUNT
035200         END-IF
035300     END-IF.
035310     PERFORM 9800-POST-RUN-CONTROL THRU 9800-EXIT.
035400     CLOSE RAW-IN EDIT-OUT EDIT-RPT EDIT-SUSP SUSP-MSTR.
035500 9000-EXIT.
035600     EXIT.
035610
035620*-----------------------------------------------------------------
035630* 9800-POST-RUN-CONTROL -- TWO POSTINGS TO THE SHARED RUNCTL
035640* MASTER FOR THE RUNBAL MORNING BALANCING RUN: THE EDIT STEP'S
035645* COUNTS, AND THE SUSPMSTR STEP TYING SUSPENSE WRITES TO
035650* INVENTORY POSTS. A FAILED POST IS NOTED BUT NEVER FAILS THE
035660* EDIT ITSELF -- RUNBAL RAISES THE MISSING POSTING. A CATCH-UP
035665* EDIT POSTS UNDER THE EXTRACT DATE TAKEN OFF THE HDR.
035670*-----------------------------------------------------------------
035680 9800-POST-RUN-CONTROL.
035690     OPEN EXTEND RUN-CTL.
035720             "STATUS " WS-RUN-CTL-STATUS
035730         GO TO 9800-EXIT
035740     END-IF.
035745     IF NOT CATCHUP-MODE
035750         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
035755     END-IF.
035760     ACCEPT WS-CURRENT-TIME FROM TIME.
035770     MOVE SPACES              TO WS-RUN-CTL-DETAIL.
035780     MOVE "THRSHEDT"          TO RU-JOB-NAME.
035940         END-IF
035950     END-IF.
035960     WRITE RUN-CTL-RECORD FROM WS-RUN-CTL-DETAIL.
035961     MOVE SPACES              TO WS-RUN-CTL-DETAIL.
035962     MOVE "THRSHEDT"          TO RU-JOB-NAME.
035963     MOVE "SUSPMSTR"          TO RU-STEP-NAME.
035964     MOVE WS-CURRENT-DATE     TO RU-RUN-DATE.
035965     MOVE WS-CURRENT-TIME     TO RU-POST-TIME.
035966     MOVE WS-SUSP-WRITTEN     TO RU-RECORDS-IN.
035967     MOVE WS-SUSP-POST-CNT    TO RU-RECORDS-OUT.
035968     MOVE ZERO                TO RU-AUX-COUNT-1.
035969     MOVE ZERO                TO RU-AUX-COUNT-2.
035970     MOVE RETURN-CODE         TO RU-COND-CODE.
035971     MOVE "INVENTORY"         TO RU-REASON.
035972     WRITE RUN-CTL-RECORD FROM WS-RUN-CTL-DETAIL.
035975     CLOSE RUN-CTL.
035980 9800-EXIT.
035990     EXIT.
