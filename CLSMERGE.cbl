004500*                 INVENTORY, AND THE IFTELIF-STYLE SUSPMSTR
004600*                 RUN-CONTROL RECORD IS POSTED FROM HERE FOR
004700*                 THE RUNBAL MORNING BALANCING.
004720* 10/15/26  DLM   STATISTICS RECORDS ARE NOW 200 BYTES. THE
004740*                 RULE SET EACH SOURCE RAN UNDER IS CARRIED
004760*                 FROM THE SLICE RECORDS INTO THE MERGED ONE
004780*                 AND LISTED ON THE CONSOLIDATED RECON-RPT.
004783* 10/15/26  DLM   THE OVERRIDE DECISION FLAG ON THE SLICE
004786*                 EXTRACTS IS CARRIED TO CLASMSTR, THE DELTA,
004789*                 AND MOVE-RPT. THE SLICES' OVERRIDE BUCKETS
004792*                 ARE SUMMED INTO THE BUCKET TOTAL, PRINTED ON
004795*                 RECON-RPT, AND CARRIED TO THE MERGED STAT.
004796* 10/15/26  DLM   A BAND-CHANGE DELTA NOW CARRIES THE KEY'S PRIOR
004797*                 CLASS DATE, SOURCE, AND DECISION TYPE SO THE
004798*                 CLSBKOUT NIGHT BACKOUT CAN RESTORE IT EXACTLY.
004799* 10/15/26  DLM   A KEY NEW TO CLASMSTR IS LOOKED FOR ON THE
004800*                 CLSARCH DORMANT-KEY ARCHIVE (WRITTEN BY THE
004801*                 MONTHLY CLSPURGE), MATCHED IN STEP WITH THE
004802*                 ASCENDING MERGED KEYS. ONE FOUND THERE IS
004803*                 LISTED ON MOVE-RPT AS REINSTATED FROM THE
004804*                 ARCHIVE, AGAINST ITS ARCHIVED BAND AND X.
004852*-----------------------------------------------------------------
004900
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
008200         ACCESS MODE IS RANDOM
008300         RECORD KEY IS CMR-RECORD-KEY
008400         FILE STATUS IS WS-CLAS-MSTR-STATUS.
008425     SELECT ARCH-IN    ASSIGN TO CLSARCH
008450         ORGANIZATION IS SEQUENTIAL
008475         FILE STATUS IS WS-ARCH-IN-STATUS.
008500     SELECT SUSP-MSTR  ASSIGN TO SUSPMSTR
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS RANDOM
012800
012900*-------------------------------------------------------------
013000* STAT-IN -- THE PER-PARTITION RUN-STATISTICS RECORDS, ONE PER
013100* SLICE, CONCATENATED. KEPT AS A FLAT PIC X(200) -- SEE
013200* WS-STAT-DETAIL FOR THE NAMED FIELDS (COPYBOOK STATHSTC).
013300*-------------------------------------------------------------
013400 FD  STAT-IN
013500     RECORD CONTAINS 200 CHARACTERS
013600     DATA RECORD IS STAT-IN-RECORD.
013700 01  STAT-IN-RECORD              PIC X(200).
013800
013900*-------------------------------------------------------------
014000* STAT-OUT -- THE CUMULATIVE STATHIST MASTER, ONE MERGED
014100* RECORD APPENDED PER PARTITIONED NIGHT
014200*-------------------------------------------------------------
014300 FD  STAT-OUT
014400     RECORD CONTAINS 200 CHARACTERS
014500     DATA RECORD IS STAT-OUT-RECORD.
014600 01  STAT-OUT-RECORD             PIC X(200).
014700
014800*-------------------------------------------------------------
014900* RECON-RPT -- THE CONSOLIDATED RECONCILIATION REPORT
019800     05  SMR-RECORD-KEY          PIC 9(06).
019900     05  FILLER                  PIC X(74).
020000
020009*-------------------------------------------------------------
020018* ARCH-IN -- THE CLSARCH DORMANT-KEY ARCHIVE, ASCENDING KEY
020027* ORDER, READ ONLY. NAMED FIELDS ARE IN WS-ARCH-DETAIL
020036* (COPYBOOK CLSARCC).
020045*-------------------------------------------------------------
020054 FD  ARCH-IN
020063     RECORD CONTAINS 80 CHARACTERS
020072     DATA RECORD IS ARCH-IN-RECORD.
020081 01  ARCH-IN-RECORD              PIC X(80).
020090
020100*-------------------------------------------------------------
020200* RUN-CTL -- THE SHARED RUN-CONTROL MASTER, THE SUSPMSTR
020300* POSTING APPENDED AT TERMINATION (COPYBOOK RUNCTLC)
021800     88  HDR-WRITTEN                        VALUE "Y".
021900 01  WS-MERGE-FAILED-SW           PIC X(01) VALUE "N".
022000     88  MERGE-FAILED                       VALUE "Y".
022016 01  WS-ARCH-IN-EOF-SW            PIC X(01) VALUE "N".
022032     88  ARCH-IN-EOF                        VALUE "Y".
022048 01  WS-REINSTATED-SW             PIC X(01) VALUE "N".
022064     88  KEY-REINSTATED                     VALUE "Y".
022080 01  WS-ARCH-PROBE-KEY            PIC 9(06) VALUE ZERO.
022100
022200 01  WS-EXTR-IN-STATUS            PIC X(02).
022300 01  WS-EXTR-OUT-STATUS           PIC X(02).
023000 01  WS-CLAS-MSTR-STATUS          PIC X(02).
023100 01  WS-SUSP-MSTR-STATUS          PIC X(02).
023200 01  WS-RUN-CTL-STATUS            PIC X(02).
023250 01  WS-ARCH-IN-STATUS            PIC X(02).
023300
023400 01  WS-FATAL-FILE-ID             PIC X(08).
023500 01  WS-FATAL-FILE-STATUS         PIC X(02).
029600*-------------------------------------------------------------
029700 01  WS-CLAS-MSTR-DETAIL.
029800     COPY CLASMSTC.
029812
029824*-------------------------------------------------------------
029836* ARCH-IN -- NAMED FIELDS FOR THE DORMANT-KEY ARCHIVE RECORD
029848* IN HAND (COPYBOOK CLSARCC)
029860*-------------------------------------------------------------
029872 01  WS-ARCH-DETAIL.
029884     COPY CLSARCC.
029900
030000*-------------------------------------------------------------
030100* SUSP-MSTR -- NAMED FIELDS FOR THE SUSPENSE INVENTORY
033100     05  WS-DLTA-DETAIL-CNT      PIC 9(06) COMP VALUE ZERO.
033200     05  WS-DLTA-HASH-TOTAL      PIC 9(11)V99 COMP VALUE ZERO.
033300     05  WS-MOVEMENT-CNT         PIC 9(06) COMP VALUE ZERO.
033350     05  WS-REINSTATED-CNT       PIC 9(06) COMP VALUE ZERO.
033400     05  WS-MSTR-ADD-CNT         PIC 9(06) COMP VALUE ZERO.
033500     05  WS-MSTR-CHG-CNT         PIC 9(06) COMP VALUE ZERO.
033600     05  WS-SUSP-READ-CNT        PIC 9(06) COMP VALUE ZERO.
034200     05  WS-TOTAL-SUSPENSE       PIC 9(08) COMP VALUE ZERO.
034300     05  WS-TOTAL-VARIANCE       PIC S9(08) COMP VALUE ZERO.
034400     05  WS-BUCKET-TOTAL-CNT     PIC 9(08) COMP VALUE ZERO.
034450     05  WS-TOTAL-OVERRIDE       PIC 9(08) COMP VALUE ZERO.
034500     05  WS-RULES-CHANGE-DATE    PIC 9(08) VALUE ZERO.
034600
034700*-------------------------------------------------------------
035800         10  WS-BAND-CODE        PIC X(01).
035900         10  WS-BAND-CNT         PIC 9(08) COMP.
036000
036005*-------------------------------------------------------------
036010* RULE SET EACH SOURCE RAN UNDER, GATHERED FROM THE PARTITION
036015* STATISTICS RECORDS -- EVERY SLICE SELECTS THE SAME SETS, SO
036020* THE FIRST PIECE TO NAME A SOURCE SUPPLIES ITS ENTRY
036025*-------------------------------------------------------------
036030 01  WS-SOURCE-SET-TABLE.
036035     05  WS-SRC-MAX              PIC 9(02) COMP VALUE 5.
036040     05  WS-SRC-COUNT            PIC 9(02) COMP VALUE ZERO.
036045     05  WS-SRC-SUB              PIC 9(02) COMP VALUE ZERO.
036050     05  WS-SRC-FOUND-SUB        PIC 9(02) COMP VALUE ZERO.
036055     05  WS-STSRC-SUB            PIC 9(02) COMP VALUE ZERO.
036060     05  WS-SRC-ENTRY OCCURS 5 TIMES.
036065         10  WS-SRC-ID           PIC X(08).
036070         10  WS-SRC-SET-TYPE     PIC X(01).
036075             88  SRC-OWN-SET                VALUE "O".
036080             88  SRC-DEFAULT-SET            VALUE "D".
036085         10  WS-SRC-SET-EFF      PIC 9(08).
036090
036100*-------------------------------------------------------------
036200* RECON-RPT PRINT LINES
036300*-------------------------------------------------------------
037900     05  WS-RB-TEXT              PIC X(30).
038000
038100 01  WS-RECON-RPT-MSG            PIC X(80).
038108
038116 01  WS-RECON-SOURCE-SET.
038124     05  FILLER                  PIC X(07) VALUE "SOURCE ".
038132     05  WS-RX-ID                PIC X(08).
038140     05  FILLER                  PIC X(19)
038148         VALUE " RAN UNDER RULE SET".
038156     05  FILLER                  PIC X(01) VALUE SPACES.
038164     05  WS-RX-SET-NAME          PIC X(08).
038172     05  FILLER                  PIC X(11) VALUE " EFFECTIVE ".
038180     05  WS-RX-SET-EFF           PIC 9(08).
038188     05  FILLER                  PIC X(18) VALUE SPACES.
038200
038300*-------------------------------------------------------------
038400* MOVE-RPT PRINT LINES -- THE SAME LAYOUT THE NIGHTLY
039900     05  FILLER                  PIC X(05) VALUE "OLD X".
040000     05  FILLER                  PIC X(02) VALUE SPACES.
040100     05  FILLER                  PIC X(05) VALUE "NEW X".
040200     05  FILLER                  PIC X(05) VALUE SPACES.
040233     05  FILLER                  PIC X(08) VALUE "NOTE".
040266     05  FILLER                  PIC X(25) VALUE SPACES.
040300
040400 01  WS-MOVE-RPT-DETAIL.
040500     05  WS-M-RECORD-KEY         PIC ZZZZZ9.
041100     05  WS-M-OLD-X              PIC ZZZZ9.99.
041200     05  FILLER                  PIC X(02) VALUE SPACES.
041300     05  WS-M-NEW-X              PIC ZZZZ9.99.
041400     05  FILLER                  PIC X(02) VALUE SPACES.
041433     05  WS-M-NOTE               PIC X(10).
041466     05  FILLER                  PIC X(23) VALUE SPACES.
041500
041600 01  WS-MOVE-RPT-TOTAL.
041700     05  WS-MT-LABEL             PIC X(37).
049600         MOVE WS-CLAS-MSTR-STATUS TO WS-FATAL-FILE-STATUS
049700         GO TO 1000-FATAL-EXIT
049800     END-IF.
049812     OPEN INPUT ARCH-IN.
049824     IF WS-ARCH-IN-STATUS NOT = "00"
049836         MOVE "CLSARCH" TO WS-FATAL-FILE-ID
049848         MOVE WS-ARCH-IN-STATUS TO WS-FATAL-FILE-STATUS
049860         GO TO 1000-FATAL-EXIT
049872     END-IF.
049884     PERFORM 2470-READ-ARCH-IN THRU 2470-EXIT.
049900     OPEN I-O SUSP-MSTR.
050000     IF WS-SUSP-MSTR-STATUS NOT = "00"
050100        AND WS-SUSP-MSTR-STATUS NOT = "05"
058300     EXIT.
058400
058500 2410-ADD-MASTER-RECORD.
058520     PERFORM 2460-PROBE-ARCHIVE THRU 2460-EXIT.
058540     IF KEY-REINSTATED
058560         PERFORM 2440-WRITE-REINSTATEMENT THRU 2440-EXIT
058580     END-IF.
058600     MOVE SPACES            TO WS-CLAS-MSTR-DETAIL.
058700     MOVE EX-RECORD-KEY     TO CM-RECORD-KEY.
058800     MOVE EX-X-VALUE        TO CM-X-VALUE.
058900     MOVE EX-BRANCH-CODE    TO CM-BRANCH-CODE.
059000     MOVE WS-CURRENT-DATE   TO CM-CLASS-DATE.
059100     MOVE EX-SOURCE-SYSTEM  TO CM-SOURCE-SYSTEM.
059150     MOVE EX-DECISION-TYPE  TO CM-DECISION-TYPE.
059200     WRITE CLAS-MSTR-RECORD FROM WS-CLAS-MSTR-DETAIL
059300         INVALID KEY
059400             SET MERGE-FAILED TO TRUE
060500     MOVE EX-X-VALUE        TO DL-NEW-X-VALUE.
060600     MOVE WS-CURRENT-DATE   TO DL-RUN-DATE.
060700     MOVE EX-SOURCE-SYSTEM  TO DL-SOURCE-SYSTEM.
060750     MOVE EX-DECISION-TYPE  TO DL-DECISION-TYPE.
060766     MOVE ZERO              TO DL-OLD-CLASS-DATE.
060782     MOVE ZERO              TO DL-REVERSED-RUN-DATE.
060800     PERFORM 2450-WRITE-DELTA THRU 2450-EXIT.
060900 2410-EXIT.
061000     EXIT.
062100         MOVE EX-X-VALUE        TO DL-NEW-X-VALUE
062200         MOVE WS-CURRENT-DATE   TO DL-RUN-DATE
062300         MOVE EX-SOURCE-SYSTEM  TO DL-SOURCE-SYSTEM
062350         MOVE EX-DECISION-TYPE  TO DL-DECISION-TYPE
062360         MOVE CM-CLASS-DATE     TO DL-OLD-CLASS-DATE
062370         MOVE CM-SOURCE-SYSTEM  TO DL-OLD-SOURCE-SYSTEM
062380         MOVE CM-DECISION-TYPE  TO DL-OLD-DECISION-TYPE
062390         MOVE ZERO              TO DL-REVERSED-RUN-DATE
062400         PERFORM 2450-WRITE-DELTA THRU 2450-EXIT
062500     END-IF.
062600     MOVE EX-X-VALUE       TO CM-X-VALUE.
062700     MOVE EX-BRANCH-CODE   TO CM-BRANCH-CODE.
062800     MOVE WS-CURRENT-DATE  TO CM-CLASS-DATE.
062900     MOVE EX-SOURCE-SYSTEM TO CM-SOURCE-SYSTEM.
062950     MOVE EX-DECISION-TYPE TO CM-DECISION-TYPE.
063000     REWRITE CLAS-MSTR-RECORD FROM WS-CLAS-MSTR-DETAIL
063100         INVALID KEY
063200             SET MERGE-FAILED TO TRUE
064300     MOVE EX-BRANCH-CODE TO WS-M-NEW-BAND.
064400     MOVE CM-X-VALUE     TO WS-M-OLD-X.
064500     MOVE EX-X-VALUE     TO WS-M-NEW-X.
064516     IF EX-OVERRIDE-DECISION
064532         MOVE "OVERRIDE" TO WS-M-NOTE
064548     ELSE
064564         MOVE SPACES     TO WS-M-NOTE
064580     END-IF.
064600     WRITE MOVE-RPT-RECORD FROM WS-MOVE-RPT-DETAIL.
064700     ADD 1 TO WS-MOVEMENT-CNT.
064800 2430-EXIT.
064900     EXIT.
064905
064910*-----------------------------------------------------------------
064915* 2440-WRITE-REINSTATEMENT -- A KEY COMING BACK ONTO THE MASTER
064920* FROM THE DORMANT-KEY ARCHIVE IS LISTED AGAINST THE BAND AND
064925* X VALUE IT WAS ARCHIVED WITH, NOT AS A BRAND-NEW KEY
064930*-----------------------------------------------------------------
064935 2440-WRITE-REINSTATEMENT.
064940     MOVE EX-RECORD-KEY  TO WS-M-RECORD-KEY.
064945     MOVE AR-BRANCH-CODE TO WS-M-OLD-BAND.
064950     MOVE EX-BRANCH-CODE TO WS-M-NEW-BAND.
064955     MOVE AR-X-VALUE     TO WS-M-OLD-X.
064960     MOVE EX-X-VALUE     TO WS-M-NEW-X.
064965     MOVE "REINSTATED"   TO WS-M-NOTE.
064970     WRITE MOVE-RPT-RECORD FROM WS-MOVE-RPT-DETAIL.
064975     ADD 1 TO WS-REINSTATED-CNT.
064980 2440-EXIT.
064985     EXIT.
065000
065002*-----------------------------------------------------------------
065004* 2460-PROBE-ARCHIVE -- IS THIS NEW KEY ON THE DORMANT-KEY
065006* ARCHIVE? THE ARCHIVE IS READ FORWARD IN STEP WITH THE
065008* ASCENDING MERGED KEYS; A KEY LOWER THAN THE LAST ONE PROBED
065010* (A PIECE OUT OF PARTITION ORDER) REWINDS IT TO THE START.
065012*-----------------------------------------------------------------
065014 2460-PROBE-ARCHIVE.
065016     MOVE "N" TO WS-REINSTATED-SW.
065018     IF EX-RECORD-KEY < WS-ARCH-PROBE-KEY
065020         CLOSE ARCH-IN
065022         OPEN INPUT ARCH-IN
065024         MOVE "N" TO WS-ARCH-IN-EOF-SW
065026         PERFORM 2470-READ-ARCH-IN THRU 2470-EXIT
065028     END-IF.
065030     MOVE EX-RECORD-KEY TO WS-ARCH-PROBE-KEY.
065032     PERFORM 2470-READ-ARCH-IN THRU 2470-EXIT
065034         UNTIL ARCH-IN-EOF
065036            OR AR-RECORD-KEY NOT < EX-RECORD-KEY.
065038     IF NOT ARCH-IN-EOF
065040        AND AR-RECORD-KEY = EX-RECORD-KEY
065042         SET KEY-REINSTATED TO TRUE
065044     END-IF.
065046 2460-EXIT.
065048     EXIT.
065050
065052 2470-READ-ARCH-IN.
065054     READ ARCH-IN INTO WS-ARCH-DETAIL
065056         AT END
065058             SET ARCH-IN-EOF TO TRUE
065060     END-READ.
065062 2470-EXIT.
065064     EXIT.
065066
065100 2450-WRITE-DELTA.
065200     WRITE DLTA-RECORD FROM WS-DLTA-DETAIL.
065300     ADD 1              TO WS-DLTA-DETAIL-CNT.
069200     ADD ST-RECORDS-READ TO WS-TOTAL-READS.
069300     ADD ST-SUSPENSE-CNT TO WS-TOTAL-SUSPENSE.
069400     ADD ST-VARIANCE     TO WS-TOTAL-VARIANCE.
069425     IF ST-OVERRIDE-CNT IS NUMERIC
069450         ADD ST-OVERRIDE-CNT TO WS-TOTAL-OVERRIDE
069475     END-IF.
069500     IF ST-RULES-CHANGE-DATE IS NUMERIC
069600        AND ST-RULES-CHANGE-DATE > WS-RULES-CHANGE-DATE
069700         MOVE ST-RULES-CHANGE-DATE TO WS-RULES-CHANGE-DATE
070000         VARYING WS-STBAND-SUB FROM 1 BY 1
070100         UNTIL WS-STBAND-SUB > ST-BAND-COUNT
070200            OR WS-STBAND-SUB > 10.
070210     IF ST-SOURCE-COUNT IS NUMERIC
070220         PERFORM 3200-FOLD-ONE-SOURCE THRU 3200-EXIT
070230             VARYING WS-STSRC-SUB FROM 1 BY 1
070240             UNTIL WS-STSRC-SUB > ST-SOURCE-COUNT
070250                OR WS-STSRC-SUB > 5
070260     END-IF.
070300 3000-EXIT.
070400     EXIT.
070500
073500     END-IF.
073600 3110-EXIT.
073700     EXIT.
073702
073704*-----------------------------------------------------------------
073706* 3200-FOLD-ONE-SOURCE -- KEEP THE RULE SET A SLICE RECORDED
073708* FOR ONE SOURCE, THE FIRST TIME THAT SOURCE IS SEEN
073710*-----------------------------------------------------------------
073712 3200-FOLD-ONE-SOURCE.
073714     MOVE ZERO TO WS-SRC-FOUND-SUB.
073716     PERFORM 3210-MATCH-ONE-SOURCE THRU 3210-EXIT
073718         VARYING WS-SRC-SUB FROM 1 BY 1
073720         UNTIL WS-SRC-SUB > WS-SRC-COUNT
073722            OR WS-SRC-FOUND-SUB > ZERO.
073724     IF WS-SRC-FOUND-SUB > ZERO
073726        OR WS-SRC-COUNT = WS-SRC-MAX
073728         GO TO 3200-EXIT
073730     END-IF.
073732     ADD 1 TO WS-SRC-COUNT.
073734     MOVE ST-SRC-ID (WS-STSRC-SUB)
073736         TO WS-SRC-ID (WS-SRC-COUNT).
073738     MOVE ST-SRC-SET-TYPE (WS-STSRC-SUB)
073740         TO WS-SRC-SET-TYPE (WS-SRC-COUNT).
073742     IF ST-SRC-SET-EFF (WS-STSRC-SUB) IS NUMERIC
073744         MOVE ST-SRC-SET-EFF (WS-STSRC-SUB)
073746             TO WS-SRC-SET-EFF (WS-SRC-COUNT)
073748     ELSE
073750         MOVE ZERO TO WS-SRC-SET-EFF (WS-SRC-COUNT)
073752     END-IF.
073754 3200-EXIT.
073756     EXIT.
073758
073760 3210-MATCH-ONE-SOURCE.
073762     IF WS-SRC-ID (WS-SRC-SUB) = ST-SRC-ID (WS-STSRC-SUB)
073764         MOVE WS-SRC-SUB TO WS-SRC-FOUND-SUB
073766     END-IF.
073768 3210-EXIT.
073770     EXIT.
073800
073900*-----------------------------------------------------------------
074000* 3500-POST-ONE-SUSPENSE -- POST ONE SLICE SUSPENSE RECORD TO
083900     PERFORM 9110-ADD-BAND-COUNT THRU 9110-EXIT
084000         VARYING WS-BAND-SUB FROM 1 BY 1
084100         UNTIL WS-BAND-SUB > WS-BAND-COUNT.
084150     ADD WS-TOTAL-OVERRIDE TO WS-BUCKET-TOTAL-CNT.
084200     MOVE "PARTITION EXTRACT PIECES"          TO WS-RD-LABEL.
084300     MOVE WS-PIECE-CNT                        TO WS-RD-COUNT.
084400     WRITE RECON-RPT-RECORD FROM WS-RECON-RPT-DETAIL.
085100     PERFORM 9120-WRITE-BAND-LINE THRU 9120-EXIT
085200         VARYING WS-BAND-SUB FROM 1 BY 1
085300         UNTIL WS-BAND-SUB > WS-BAND-COUNT.
085325     MOVE "RECORDS BANDED BY OVERRIDE"        TO WS-RD-LABEL.
085350     MOVE WS-TOTAL-OVERRIDE                   TO WS-RD-COUNT.
085375     WRITE RECON-RPT-RECORD FROM WS-RECON-RPT-DETAIL.
085400     MOVE "TOTAL OF ALL BUCKETS"              TO WS-RD-LABEL.
085500     MOVE WS-BUCKET-TOTAL-CNT                 TO WS-RD-COUNT.
085600     WRITE RECON-RPT-RECORD FROM WS-RECON-RPT-DETAIL.
088100     MOVE "PIECE TRAILERS OUT OF BALANCE"     TO WS-RD-LABEL.
088200     MOVE WS-PIECE-BREAK-CNT                  TO WS-RD-COUNT.
088300     WRITE RECON-RPT-RECORD FROM WS-RECON-RPT-DETAIL.
088310     PERFORM 9130-WRITE-SOURCE-SET THRU 9130-EXIT
088320         VARYING WS-SRC-SUB FROM 1 BY 1
088330         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
088400     IF WS-BUCKET-TOTAL-CNT NOT = WS-GRAND-DETAIL-CNT
088500         SET MERGE-FAILED TO TRUE
088600         MOVE "** BUCKETS DO NOT TIE TO THE EXTRACT **"
089600     MOVE "KEYS THAT CHANGED BANDS THIS RUN" TO WS-MT-LABEL.
089700     MOVE WS-MOVEMENT-CNT                    TO WS-MT-COUNT.
089800     WRITE MOVE-RPT-RECORD FROM WS-MOVE-RPT-TOTAL.
089825     MOVE "KEYS REINSTATED FROM THE ARCHIVE" TO WS-MT-LABEL.
089850     MOVE WS-REINSTATED-CNT                  TO WS-MT-COUNT.
089875     WRITE MOVE-RPT-RECORD FROM WS-MOVE-RPT-TOTAL.
089900     PERFORM 9300-WRITE-STAT-RECORD THRU 9300-EXIT.
090000     IF MERGE-FAILED
090100         MOVE 8 TO RETURN-CODE
090700         " INVENTORY POSTS " WS-INV-POST-CNT
090800         " CONDITION CODE " RETURN-CODE.
090900     CLOSE EXTR-IN EXTR-OUT SUSP-IN STAT-IN STAT-OUT
091000         RECON-RPT MOVE-RPT DLTA-OUT CLAS-MSTR SUSP-MSTR
091050         ARCH-IN.
091100 9000-EXIT.
091200     EXIT.
091300
092400     WRITE RECON-RPT-RECORD FROM WS-RECON-RPT-DETAIL.
092500 9120-EXIT.
092600     EXIT.
092610
092620*-----------------------------------------------------------------
092630* 9130-WRITE-SOURCE-SET -- THE RULE SET ONE SOURCE RAN UNDER
092640*-----------------------------------------------------------------
092650 9130-WRITE-SOURCE-SET.
092660     MOVE WS-SRC-ID (WS-SRC-SUB)      TO WS-RX-ID.
092670     IF SRC-OWN-SET (WS-SRC-SUB)
092680         MOVE WS-SRC-ID (WS-SRC-SUB)  TO WS-RX-SET-NAME
092690     ELSE
092700         IF SRC-DEFAULT-SET (WS-SRC-SUB)
092710             MOVE "DEFAULT"           TO WS-RX-SET-NAME
092720         ELSE
092730             MOVE "BUILT-IN"          TO WS-RX-SET-NAME
092740         END-IF
092750     END-IF.
092760     MOVE WS-SRC-SET-EFF (WS-SRC-SUB) TO WS-RX-SET-EFF.
092770     WRITE RECON-RPT-RECORD FROM WS-RECON-SOURCE-SET.
092780 9130-EXIT.
092790     EXIT.
092795
092800*-----------------------------------------------------------------
092900* 9300-WRITE-STAT-RECORD -- THE ONE MERGED SUMMARY RECORD FOR
093000* THE NIGHT, SO TRNDRPT SEES A PARTITIONED RUN AS ONE RUN
093600     MOVE WS-TOTAL-READS       TO ST-RECORDS-READ.
093700     MOVE WS-TOTAL-SUSPENSE    TO ST-SUSPENSE-CNT.
093800     MOVE WS-TOTAL-VARIANCE    TO ST-VARIANCE.
093850     MOVE WS-TOTAL-OVERRIDE    TO ST-OVERRIDE-CNT.
093900     MOVE WS-BAND-COUNT        TO ST-BAND-COUNT.
094000     PERFORM 9310-FILL-ONE-BAND-STAT THRU 9310-EXIT
094100         VARYING WS-BAND-SUB FROM 1 BY 1
094200         UNTIL WS-BAND-SUB > WS-BAND-MAX.
094210     MOVE WS-SRC-COUNT         TO ST-SOURCE-COUNT.
094220     PERFORM 9320-FILL-ONE-SOURCE-STAT THRU 9320-EXIT
094230         VARYING WS-SRC-SUB FROM 1 BY 1
094240         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
094300     WRITE STAT-OUT-RECORD FROM WS-STAT-DETAIL.
094400 9300-EXIT.
094500     EXIT.
095600     END-IF.
095700 9310-EXIT.
095800     EXIT.
095810
095820 9320-FILL-ONE-SOURCE-STAT.
095830     MOVE WS-SRC-ID (WS-SRC-SUB)   TO ST-SRC-ID (WS-SRC-SUB).
095840     MOVE WS-SRC-SET-TYPE (WS-SRC-SUB)
095850         TO ST-SRC-SET-TYPE (WS-SRC-SUB).
095860     MOVE WS-SRC-SET-EFF (WS-SRC-SUB)
095870         TO ST-SRC-SET-EFF (WS-SRC-SUB).
095880 9320-EXIT.
095890     EXIT.
095900
096000*-----------------------------------------------------------------
096100* 9800-POST-RUN-CONTROL -- THE SUSPMSTR POSTING THE SLICES
