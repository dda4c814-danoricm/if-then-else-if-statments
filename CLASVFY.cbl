003340*                 RECORDS WITH NO AUDIT HISTORY AT ALL ("ON
003350*                 MASTER, NOT IN TRAIL") -- THE KEY-BY-KEY
003360*                 PROBE ALONE LET PHANTOM INSERTS PASS.
003373* 10/15/26  DLM   REBUILD CARRIES THE AUDIT DECISION TYPE (RULE
003386*                 OR OVERRIDE) ONTO THE RECONSTRUCTED MASTER.
003388* 10/15/26  DLM   CLSBKOUT REVERSAL RECORDS ON THE TRAIL ARE
003390*                 REPLAYED: A "B" PUTS BACK THE PRIOR X VALUE,
003392*                 BAND, CLASS DATE, AND DECISION TYPE IT
003394*                 CARRIES; A "D" DROPS A KEY THE BACKED-OUT
003396*                 NIGHT HAD ADDED, SO IT IS NOT EXPECTED ON
003398*                 (OR REBUILT ONTO) THE MASTER.
003399* 10/15/26  DLM   THE CLSARCH DORMANT-KEY ARCHIVE IS READ IN STEP
003400*                 WITH THE SORTED KEYS. A KEY CLSPURGE MOVED TO
003401*                 THE ARCHIVE WITH THE FINAL DECISION'S X VALUE,
003402*                 BAND, AND DATE IS COUNTED AS ARCHIVED, NOT
003403*                 MISSING, AND IS NOT REBUILT ONTO THE MASTER;
003404*                 ONE ARCHIVED WITH OTHER VALUES IS REPORTED
003405*                 "ARCH DIFFERS".
003452*-----------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005300     SELECT VFY-RPT    ASSIGN TO VFYRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-VFY-RPT-STATUS.
005525     SELECT ARCH-IN    ASSIGN TO ARCHIN
005550         ORGANIZATION IS SEQUENTIAL
005575         FILE STATUS IS WS-ARCH-IN-STATUS.
005600     SELECT SORT-FILE  ASSIGN TO SORTWK.
005700
005800 DATA DIVISION.
010100     DATA RECORD IS VFY-RPT-RECORD.
010200 01  VFY-RPT-RECORD              PIC X(80).
010300
010310*-------------------------------------------------------------
010320* ARCH-IN -- THE CLSARCH DORMANT-KEY ARCHIVE, ASCENDING KEY
010330* ORDER. NAMED FIELDS ARE IN WS-ARCH-DETAIL (COPYBOOK CLSARCC).
010340*-------------------------------------------------------------
010350 FD  ARCH-IN
010360     RECORD CONTAINS 80 CHARACTERS
010370     DATA RECORD IS ARCH-IN-RECORD.
010380 01  ARCH-IN-RECORD              PIC X(80).
010390
010400*-------------------------------------------------------------
010500* SORT-FILE -- AUDIT RECORDS SORTED TIME WITHIN DATE WITHIN
010600* KEY. THE FIELDS ARE THE SHARED AUDIT LAYOUT (COPYBOOK
012300     88  REBUILD-MODE                       VALUE "Y".
012310 01  WS-MSTR-SWEEP-EOF-SW         PIC X(01) VALUE "N".
012320     88  MSTR-SWEEP-EOF                     VALUE "Y".
012336 01  WS-ARCH-IN-EOF-SW            PIC X(01) VALUE "N".
012352     88  ARCH-IN-EOF                        VALUE "Y".
012368 01  WS-ARCHIVED-SW               PIC X(01) VALUE "N".
012384     88  KEY-ON-ARCHIVE                     VALUE "Y".
012400
012500 01  WS-VFY-CARD-STATUS           PIC X(02).
012600 01  WS-AUDIT-IN-STATUS           PIC X(02).
012700 01  WS-CLAS-MSTR-STATUS          PIC X(02).
012800 01  WS-VFY-RPT-STATUS            PIC X(02).
012850 01  WS-ARCH-IN-STATUS            PIC X(02).
012900
013000 01  WS-FATAL-FILE-ID             PIC X(08).
013100 01  WS-FATAL-FILE-STATUS         PIC X(02).
014000     05  WS-H-DATE               PIC 9(08).
014100     05  WS-H-TIME               PIC 9(08).
014200     05  WS-H-SOURCE             PIC X(08).
014250     05  WS-H-DECISION-TYPE      PIC X(01).
014300
014400*-------------------------------------------------------------
014500* COUNTERS
015500     05  WS-LOAD-FAIL-CNT        PIC 9(08) COMP VALUE ZERO.
015510     05  WS-MSTR-SWEEP-CNT       PIC 9(08) COMP VALUE ZERO.
015520     05  WS-PHANTOM-CNT          PIC S9(08) COMP VALUE ZERO.
015560     05  WS-ARCHIVED-CNT         PIC 9(08) COMP VALUE ZERO.
015600
015700*-------------------------------------------------------------
015800* CLAS-MSTR -- NAMED FIELDS FOR THE CLASSIFICATION MASTER
016000*-------------------------------------------------------------
016100 01  WS-CLAS-MSTR-DETAIL.
016200     COPY CLASMSTC.
016212
016224*-------------------------------------------------------------
016236* ARCH-IN -- NAMED FIELDS FOR THE DORMANT-KEY ARCHIVE RECORD
016248* IN HAND (COPYBOOK CLSARCC)
016260*-------------------------------------------------------------
016272 01  WS-ARCH-DETAIL.
016284     COPY CLSARCC.
016300
016400*-------------------------------------------------------------
016500* VFY-RPT PRINT LINES
026500         MOVE WS-VFY-RPT-STATUS TO WS-FATAL-FILE-STATUS
026600         GO TO 1000-FATAL-EXIT
026700     END-IF.
026725     OPEN INPUT ARCH-IN.
026750     IF WS-ARCH-IN-STATUS NOT = "00"
026775         MOVE "ARCHIN" TO WS-FATAL-FILE-ID
026800         MOVE WS-ARCH-IN-STATUS TO WS-FATAL-FILE-STATUS
026825         GO TO 1000-FATAL-EXIT
026850     END-IF.
026875     PERFORM 3710-READ-ARCH-IN THRU 3710-EXIT.
026900     WRITE VFY-RPT-RECORD FROM WS-VFY-RPT-HEADING-1.
027000     GO TO 1000-EXIT.
027100 1000-FATAL-EXIT.
030800* 3000-APPLY-DECISIONS -- WALK THE SORTED TRAIL HOLDING THE
030900* LATEST DECISION FOR THE KEY IN HAND; WHEN THE KEY CHANGES
031000* (AND AT END) THE HELD DECISION IS THE KEY'S FINAL ONE AND
031100* IS VERIFIED OR LOADED. A BACKOUT RESTORE REPLACES THE HELD
031133* DECISION WITH THE PRIOR STATE IT PUT BACK; A BACKOUT DELETE
031166* LEAVES THE KEY WITH NO DECISION HELD AT ALL.
031200*-----------------------------------------------------------------
031300 3000-APPLY-DECISIONS.
031400     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
033200        AND SR-RECORD-KEY NOT = WS-H-RECORD-KEY
033300         PERFORM 3300-FINAL-DECISION THRU 3300-EXIT
033400     END-IF.
033420     IF SR-BACKOUT-DELETE
033440         MOVE "N" TO WS-HELD-DECISION-SW
033460         GO TO 3100-EXIT
033480     END-IF.
033500     MOVE SR-RECORD-KEY     TO WS-H-RECORD-KEY.
033600     MOVE SR-X-VALUE        TO WS-H-X-VALUE.
033700     MOVE SR-BRANCH-CODE    TO WS-H-BRANCH-CODE.
033800     MOVE SR-TIMESTAMP-DATE TO WS-H-DATE.
033900     MOVE SR-TIMESTAMP-TIME TO WS-H-TIME.
034000     MOVE SR-SOURCE-SYSTEM  TO WS-H-SOURCE.
034050     MOVE SR-DECISION-TYPE  TO WS-H-DECISION-TYPE.
034057     IF SR-BACKOUT-RESTORE
034064         IF SR-RV-CLASS-DATE IS NUMERIC
034071             MOVE SR-RV-CLASS-DATE TO WS-H-DATE
034078         END-IF
034085         MOVE SR-RV-DECISION-TYPE TO WS-H-DECISION-TYPE
034092     END-IF.
034100     SET HELD-DECISION TO TRUE.
034200 3100-EXIT.
034300     EXIT.
035500
035600*-----------------------------------------------------------------
035700* 3400-VERIFY-ONE-MASTER -- THE MASTER MUST HOLD THE HELD
035800* DECISION'S X VALUE, BAND, AND DATE FOR THIS KEY, UNLESS
035833* CLSPURGE HAS MOVED IT TO THE DORMANT-KEY ARCHIVE WITH THOSE
035866* SAME VALUES
035900*-----------------------------------------------------------------
036000 3400-VERIFY-ONE-MASTER.
036100     MOVE WS-H-RECORD-KEY TO CMR-RECORD-KEY.
036200     READ CLAS-MSTR INTO WS-CLAS-MSTR-DETAIL
036300         KEY IS CMR-RECORD-KEY
036400         INVALID KEY
036800             PERFORM 3450-VERIFY-ARCHIVED-KEY THRU 3450-EXIT
037200             GO TO 3400-EXIT
037600     END-READ.
037700     IF CM-X-VALUE     = WS-H-X-VALUE
037800        AND CM-BRANCH-CODE = WS-H-BRANCH-CODE
039300 3400-EXIT.
039400     EXIT.
039500
039502*-----------------------------------------------------------------
039504* 3450-VERIFY-ARCHIVED-KEY -- THE KEY IS NOT ON THE MASTER. IT
039506* IS ACCOUNTED FOR IF THE ARCHIVE HOLDS IT WITH THE FINAL
039508* DECISION'S VALUES; ARCHIVED WITH OTHER VALUES IT IS LISTED
039510* AGAINST THE ARCHIVE COPY; NOT ARCHIVED AT ALL IT IS MISSING.
039512* BOTH FAILURES COUNT AS MISSING FROM THE MASTER.
039514*-----------------------------------------------------------------
039516 3450-VERIFY-ARCHIVED-KEY.
039518     PERFORM 3700-PROBE-ARCHIVE THRU 3700-EXIT.
039520     IF KEY-ON-ARCHIVE
039522        AND AR-X-VALUE     = WS-H-X-VALUE
039524        AND AR-BRANCH-CODE = WS-H-BRANCH-CODE
039526        AND AR-CLASS-DATE  = WS-H-DATE
039528         ADD 1 TO WS-ARCHIVED-CNT
039530         GO TO 3450-EXIT
039532     END-IF.
039534     ADD 1 TO WS-MISSING-CNT.
039536     MOVE WS-H-RECORD-KEY TO WS-D-RECORD-KEY.
039538     MOVE WS-H-X-VALUE     TO WS-D-AUDIT-X.
039540     MOVE WS-H-BRANCH-CODE TO WS-D-AUDIT-BAND.
039542     MOVE WS-H-DATE        TO WS-D-AUDIT-DATE.
039544     IF KEY-ON-ARCHIVE
039546         MOVE "ARCH DIFFERS" TO WS-D-FINDING
039548         MOVE AR-X-VALUE     TO WS-D-MASTER-X
039550         MOVE AR-BRANCH-CODE TO WS-D-MASTER-BAND
039552         MOVE AR-CLASS-DATE  TO WS-D-MASTER-DATE
039554     ELSE
039556         MOVE "NOT ON MASTER" TO WS-D-FINDING
039558         MOVE ZERO   TO WS-D-MASTER-X
039560         MOVE SPACE  TO WS-D-MASTER-BAND
039562         MOVE ZERO   TO WS-D-MASTER-DATE
039564     END-IF.
039566     WRITE VFY-RPT-RECORD FROM WS-VFY-RPT-DETAIL.
039568 3450-EXIT.
039570     EXIT.
039572
039600*-----------------------------------------------------------------
039700* 3500-LOAD-ONE-MASTER -- ONE RECONSTRUCTED MASTER RECORD,
039800* KEYS ARRIVING IN ASCENDING ORDER FROM THE SORT. A KEY STILL
039833* ON THE DORMANT-KEY ARCHIVE AS OF ITS FINAL DECISION STAYS
039866* PURGED; ONE DECIDED AGAIN SINCE (REINSTATED) IS LOADED.
039900*-----------------------------------------------------------------
040000 3500-LOAD-ONE-MASTER.
040011     PERFORM 3700-PROBE-ARCHIVE THRU 3700-EXIT.
040022     IF KEY-ON-ARCHIVE
040033        AND AR-X-VALUE     = WS-H-X-VALUE
040044        AND AR-BRANCH-CODE = WS-H-BRANCH-CODE
040055        AND AR-CLASS-DATE  = WS-H-DATE
040066         ADD 1 TO WS-ARCHIVED-CNT
040077         GO TO 3500-EXIT
040088     END-IF.
040100     MOVE SPACES           TO WS-CLAS-MSTR-DETAIL.
040200     MOVE WS-H-RECORD-KEY  TO CM-RECORD-KEY.
040300     MOVE WS-H-X-VALUE     TO CM-X-VALUE.
040400     MOVE WS-H-BRANCH-CODE TO CM-BRANCH-CODE.
040500     MOVE WS-H-DATE        TO CM-CLASS-DATE.
040600     MOVE WS-H-SOURCE      TO CM-SOURCE-SYSTEM.
040650     MOVE WS-H-DECISION-TYPE TO CM-DECISION-TYPE.
040700     MOVE WS-H-RECORD-KEY  TO CMR-RECORD-KEY.
040800     WRITE CLAS-MSTR-RECORD FROM WS-CLAS-MSTR-DETAIL
040900         INVALID KEY
043700     END-WRITE.
043800 3600-EXIT.
043900     EXIT.
043903
043906*-----------------------------------------------------------------
043909* 3700-PROBE-ARCHIVE -- IS THE KEY IN HAND ON THE DORMANT-KEY
043912* ARCHIVE? THE SORT DELIVERS KEYS ASCENDING, SO THE ARCHIVE IS
043915* READ FORWARD IN STEP WITH THEM AND NEVER REWOUND.
043918*-----------------------------------------------------------------
043921 3700-PROBE-ARCHIVE.
043924     MOVE "N" TO WS-ARCHIVED-SW.
043927     PERFORM 3710-READ-ARCH-IN THRU 3710-EXIT
043930         UNTIL ARCH-IN-EOF
043933            OR AR-RECORD-KEY NOT < WS-H-RECORD-KEY.
043936     IF NOT ARCH-IN-EOF
043939        AND AR-RECORD-KEY = WS-H-RECORD-KEY
043942         SET KEY-ON-ARCHIVE TO TRUE
043945     END-IF.
043948 3700-EXIT.
043951     EXIT.
043954
043957 3710-READ-ARCH-IN.
043960     READ ARCH-IN INTO WS-ARCH-DETAIL
043963         AT END
043966             SET ARCH-IN-EOF TO TRUE
043969     END-READ.
043972 3710-EXIT.
043975     EXIT.
044000
044100*-----------------------------------------------------------------
044200* 9000-TERMINATE -- TOTALS, CONDITION CODE, CLOSE
045100     MOVE "KEYS WITH A FINAL DECISION"       TO WS-T-LABEL.
045200     MOVE WS-FINAL-KEY-CNT                   TO WS-T-COUNT.
045300     WRITE VFY-RPT-RECORD FROM WS-VFY-RPT-TOTAL.
045325     MOVE "KEYS PURGED TO THE CLSARCH ARCHIVE" TO WS-T-LABEL.
045350     MOVE WS-ARCHIVED-CNT                    TO WS-T-COUNT.
045375     WRITE VFY-RPT-RECORD FROM WS-VFY-RPT-TOTAL.
045400     IF REBUILD-MODE
045500         MOVE "MASTER RECORDS REBUILT"       TO WS-T-LABEL
045600         MOVE WS-REBUILT-CNT                 TO WS-T-COUNT
048400         " DISAGREE " WS-DISAGREE-CNT
048500         " MISSING " WS-MISSING-CNT
048550         " PHANTOM " WS-PHANTOM-CNT
048575         " ARCHIVED " WS-ARCHIVED-CNT
048600         " CONDITION CODE " RETURN-CODE.
048700     CLOSE AUDIT-IN CLAS-MSTR VFY-RPT ARCH-IN.
048800 9000-EXIT.
048900     EXIT.
049000
049200* 9100-SWEEP-MASTER -- VERIFY MODE ONLY: READ THE WHOLE MASTER
049300* AND COUNT ITS DATA RECORDS (THE RESERVED PRIMING KEY 999999
049400* EXCLUDED). THE COUNT MUST TIE TO THE FINAL AUDITED KEYS LESS
049500* THE ONES ALREADY REPORTED MISSING OR ACCOUNTED FOR ON THE
049550* DORMANT-KEY ARCHIVE -- ANY EXCESS IS A RECORD
049600* WITH NO AUDIT HISTORY AT ALL (A PHANTOM INSERT IN A
049700* CORRUPTED OR MIS-RESTORED CLUSTER), WHICH THE KEY-BY-KEY
049800* PROBE ALONE COULD NEVER SEE.
050700         UNTIL MSTR-SWEEP-EOF.
050800     COMPUTE WS-PHANTOM-CNT =
050900         WS-MSTR-SWEEP-CNT
051000         - (WS-FINAL-KEY-CNT - WS-MISSING-CNT - WS-ARCHIVED-CNT).
051100 9100-EXIT.
051200     EXIT.
051300
