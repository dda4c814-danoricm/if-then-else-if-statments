002330*                 FORCE TODAY, NOT FROM EVERY RECORD ON FILE,
002340*                 SO A STAGED (PENDING) SET DOES NOT SHADOW
002350*                 THE ACTIVE DESCRIPTIONS.
002352* 10/15/26  DLM   RULES CHANGES NOW NEED A SECOND USER'S
002354*                 APPROVAL. EACH DECISION'S BOUNDS LINE IS
002356*                 FOLLOWED BY WHO MADE AND WHO APPROVED THE
002358*                 CHANGE THAT SET THEM, AND THE REPORT ENDS WITH
002360*                 A LIST OF EVERY APPLIED CHANGE ON CHGLOGIN AND
002362*                 ITS MAKER AND APPROVER. CHGLOG RECORDS ARE NOW
002364*                 120 BYTES.
002366* 10/15/26  DLM   THRESH-CTL IS NOW 88 BYTES WITH RULE SETS
002368*                 KEYED BY SOURCE SYSTEM. A BAND CODE IS
002370*                 TRANSLATED FROM THE AUDIT RECORD'S OWN
002372*                 SOURCE SET IN FORCE, ELSE THE DEFAULT SET.
002374* 10/15/26  DLM   A DECISION MADE BY A CLASSIFICATION OVERRIDE
002376*                 PRINTS AS "BAND BY OVERRIDE" WITH NO RULES
002378*                 DATE OR BOUNDS -- NO BAND RULE DECIDED IT.
002380* 10/15/26  DLM   A CLSBKOUT REVERSAL PRINTS AS "BACKOUT
002382*                 RESTORED" (THE X VALUE AND BAND PUT BACK) OR
002384*                 "BACKOUT DELETED" WITH NO RULES DATE OR BOUNDS.
002386* 10/15/26  DLM   CHGLOGIN IS NOW 128 BYTES AND CARRIES THE
002388*                 SOURCE SYSTEM OF EACH BAND CHANGE. THE RULES
002390*                 DATE COMES FROM CHANGES TO THE RECORD'S OWN
002392*                 SOURCE SET WHEN ONE WAS IN FORCE, ELSE FROM
002394*                 CHANGES TO THE DEFAULT SET. THE SET IS SHOWN
002396*                 ON THE MAKER LINE AND THE CHANGE LIST.
002398*-----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
007700
007800*-------------------------------------------------------------
007900* THRESH-CTL -- BAND RULES FILE, ONE RECORD PER BAND
008000* KEPT AS A FLAT PIC X(88) HERE -- SEE WS-THRESH-CTL-DETAIL FOR
008100* THE NAMED FIELDS (COPYBOOK THRCTLC).
008200*-------------------------------------------------------------
008300 FD  THRESH-CTL
008400     RECORD CONTAINS 88 CHARACTERS
008500     DATA RECORD IS THRESH-CTL-RECORD.
008600 01  THRESH-CTL-RECORD          PIC X(88).
008700
008800*-------------------------------------------------------------
008900* CHGLOG-IN -- ONE OR MORE CHGLOG GENERATIONS, CONCATENATED,
009050* SHARED CHANGE-LOG LAYOUT (COPYBOOK CHGLOGC).
009100*-------------------------------------------------------------
009200 FD  CHGLOG-IN
009300     RECORD CONTAINS 128 CHARACTERS
009400     DATA RECORD IS CHGLOG-IN-RECORD.
009500 01  CHGLOG-IN-RECORD.
009600     COPY CHGLOGC.
015800* AUDIT RECORD TO ITS CLASSIFICATION TEXT
015900*-------------------------------------------------------------
016000 01  WS-BAND-TABLE.
016100     05  WS-BAND-MAX             PIC 9(02) COMP VALUE 60.
016200     05  WS-BAND-COUNT           PIC 9(02) COMP VALUE ZERO.
016300     05  WS-BAND-SUB             PIC 9(02) COMP VALUE ZERO.
016400     05  WS-BAND-FOUND-SUB       PIC 9(02) COMP VALUE ZERO.
016450     05  WS-BAND-WANT-SRC        PIC X(08) VALUE SPACES.
016500     05  WS-BAND-ENTRY OCCURS 60 TIMES.
016550         10  WS-BAND-SOURCE      PIC X(08).
016600         10  WS-BAND-CODE        PIC X(01).
016700         10  WS-BAND-DESC        PIC X(30).
016710
016730
016740*-------------------------------------------------------------
016750* THRESH-CTL STAGING TABLE -- EVERY BAND RECORD ON THE FILE,
016760* ANY SOURCE AND EFFECTIVE DATE. THE SET IN FORCE TODAY FOR
016770* EACH SOURCE (AND THE BLANK-SOURCE DEFAULT) SUPPLIES THE BAND
016775* TEXT TABLE.
016780*-------------------------------------------------------------
016790 01  WS-CTL-TABLE.
016792     05  WS-CTL-MAX              PIC 9(02) COMP VALUE 90.
016794     05  WS-CTL-COUNT            PIC 9(02) COMP VALUE ZERO.
016796     05  WS-CTL-SUB              PIC 9(02) COMP VALUE ZERO.
016797     05  WS-CTL-SCAN-SUB         PIC 9(02) COMP VALUE ZERO.
016798     05  WS-CTL-EFF-BEST         PIC 9(08) VALUE ZERO.
016800     05  WS-CTL-ENTRY OCCURS 90 TIMES.
016805         10  WS-CTL-SOURCE       PIC X(08).
016810         10  WS-CTL-EFF-DATE     PIC 9(08).
016820         10  WS-CTL-BAND-CODE    PIC X(01).
016830         10  WS-CTL-DESC         PIC X(30).
016840
016900*-------------------------------------------------------------
017000* RULES-CHANGE TABLE, LOADED FROM CHGLOGIN (APPLIED ACTIONS
017100* ONLY -- A BACKOUT MARKER DROPS THAT RUN'S ROWS), SEARCHED
017150* FOR THE LATEST BAND ADD OR CHANGE TO EACH BAND ON OR BEFORE
017200* EACH AUDIT RECORD'S DATE, AND LISTED WITH MAKER AND APPROVER
017300*-------------------------------------------------------------
017400 01  WS-CHG-TABLE.
017500     05  WS-CHG-MAX              PIC 9(03) COMP VALUE 200.
017700     05  WS-CHG-SUB              PIC 9(03) COMP VALUE ZERO.
017750     05  WS-CHG-SUB2             PIC 9(03) COMP VALUE ZERO.
017800     05  WS-CHG-BEST-SUB         PIC 9(03) COMP VALUE ZERO.
017825     05  WS-CHG-WANT-SRC         PIC X(08) VALUE SPACES.
017850     05  WS-CHG-OWN-SET-SW       PIC X(01) VALUE "N".
017875         88  CHG-OWN-SET                   VALUE "Y".
017900     05  WS-CHG-ENTRY OCCURS 200 TIMES.
018000         10  WS-CHG-DATE         PIC 9(08).
018005         10  WS-CHG-ACTION       PIC X(01).
018010         10  WS-CHG-TIME         PIC 9(08).
018020         10  WS-CHG-BAND         PIC X(01).
018030         10  WS-CHG-LOW          PIC 9(05)V99.
018040         10  WS-CHG-HIGH         PIC 9(05)V99.
018050         10  WS-CHG-MAKER        PIC X(08).
018060         10  WS-CHG-APPROVER     PIC X(08).
018070         10  WS-CHG-PEND-ID      PIC 9(06).
018085         10  WS-CHG-SOURCE       PIC X(08).
018100
018200*-------------------------------------------------------------
018300* INQ-RPT PRINT LINES
021440         10  WS-Q-HIGH-BOUND     PIC 9(05).99.
021450     05  FILLER                  PIC X(01) VALUE SPACES.
021500
021510*-------------------------------------------------------------
021520* WHO MADE AND WHO APPROVED THE CHANGE THAT SET THE BOUNDS
021530* PRINTED ON THE DETAIL LINE ABOVE IT
021540*-------------------------------------------------------------
021550 01  WS-INQ-RPT-MAKER.
021560     05  FILLER                  PIC X(10) VALUE SPACES.
021570     05  FILLER                  PIC X(09) VALUE "MADE BY".
021580     05  WS-M-MAKER              PIC X(08).
021590     05  FILLER                  PIC X(14)
021592         VALUE "  APPROVED BY".
021594     05  WS-M-APPROVER           PIC X(08).
021596     05  FILLER                  PIC X(12)
021598         VALUE "  CHANGE ID".
021600     05  WS-M-PEND-ID            PIC Z(06).
021602     05  FILLER                  PIC X(05) VALUE " SET ".
021603     05  WS-M-SOURCE             PIC X(08).
021604
021606*-------------------------------------------------------------
021608* APPLIED-CHANGE LIST PRINTED AHEAD OF THE TOTALS
021610*-------------------------------------------------------------
021612 01  WS-INQ-RPT-CHG-HEADING-1.
021614     05  FILLER                  PIC X(40)
021616         VALUE "RULES CHANGES APPLIED, FROM CHGLOGIN".
021618     05  FILLER                  PIC X(40) VALUE SPACES.
021620
021622 01  WS-INQ-RPT-CHG-HEADING-2.
021624     05  FILLER                  PIC X(09) VALUE "DATE".
021626     05  FILLER                  PIC X(09) VALUE "TIME".
021627     05  FILLER                  PIC X(02) VALUE "A".
021628     05  FILLER                  PIC X(03) VALUE "BD".
021630     05  FILLER                  PIC X(18) VALUE "BOUNDS".
021632     05  FILLER                  PIC X(09) VALUE "MADE BY".
021634     05  FILLER                  PIC X(09) VALUE "APPR BY".
021636     05  FILLER                  PIC X(07) VALUE "CHG ID".
021637     05  FILLER                  PIC X(14) VALUE "SOURCE".
021638
021640 01  WS-INQ-RPT-CHG-DETAIL.
021642     05  WS-L-DATE               PIC 9(08).
021644     05  FILLER                  PIC X(01) VALUE SPACES.
021646     05  WS-L-TIME               PIC 9(08).
021647     05  FILLER                  PIC X(01) VALUE SPACES.
021648     05  WS-L-ACTION             PIC X(01).
021649     05  FILLER                  PIC X(01) VALUE SPACES.
021650     05  WS-L-BAND-CODE          PIC X(01).
021652     05  FILLER                  PIC X(02) VALUE SPACES.
021654     05  WS-L-LOW-BOUND          PIC 9(05).99.
021656     05  FILLER                  PIC X(01) VALUE "-".
021658     05  WS-L-HIGH-BOUND         PIC 9(05).99.
021660     05  FILLER                  PIC X(01) VALUE SPACES.
021662     05  WS-L-MAKER              PIC X(08).
021664     05  FILLER                  PIC X(01) VALUE SPACES.
021666     05  WS-L-APPROVER           PIC X(08).
021668     05  FILLER                  PIC X(01) VALUE SPACES.
021670     05  WS-L-PEND-ID            PIC Z(06).
021672     05  FILLER                  PIC X(01) VALUE SPACES.
021673     05  WS-L-SOURCE             PIC X(08).
021674     05  FILLER                  PIC X(06) VALUE SPACES.
021675
021676 01  WS-INQ-RPT-TOTAL.
021700     05  WS-T-LABEL              PIC X(37).
021800     05  FILLER                  PIC X(05) VALUE SPACES.
021900     05  WS-T-COUNT              PIC ---,--9.
032800
032900*-----------------------------------------------------------------
033000* 1200-LOAD-BAND-TABLE -- BAND CODES AND DESCRIPTIONS OF THE
033050* EFFECTIVE-DATE RULE SETS IN FORCE TODAY, ONE PER SOURCE
033100*-----------------------------------------------------------------
033200 1200-LOAD-BAND-TABLE.
033300     MOVE ZERO TO WS-BAND-COUNT.
033320     MOVE ZERO TO WS-CTL-COUNT.
033360     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
033400     IF WS-THRESH-CTL-STATUS = "00"
033500         PERFORM 1210-LOAD-BAND-RECORD THRU 1210-EXIT
034760         GO TO 1210-EXIT
034770     END-IF.
034800     ADD 1 TO WS-CTL-COUNT.
034850     MOVE TC-SOURCE-SYSTEM TO WS-CTL-SOURCE (WS-CTL-COUNT).
034900     MOVE TC-BAND-CODE TO WS-CTL-BAND-CODE (WS-CTL-COUNT).
035000     MOVE TC-BAND-DESC TO WS-CTL-DESC (WS-CTL-COUNT).
035010     IF TC-EFFECTIVE-DATE IS NUMERIC
035040     ELSE
035050         MOVE ZERO TO WS-CTL-EFF-DATE (WS-CTL-COUNT)
035060     END-IF.
035200 1210-EXIT.
035300     EXIT.
035310
035312*    AN ENTRY IS KEPT WHEN ITS EFFECTIVE DATE IS THE LATEST ONE
035315*    NOT AFTER TODAY AMONG ITS OWN SOURCE'S ENTRIES
035320 1220-SELECT-RULE-SET.
035322     MOVE ZERO TO WS-CTL-EFF-BEST.
035324     PERFORM 1230-CHECK-ONE-EFF THRU 1230-EXIT
035326         VARYING WS-CTL-SCAN-SUB FROM 1 BY 1
035328         UNTIL WS-CTL-SCAN-SUB > WS-CTL-COUNT.
035330     IF WS-CTL-EFF-DATE (WS-CTL-SUB) NOT = WS-CTL-EFF-BEST
035340         GO TO 1220-EXIT
035350     END-IF.
035360     ADD 1 TO WS-BAND-COUNT.
035365     MOVE WS-CTL-SOURCE (WS-CTL-SUB)
035366         TO WS-BAND-SOURCE (WS-BAND-COUNT).
035370     MOVE WS-CTL-BAND-CODE (WS-CTL-SUB)
035380         TO WS-BAND-CODE (WS-BAND-COUNT).
035390     MOVE WS-CTL-DESC (WS-CTL-SUB)
035392         TO WS-BAND-DESC (WS-BAND-COUNT).
035394 1220-EXIT.
035396     EXIT.
035397
035398 1230-CHECK-ONE-EFF.
035399     IF WS-CTL-SOURCE (WS-CTL-SCAN-SUB)
035400            = WS-CTL-SOURCE (WS-CTL-SUB)
035401        AND WS-CTL-EFF-DATE (WS-CTL-SCAN-SUB) NOT > WS-TODAY-DATE
035402        AND WS-CTL-EFF-DATE (WS-CTL-SCAN-SUB) > WS-CTL-EFF-BEST
035412         MOVE WS-CTL-EFF-DATE (WS-CTL-SCAN-SUB) TO WS-CTL-EFF-BEST
035422     END-IF.
035432 1230-EXIT.
035442     EXIT.
035452
035500*-----------------------------------------------------------------
035600* 1300-LOAD-CHG-TABLE -- DATES OF APPLIED RULES CHANGES. THE
035700* TABLE HOLDS THE FIRST 200 APPLIED CHANGES ON CHGLOGIN; KEEP
036900     EXIT.
037000
037050*-----------------------------------------------------------------
037060* 1310-LOAD-CHG-RECORD -- KEEP EVERY APPLIED ACTION.
037070* A BACKOUT MARKER MEANS THE RUN'S REWRITE WAS REFUSED BY THE
037080* COVERAGE CHECK, SO THAT RUN'S APPLIED ROWS -- SAME CHANGE
037090* DATE, TIME NOT AFTER THE BACKOUT'S -- NEVER TOOK EFFECT AND
037580     END-IF.
037600     IF CL-TXN-STATUS = "APPLIED"
037700        AND CL-CHANGE-DATE IS NUMERIC
037800         ADD 1 TO WS-CHG-COUNT
037810         MOVE CL-ACTION
037820             TO WS-CHG-ACTION (WS-CHG-COUNT)
037900         MOVE CL-CHANGE-DATE
038000             TO WS-CHG-DATE (WS-CHG-COUNT)
038010         MOVE CL-CHANGE-TIME
038060             TO WS-CHG-LOW (WS-CHG-COUNT)
038070         MOVE CL-NEW-HIGH-BOUND
038080             TO WS-CHG-HIGH (WS-CHG-COUNT)
038082         MOVE CL-USER-ID
038083             TO WS-CHG-MAKER (WS-CHG-COUNT)
038084         MOVE CL-APPROVER-ID
038085             TO WS-CHG-APPROVER (WS-CHG-COUNT)
038086         IF CL-PEND-ID IS NUMERIC
038087             MOVE CL-PEND-ID TO WS-CHG-PEND-ID (WS-CHG-COUNT)
038088         ELSE
038089             MOVE ZERO TO WS-CHG-PEND-ID (WS-CHG-COUNT)
038090         END-IF
038091         MOVE CL-SOURCE-SYSTEM
038092             TO WS-CHG-SOURCE (WS-CHG-COUNT)
038100     END-IF.
038200 1310-EXIT.
038300     EXIT.
041200     PERFORM 2200-TRANSLATE-BAND THRU 2200-EXIT.
041300     PERFORM 2300-FIND-RULES-DATE THRU 2300-EXIT.
041400     WRITE INQ-RPT-RECORD FROM WS-INQ-RPT-DETAIL.
041410     IF WS-CHG-BEST-SUB > ZERO
041420         MOVE WS-CHG-MAKER (WS-CHG-BEST-SUB)    TO WS-M-MAKER
041430         MOVE WS-CHG-APPROVER (WS-CHG-BEST-SUB) TO WS-M-APPROVER
041440         IF WS-M-APPROVER = SPACES
041450             MOVE "(NONE)" TO WS-M-APPROVER
041460         END-IF
041470         MOVE WS-CHG-PEND-ID (WS-CHG-BEST-SUB)  TO WS-M-PEND-ID
041472         MOVE WS-CHG-SOURCE (WS-CHG-BEST-SUB)   TO WS-M-SOURCE
041474         IF WS-M-SOURCE = SPACES
041476             MOVE "DEFAULT" TO WS-M-SOURCE
041478         END-IF
041480         WRITE INQ-RPT-RECORD FROM WS-INQ-RPT-MAKER
041490     END-IF.
041500     ADD 1 TO WS-RECORDS-SELECTED.
041600 2100-EXIT.
041700     EXIT.
041900*-----------------------------------------------------------------
042000* 2200-TRANSLATE-BAND -- BAND CODE TO CLASSIFICATION TEXT. CODE
042100* 9 IS THE RESERVED INVALID CODE; A CODE NOT ON THE CURRENT
042200* RULES FILE IS CALLED OUT AS HISTORIC. THE RECORD'S OWN SOURCE
042250* SET IS SEARCHED FIRST, THEN THE DEFAULT SET.
042300*-----------------------------------------------------------------
042400 2200-TRANSLATE-BAND.
042500     IF AU-BRANCH-CODE = "9"
042600         MOVE "REJECTED -- VALUE NOT USABLE" TO WS-Q-CLASS-TEXT
042700         GO TO 2200-EXIT
042800     END-IF.
042820     IF AU-OVERRIDE-DECISION
042840         MOVE "BAND BY OVERRIDE" TO WS-Q-CLASS-TEXT
042860         GO TO 2200-EXIT
042880     END-IF.
042882     IF AU-BACKOUT-RESTORE
042884         MOVE "BACKOUT RESTORED" TO WS-Q-CLASS-TEXT
042886         GO TO 2200-EXIT
042888     END-IF.
042890     IF AU-BACKOUT-DELETE
042892         MOVE "BACKOUT DELETED" TO WS-Q-CLASS-TEXT
042894         GO TO 2200-EXIT
042896     END-IF.
042900     MOVE ZERO TO WS-BAND-FOUND-SUB.
042950     MOVE AU-SOURCE-SYSTEM TO WS-BAND-WANT-SRC.
043000     PERFORM 2210-MATCH-ONE-BAND THRU 2210-EXIT
043100         VARYING WS-BAND-SUB FROM 1 BY 1
043200         UNTIL WS-BAND-SUB > WS-BAND-COUNT
043300            OR WS-BAND-FOUND-SUB > ZERO.
043310     IF WS-BAND-FOUND-SUB = ZERO
043320         MOVE SPACES TO WS-BAND-WANT-SRC
043330         PERFORM 2210-MATCH-ONE-BAND THRU 2210-EXIT
043340             VARYING WS-BAND-SUB FROM 1 BY 1
043350             UNTIL WS-BAND-SUB > WS-BAND-COUNT
043360                OR WS-BAND-FOUND-SUB > ZERO
043370     END-IF.
043400     IF WS-BAND-FOUND-SUB > ZERO
043500         MOVE WS-BAND-DESC (WS-BAND-FOUND-SUB)
043600             TO WS-Q-CLASS-TEXT
044200
044300 2210-MATCH-ONE-BAND.
044400     IF WS-BAND-CODE (WS-BAND-SUB) = AU-BRANCH-CODE
044450        AND WS-BAND-SOURCE (WS-BAND-SUB) = WS-BAND-WANT-SRC
044500         MOVE WS-BAND-SUB TO WS-BAND-FOUND-SUB
044600     END-IF.
044700 2210-EXIT.
045100* 2300-FIND-RULES-DATE -- THE LATEST APPLIED CHANGE TO THIS
045150* RECORD'S BAND ON OR BEFORE THE AUDIT DATE GIVES THE BOUNDS
045200* THAT WERE IN FORCE. A ZERO DATE AND BLANK BOUNDS MEAN THE
045300* BAND'S RULES PREDATE THE CHANGE LOG SUPPLIED, OR THAT THE
045350* DECISION WAS MADE BY AN OVERRIDE OR A BACKOUT RATHER THAN
045375* THE RULES. ONLY CHANGES TO THE RULE SET THE RECORD WAS
045380* CLASSIFIED UNDER COUNT -- ITS OWN SOURCE'S SET WHEN THAT SET
045385* WAS IN FORCE ON THE AUDIT DATE, ELSE THE DEFAULT SET. A BAND
045390* CARRIED INTO A SOURCE'S SET WHEN THE SET WAS CLONED AND NOT
045395* CHANGED SINCE SHOWS NO RULES DATE.
045400*-----------------------------------------------------------------
045500 2300-FIND-RULES-DATE.
045600     MOVE ZERO TO WS-CHG-BEST-SUB.
045616     IF AU-OVERRIDE-DECISION
045624        OR AU-BACKOUT-DECISION
045632         MOVE ZERO   TO WS-Q-RULES-DATE
045648         MOVE SPACES TO WS-Q-BOUNDS
045664         GO TO 2300-EXIT
045680     END-IF.
045681     MOVE AU-SOURCE-SYSTEM TO WS-CHG-WANT-SRC.
045682     MOVE "N" TO WS-CHG-OWN-SET-SW.
045683     IF WS-CHG-WANT-SRC NOT = SPACES
045684         PERFORM 2320-CHECK-OWN-SET THRU 2320-EXIT
045685             VARYING WS-CTL-SUB FROM 1 BY 1
045686             UNTIL WS-CTL-SUB > WS-CTL-COUNT
045687                OR CHG-OWN-SET
045688     END-IF.
045689     IF NOT CHG-OWN-SET
045690         MOVE SPACES TO WS-CHG-WANT-SRC
045691     END-IF.
045700     PERFORM 2310-CHECK-ONE-CHANGE THRU 2310-EXIT
045800         VARYING WS-CHG-SUB FROM 1 BY 1
045900         UNTIL WS-CHG-SUB > WS-CHG-COUNT.
046300
046400 2310-CHECK-ONE-CHANGE.
046500     IF WS-CHG-BAND (WS-CHG-SUB) NOT = AU-BRANCH-CODE
046505        OR (WS-CHG-ACTION (WS-CHG-SUB) NOT = "A"
046507        AND WS-CHG-ACTION (WS-CHG-SUB) NOT = "C")
046510        OR WS-CHG-DATE (WS-CHG-SUB) > AU-TIMESTAMP-DATE
046515        OR WS-CHG-SOURCE (WS-CHG-SUB) NOT = WS-CHG-WANT-SRC
046520         GO TO 2310-EXIT
046530     END-IF.
046540     IF WS-CHG-BEST-SUB = ZERO
046800     END-IF.
046900 2310-EXIT.
047000     EXIT.
047008
047016*    THE RECORD'S SOURCE HAS A SET OF ITS OWN WHEN THRESH-CTL
047024*    HOLDS THIS BAND FOR IT EFFECTIVE ON OR BEFORE THE AUDIT DATE
047032 2320-CHECK-OWN-SET.
047040     IF WS-CTL-SOURCE (WS-CTL-SUB) = WS-CHG-WANT-SRC
047048        AND WS-CTL-BAND-CODE (WS-CTL-SUB) = AU-BRANCH-CODE
047056        AND WS-CTL-EFF-DATE (WS-CTL-SUB) NOT > AU-TIMESTAMP-DATE
047064         MOVE "Y" TO WS-CHG-OWN-SET-SW
047072     END-IF.
047080 2320-EXIT.
047088     EXIT.
047100
047200*-----------------------------------------------------------------
047300* 9000-TERMINATE -- APPLIED-CHANGE LIST, TOTAL LINES AND CLOSE
047400*-----------------------------------------------------------------
047500 9000-TERMINATE.
047510     WRITE INQ-RPT-RECORD FROM WS-INQ-RPT-CHG-HEADING-1.
047520     WRITE INQ-RPT-RECORD FROM WS-INQ-RPT-CHG-HEADING-2.
047530     PERFORM 9100-PRINT-ONE-CHANGE THRU 9100-EXIT
047540         VARYING WS-CHG-SUB FROM 1 BY 1
047550         UNTIL WS-CHG-SUB > WS-CHG-COUNT.
047600     MOVE "AUDIT RECORDS READ"              TO WS-T-LABEL.
047700     MOVE WS-AUDIT-RECORDS-READ             TO WS-T-COUNT.
047800     WRITE INQ-RPT-RECORD FROM WS-INQ-RPT-TOTAL.
048200     CLOSE INQ-CARD AUDIT-IN INQ-RPT.
048300 9000-EXIT.
048400     EXIT.
048410
048420*-----------------------------------------------------------------
048430* 9100-PRINT-ONE-CHANGE -- ONE APPLIED CHANGE WITH ITS MAKER AND
048440* APPROVER. A CHANGE MADE BEFORE APPROVALS WERE REQUIRED SHOWS
048450* NO APPROVER AND NO CHANGE ID.
048460*-----------------------------------------------------------------
048470 9100-PRINT-ONE-CHANGE.
048480     MOVE WS-CHG-DATE (WS-CHG-SUB)     TO WS-L-DATE.
048490     MOVE WS-CHG-TIME (WS-CHG-SUB)     TO WS-L-TIME.
048495     MOVE WS-CHG-ACTION (WS-CHG-SUB)   TO WS-L-ACTION.
048500     MOVE WS-CHG-BAND (WS-CHG-SUB)     TO WS-L-BAND-CODE.
048510     MOVE WS-CHG-LOW (WS-CHG-SUB)      TO WS-L-LOW-BOUND.
048520     MOVE WS-CHG-HIGH (WS-CHG-SUB)     TO WS-L-HIGH-BOUND.
048530     MOVE WS-CHG-MAKER (WS-CHG-SUB)    TO WS-L-MAKER.
048540     MOVE WS-CHG-APPROVER (WS-CHG-SUB) TO WS-L-APPROVER.
048550     IF WS-L-APPROVER = SPACES
048560         MOVE "(NONE)" TO WS-L-APPROVER
048570     END-IF.
048580     MOVE WS-CHG-PEND-ID (WS-CHG-SUB)  TO WS-L-PEND-ID.
048582     MOVE WS-CHG-SOURCE (WS-CHG-SUB)   TO WS-L-SOURCE.
048584     IF WS-L-SOURCE = SPACES
048586         MOVE "DEFAULT" TO WS-L-SOURCE
048588     END-IF.
048590     WRITE INQ-RPT-RECORD FROM WS-INQ-RPT-CHG-DETAIL.
048600 9100-EXIT.
048610     EXIT.
