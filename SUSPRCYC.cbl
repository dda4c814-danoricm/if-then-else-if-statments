003690*                 A STILL-BAD RECORD POSTS ANOTHER FAILED
003692*                 ATTEMPT (DATE, COUNT, REASON HISTORY) FOR
003694*                 THE SUSPAGE AGING REPORT.
003695* 10/15/26  DLM   A KEY WHOSE SUSPMSTR ENTRY SUSPCORR HAS
003696*                 WRITTEN OFF IS NEVER RECYCLED -- IT IS
003697*                 REPORTED, COUNTED, AND LEFT OUT OF THE
003698*                 AUDIT, MASTER, EXTRACT, AND SUSPENSE FILES.
003699* 10/15/26  DLM   ALSO RECYCLES THRSHEDT'S EDIT REJECTS. A
003713*                 RECORD KEY THAT IS STILL NOT NUMERIC CANNOT
003727*                 POST TO THE KEYED MASTER -- IT GOES BACK TO
003741*                 SUSPENSE UNDER REASON 03. SUSPMSTR IS NOW
003755*                 KEYED THROUGH A CHARACTER VIEW OF THE KEY SO
003769*                 SUCH A KEY STILL FINDS ITS INVENTORY ENTRY.
003771* 10/15/26  DLM   THRESH-CTL RULE SETS ARE NOW KEYED BY SOURCE
003773*                 SYSTEM (88-BYTE RECORD). A RECYCLED RECORD IS
003775*                 BANDED UNDER ITS SOURCE'S OWN SET IN FORCE,
003777*                 ELSE THE DEFAULT SET, IN STEP WITH
003779*                 IFTHENELSEIF.
003780* 10/15/26  DLM   A RECYCLED KEY WITH AN OVERRIDE IN FORCE ON
003781*                 CLSOVRD TAKES ITS FORCED BAND, AS IN
003782*                 IFTHENELSEIF. THE DECISION IS MARKED "O" ON
003783*                 THE AUDIT, MASTER, AND EXTRACT RECORDS AND
003784*                 COUNTED ON ITS OWN TOTAL LINE.
003792*-----------------------------------------------------------------
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
006710     SELECT RUN-CTL    ASSIGN TO RUNCTL
006720         ORGANIZATION IS SEQUENTIAL
006730         FILE STATUS IS WS-RUN-CTL-STATUS.
006741     SELECT CLAS-OVRD  ASSIGN TO CLSOVRD
006752         ORGANIZATION IS INDEXED
006763         ACCESS MODE IS RANDOM
006774         RECORD KEY IS OVR-RECORD-KEY
006785         FILE STATUS IS WS-CLAS-OVRD-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
008000
008100*-------------------------------------------------------------
008200* THRESH-CTL -- CLASSIFICATION CUTOFF CONTROL FILE (1 RECORD)
008300* KEPT AS A FLAT PIC X(88) HERE -- SEE WS-THRESH-CTL-DETAIL FOR
008400* THE NAMED FIELDS (COPYBOOK THRCTLC).
008500*-------------------------------------------------------------
008600 FD  THRESH-CTL
008700     RECORD CONTAINS 88 CHARACTERS
008800     DATA RECORD IS THRESH-CTL-RECORD.
008900 01  THRESH-CTL-RECORD          PIC X(88).
009000
009100*-------------------------------------------------------------
009200* RCYC-RPT -- RECYCLE RUN CLASSIFICATION REPORT
011774     DATA RECORD IS SUSP-MSTR-RECORD.
011776 01  SUSP-MSTR-RECORD.
011778     05  SMR-RECORD-KEY          PIC 9(06).
011779     05  SMR-RECORD-KEY-X REDEFINES SMR-RECORD-KEY
011782                                 PIC X(06).
011785     05  FILLER                  PIC X(74).
011790
011800*-------------------------------------------------------------
011900* CLAS-MSTR -- KEYED CLASSIFICATION-HISTORY MASTER (VSAM KSDS)
013870     RECORD CONTAINS 80 CHARACTERS
013880     DATA RECORD IS RUN-CTL-RECORD.
013890 01  RUN-CTL-RECORD              PIC X(80).
013891
013892*-------------------------------------------------------------
013893* CLAS-OVRD -- KEYED CLASSIFICATION OVERRIDE MASTER (VSAM
013894* KSDS), READ ONLY. ONLY THE RECORD KEY IS NAMED HERE -- SEE
013895* WS-CLAS-OVRD-DETAIL FOR THE FULL FIELDS (COPYBOOK CLSOVRC).
013896*-------------------------------------------------------------
013897 FD  CLAS-OVRD
013898     RECORD CONTAINS 80 CHARACTERS
013899     DATA RECORD IS CLAS-OVRD-RECORD.
013900 01  CLAS-OVRD-RECORD.
013901     05  OVR-RECORD-KEY          PIC 9(06).
013902     05  FILLER                  PIC X(74).
013951
014000 WORKING-STORAGE SECTION.
014100 01  WS-SUSP-IN-EOF-SW            PIC X(01) VALUE "N".
014200     88  SUSP-IN-EOF                        VALUE "Y".
014300 01  WS-THRESH-CTL-EOF-SW         PIC X(01) VALUE "N".
014400     88  THRESH-CTL-EOF                     VALUE "Y".
014410 01  WS-WRITTEN-OFF-SW            PIC X(01) VALUE "N".
014420     88  KEY-WRITTEN-OFF                    VALUE "Y".
014500
014600 01  WS-SUSP-IN-STATUS            PIC X(02).
014700 01  WS-THRESH-CTL-STATUS         PIC X(02).
015100 01  WS-CLAS-MSTR-STATUS          PIC X(02).
015200 01  WS-EXTR-OUT-STATUS           PIC X(02).
015210 01  WS-RUN-CTL-STATUS            PIC X(02).
015255 01  WS-CLAS-OVRD-STATUS          PIC X(02).
015300
015400 01  WS-FATAL-FILE-ID             PIC X(08).
015500 01  WS-FATAL-FILE-STATUS         PIC X(02).
015600
015700 01  WS-BRANCH-CODE                PIC X(01).
015800     88  WS-BRANCH-INVALID                  VALUE "9".
015811 01  WS-DECISION-TYPE              PIC X(01).
015822     88  WS-RULE-DECISION                   VALUE "R".
015833     88  WS-OVERRIDE-DECISION               VALUE "O".
015844 01  WS-OVERRIDE-TEXT.
015855     05  FILLER                   PIC X(27)
015866         VALUE "OVERRIDE -- FORCED TO BAND ".
015877     05  WS-OVT-BAND              PIC X(01).
015888     05  FILLER                   PIC X(02) VALUE SPACES.
015900 01  WS-SUSP-REASON                PIC X(02).
016000
016100 01  WS-CURRENT-DATE               PIC 9(08).
017200     05  WS-EXTR-HASH-TOTAL      PIC 9(11)V99 COMP VALUE ZERO.
017210     05  WS-RSN-SUB              PIC 9(02) COMP VALUE ZERO.
017220     05  WS-RSN-SUB2             PIC 9(02) COMP VALUE ZERO.
017230     05  WS-RECORDS-WRITTEN-OFF  PIC 9(06) COMP VALUE ZERO.
017265     05  WS-OVERRIDE-CNT         PIC 9(06) COMP VALUE ZERO.
017300
017400*-------------------------------------------------------------
017500* BAND RULE RECORD -- NAMED FIELDS (COPYBOOK THRCTLC)
017900
018000*-------------------------------------------------------------
018100* CLASSIFICATION BAND TABLE -- LOADED FROM THRESH-CTL AT
018200* INITIALIZATION, THE SAME RULES IFTHENELSEIF RUNS WITH. EACH
018210* RULE SET SELECTED OCCUPIES A CONTIGUOUS RANGE OF ENTRIES.
018300*-------------------------------------------------------------
018400 01  WS-BAND-TABLE.
018500     05  WS-BAND-MAX             PIC 9(02) COMP VALUE 60.
018600     05  WS-BAND-COUNT           PIC 9(02) COMP VALUE ZERO.
018700     05  WS-BAND-SUB             PIC 9(02) COMP VALUE ZERO.
018800     05  WS-BAND-FOUND-SUB       PIC 9(02) COMP VALUE ZERO.
018900     05  WS-BAND-ENTRY OCCURS 60 TIMES.
019000         10  WS-BAND-CODE        PIC X(01).
019100         10  WS-BAND-LOW         PIC 9(05)V99.
019200         10  WS-BAND-HIGH        PIC 9(05)V99.
019310
019320*-------------------------------------------------------------
019330* THRESH-CTL STAGING TABLE -- EVERY BAND RECORD ON THE FILE,
019340* ANY SOURCE AND EFFECTIVE DATE. THE SETS IN FORCE FOR THE RUN
019350* DATE ARE COPIED INTO WS-BAND-TABLE, IN STEP WITH IFTHENELSEIF.
019360*-------------------------------------------------------------
019370 01  WS-CTL-TABLE.
019372     05  WS-CTL-MAX              PIC 9(02) COMP VALUE 90.
019374     05  WS-CTL-COUNT            PIC 9(02) COMP VALUE ZERO.
019376     05  WS-CTL-SUB              PIC 9(02) COMP VALUE ZERO.
019377     05  WS-CTL-SCAN-SUB         PIC 9(02) COMP VALUE ZERO.
019378     05  WS-CTL-EFF-BEST         PIC 9(08) VALUE ZERO.
019380     05  WS-CTL-ENTRY OCCURS 90 TIMES.
019381         10  WS-CTL-SOURCE       PIC X(08).
019382         10  WS-CTL-EFF-DATE     PIC 9(08).
019384         10  WS-CTL-BAND-CODE    PIC X(01).
019386         10  WS-CTL-LOW          PIC 9(05)V99.
019388         10  WS-CTL-HIGH         PIC 9(05)V99.
019390         10  WS-CTL-DESC         PIC X(30).
019392
019393*-------------------------------------------------------------
019394* RULE SETS SELECTED FOR THE RUN -- ENTRY 1 IS THE DEFAULT
019395* (BLANK-SOURCE) SET OR THE BUILT-IN BANDS, THE OTHERS THE
019396* SETS OF SOURCES THAT HAVE THEIR OWN, AS IN IFTHENELSEIF
019397*-------------------------------------------------------------
019398 01  WS-RULE-SET-TABLE.
019399     05  WS-RSET-MAX             PIC 9(02) COMP VALUE 6.
019400     05  WS-RSET-COUNT           PIC 9(02) COMP VALUE ZERO.
019401     05  WS-RSET-SUB             PIC 9(02) COMP VALUE ZERO.
019402     05  WS-RSET-FOUND-SUB       PIC 9(02) COMP VALUE ZERO.
019403     05  WS-RSET-WANT-SRC        PIC X(08) VALUE SPACES.
019404     05  WS-RSET-ENTRY OCCURS 6 TIMES.
019405         10  WS-RSET-SOURCE      PIC X(08).
019406         10  WS-RSET-FIRST       PIC 9(02) COMP.
019407         10  WS-RSET-LAST        PIC 9(02) COMP.
019453
019500*-------------------------------------------------------------
019600* SUSPENSE RECORD -- NAMED FIELDS (COPYBOOK SUSPRECC). THE SAME
019700* AREA IS READ INTO AND, WHEN A RECORD IS STILL BAD, WRITTEN
019900*-------------------------------------------------------------
020000 01  WS-SUSP-DETAIL.
020100     COPY SUSPRECC.
020110
020120 01  WS-SUSP-KEY-VIEW REDEFINES WS-SUSP-DETAIL.
020130     05  WS-SP-KEY-RAW           PIC X(06).
020140     05  FILLER                  PIC X(98).
020200
020210*-------------------------------------------------------------
020220* SUSP-MSTR -- NAMED FIELDS FOR THE SUSPENSE INVENTORY
020240*-------------------------------------------------------------
020250 01  WS-SUSP-MSTR-DETAIL.
020260     COPY SUSPMSTC.
020262
020264 01  WS-SUSP-MSTR-KEY-VIEW REDEFINES WS-SUSP-MSTR-DETAIL.
020266     05  WS-SM-KEY-RAW           PIC X(06).
020268     05  FILLER                  PIC X(74).
020270
020300*-------------------------------------------------------------
020400* CLAS-MSTR -- NAMED FIELDS FOR THE CLASSIFICATION MASTER
020700 01  WS-CLAS-MSTR-DETAIL.
020800     COPY CLASMSTC.
020900
020912*-------------------------------------------------------------
020924* CLAS-OVRD -- NAMED FIELDS FOR THE CLASSIFICATION OVERRIDE
020936* RECORD (COPYBOOK CLSOVRC)
020948*-------------------------------------------------------------
020960 01  WS-CLAS-OVRD-DETAIL.
020972     COPY CLSOVRC.
020984
021000*-------------------------------------------------------------
021100* RCYC-RPT PRINT LINES
021200*-------------------------------------------------------------
031200         MOVE WS-CLAS-MSTR-STATUS TO WS-FATAL-FILE-STATUS
031300         GO TO 1000-FATAL-EXIT
031400     END-IF.
031412     OPEN INPUT CLAS-OVRD.
031424     IF WS-CLAS-OVRD-STATUS NOT = "00"
031436        AND WS-CLAS-OVRD-STATUS NOT = "05"
031448         MOVE "CLSOVRD" TO WS-FATAL-FILE-ID
031460         MOVE WS-CLAS-OVRD-STATUS TO WS-FATAL-FILE-STATUS
031472         GO TO 1000-FATAL-EXIT
031484     END-IF.
031500     OPEN OUTPUT EXTR-OUT.
031600     IF WS-EXTR-OUT-STATUS NOT = "00"
031700         MOVE "CLSEXTR" TO WS-FATAL-FILE-ID
034100 1100-READ-THRESH-CTL.
034200     MOVE ZERO TO WS-BAND-COUNT.
034220     MOVE ZERO TO WS-CTL-COUNT.
034240     MOVE ZERO TO WS-RSET-COUNT.
034260     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
034300     IF WS-THRESH-CTL-STATUS = "00"
034400         PERFORM 1110-LOAD-BAND-RECORD THRU 1110-EXIT
034500             UNTIL THRESH-CTL-EOF
034600                OR WS-CTL-COUNT = WS-CTL-MAX
034700         CLOSE THRESH-CTL
034800     END-IF.
034900     MOVE SPACES TO WS-RSET-WANT-SRC.
035000     PERFORM 1130-BUILD-RULE-SET THRU 1130-EXIT.
035100     PERFORM 1140-FIND-SOURCE-SET THRU 1140-EXIT
035120         VARYING WS-CTL-SCAN-SUB FROM 1 BY 1
035140         UNTIL WS-CTL-SCAN-SUB > WS-CTL-COUNT.
035200 1100-EXIT.
035300     EXIT.
035400
036450         GO TO 1110-EXIT
036500     END-IF.
036550     ADD 1 TO WS-CTL-COUNT.
036570     MOVE TC-SOURCE-SYSTEM TO WS-CTL-SOURCE (WS-CTL-COUNT).
036600     MOVE TC-BAND-CODE  TO WS-CTL-BAND-CODE (WS-CTL-COUNT).
036700     MOVE TC-LOW-BOUND  TO WS-CTL-LOW (WS-CTL-COUNT).
036800     MOVE TC-HIGH-BOUND TO WS-CTL-HIGH (WS-CTL-COUNT).
037080     ELSE
037100         MOVE ZERO TO WS-CTL-EFF-DATE (WS-CTL-COUNT)
037120     END-IF.
037300 1110-EXIT.
037400     EXIT.
037410
037420 1115-SELECT-RULE-SET.
037421     IF WS-CTL-SOURCE (WS-CTL-SUB) NOT = WS-RSET-WANT-SRC
037422        OR WS-CTL-EFF-DATE (WS-CTL-SUB) NOT = WS-CTL-EFF-BEST
037424         GO TO 1115-EXIT
037426     END-IF.
037428     ADD 1 TO WS-BAND-COUNT.
039000     MOVE 99999.99                 TO WS-BAND-HIGH (3).
039100     MOVE "X IS IN DEFAULT HIGH BAND"
039200                                   TO WS-BAND-DESC (3).
039250     MOVE 3                        TO WS-RSET-LAST (1).
039300 1120-EXIT.
039400     EXIT.
039401
039402*-----------------------------------------------------------------
039403* 1130-BUILD-RULE-SET -- ADD THE SET IN FORCE FOR THE RUN DATE
039404* FOR SOURCE WS-RSET-WANT-SRC. A SOURCE WITH NO SET IN FORCE
039405* GETS NO ENTRY; AN EMPTY DEFAULT SET TAKES THE BUILT-IN BANDS.
039406*-----------------------------------------------------------------
039407 1130-BUILD-RULE-SET.
039408     IF WS-RSET-COUNT = WS-RSET-MAX
039409         DISPLAY "SUSPRCYC - MORE THAN " WS-RSET-MAX
039410             " RULE SETS -- SOURCE " WS-RSET-WANT-SRC
039411             " RUNS UNDER THE DEFAULT SET"
039412         GO TO 1130-EXIT
039413     END-IF.
039414     MOVE ZERO TO WS-CTL-EFF-BEST.
039415     PERFORM 1135-CHECK-ONE-EFF THRU 1135-EXIT
039416         VARYING WS-CTL-SUB FROM 1 BY 1
039417         UNTIL WS-CTL-SUB > WS-CTL-COUNT.
039418     ADD 1 TO WS-RSET-COUNT.
039419     MOVE WS-RSET-WANT-SRC TO WS-RSET-SOURCE (WS-RSET-COUNT).
039420     ADD 1 WS-BAND-COUNT GIVING WS-RSET-FIRST (WS-RSET-COUNT).
039421     PERFORM 1115-SELECT-RULE-SET THRU 1115-EXIT
039422         VARYING WS-CTL-SUB FROM 1 BY 1
039423         UNTIL WS-CTL-SUB > WS-CTL-COUNT
039424            OR WS-BAND-COUNT = WS-BAND-MAX.
039425     MOVE WS-BAND-COUNT TO WS-RSET-LAST (WS-RSET-COUNT).
039426     IF WS-RSET-LAST (WS-RSET-COUNT)
039427        < WS-RSET-FIRST (WS-RSET-COUNT)
039428         IF WS-RSET-WANT-SRC = SPACES
039429             PERFORM 1120-DEFAULT-BANDS THRU 1120-EXIT
039430         ELSE
039431             SUBTRACT 1 FROM WS-RSET-COUNT
039432         END-IF
039433     END-IF.
039434 1130-EXIT.
039435     EXIT.
039436
039437 1135-CHECK-ONE-EFF.
039438     IF WS-CTL-SOURCE (WS-CTL-SUB) = WS-RSET-WANT-SRC
039439        AND WS-CTL-EFF-DATE (WS-CTL-SUB) NOT > WS-CURRENT-DATE
039440        AND WS-CTL-EFF-DATE (WS-CTL-SUB) > WS-CTL-EFF-BEST
039441         MOVE WS-CTL-EFF-DATE (WS-CTL-SUB) TO WS-CTL-EFF-BEST
039442     END-IF.
039443 1135-EXIT.
039444     EXIT.
039445
039446 1140-FIND-SOURCE-SET.
039447     IF WS-CTL-SOURCE (WS-CTL-SCAN-SUB) = SPACES
039448         GO TO 1140-EXIT
039449     END-IF.
039450     IF WS-CTL-SCAN-SUB > 1
039451         SUBTRACT 1 FROM WS-CTL-SCAN-SUB GIVING WS-CTL-SUB
039452         IF WS-CTL-SOURCE (WS-CTL-SUB)
039453            = WS-CTL-SOURCE (WS-CTL-SCAN-SUB)
039454             GO TO 1140-EXIT
039455         END-IF
039456     END-IF.
039457     MOVE WS-CTL-SOURCE (WS-CTL-SCAN-SUB) TO WS-RSET-WANT-SRC.
039458     PERFORM 1150-FIND-RULE-SET THRU 1150-EXIT.
039459     IF WS-RSET-FOUND-SUB = ZERO
039460         PERFORM 1130-BUILD-RULE-SET THRU 1130-EXIT
039461     END-IF.
039462 1140-EXIT.
039463     EXIT.
039464
039465 1150-FIND-RULE-SET.
039466     MOVE ZERO TO WS-RSET-FOUND-SUB.
039467     PERFORM 1160-MATCH-ONE-RULE-SET THRU 1160-EXIT
039468         VARYING WS-RSET-SUB FROM 1 BY 1
039469         UNTIL WS-RSET-SUB > WS-RSET-COUNT
039470            OR WS-RSET-FOUND-SUB > ZERO.
039471 1150-EXIT.
039472     EXIT.
039473
039474 1160-MATCH-ONE-RULE-SET.
039475     IF WS-RSET-SOURCE (WS-RSET-SUB) = WS-RSET-WANT-SRC
039476         MOVE WS-RSET-SUB TO WS-RSET-FOUND-SUB
039477     END-IF.
039478 1160-EXIT.
039479     EXIT.
039500
039600 2000-PROCESS-FILE.
039700     PERFORM 2100-READ-SUSP-IN THRU 2100-EXIT.
039800     IF NOT SUSP-IN-EOF
039810         PERFORM 2050-CHECK-WRITTEN-OFF THRU 2050-EXIT
039820     END-IF.
039830     IF NOT SUSP-IN-EOF
039840        AND NOT KEY-WRITTEN-OFF
039900         PERFORM 2200-CLASSIFY-RECORD THRU 2200-EXIT
040000         PERFORM 2300-WRITE-RCYC-RPT THRU 2300-EXIT
040100         PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
041000 2000-EXIT.
041100     EXIT.
041200
041204*-----------------------------------------------------------------
041208* 2050-CHECK-WRITTEN-OFF -- A KEY SUSPCORR HAS WRITTEN OFF ON
041212* SUSPMSTR IS NEVER RECYCLED. IT IS PRINTED AND COUNTED ONLY.
041216*-----------------------------------------------------------------
041220 2050-CHECK-WRITTEN-OFF.
041224     MOVE "N" TO WS-WRITTEN-OFF-SW.
041228     MOVE WS-SP-KEY-RAW TO SMR-RECORD-KEY-X.
041232     READ SUSP-MSTR INTO WS-SUSP-MSTR-DETAIL
041236         INVALID KEY
041240             GO TO 2050-EXIT
041244     END-READ.
041248     IF SM-WRITTEN-OFF
041252         SET KEY-WRITTEN-OFF TO TRUE
041256         ADD 1 TO WS-RECORDS-WRITTEN-OFF
041260         MOVE "WRITTEN OFF -- NOT RECYCLED" TO WS-CLASS-TEXT
041264         PERFORM 2300-WRITE-RCYC-RPT THRU 2300-EXIT
041268     END-IF.
041272 2050-EXIT.
041276     EXIT.
041280
041300 2100-READ-SUSP-IN.
041400     READ SUSP-IN INTO WS-SUSP-DETAIL
041500         AT END
042300*-----------------------------------------------------------------
042400* 2200-CLASSIFY-RECORD -- THE SAME BAND SEARCH IFTHENELSEIF
042500* APPLIES TO THRESH-IN, APPLIED TO THE REPAIRED ORIGINAL RECORD
042510* UNDER THE RULE SET OF THE SOURCE IT ARRIVED FROM.
042610* AN EDIT REJECT WHOSE KEY IS STILL NOT NUMERIC GOES STRAIGHT
042620* BACK TO SUSPENSE -- IT CANNOT POST TO THE KEYED MASTER.
042625* A KEY WITH AN OVERRIDE IN FORCE TAKES THE FORCED BAND.
042630*-----------------------------------------------------------------
042700 2200-CLASSIFY-RECORD.
042705     SET WS-RULE-DECISION TO TRUE.
042710     IF SP-RECORD-KEY NOT NUMERIC
042720         MOVE "RECORD KEY IS NOT NUMERIC" TO WS-CLASS-TEXT
042730         MOVE "03" TO WS-SUSP-REASON
042740         SET WS-BRANCH-INVALID TO TRUE
042750         GO TO 2200-EXIT
042760     END-IF.
042800     IF SP-X-VALUE NOT NUMERIC
042900         MOVE "X VALUE IS NOT NUMERIC" TO WS-CLASS-TEXT
043000         MOVE "01" TO WS-SUSP-REASON
043100         SET WS-BRANCH-INVALID TO TRUE
043200         GO TO 2200-EXIT
043300     END-IF.
043311     PERFORM 2220-CHECK-OVERRIDE THRU 2220-EXIT.
043322     IF WS-OVERRIDE-DECISION
043333         MOVE OV-FORCED-BAND   TO WS-BRANCH-CODE
043344         MOVE OV-FORCED-BAND   TO WS-OVT-BAND
043355         MOVE WS-OVERRIDE-TEXT TO WS-CLASS-TEXT
043366         ADD 1 TO WS-OVERRIDE-CNT
043377         GO TO 2200-EXIT
043388     END-IF.
043400     MOVE ZERO TO WS-BAND-FOUND-SUB.
043410     MOVE SP-SOURCE-SYSTEM TO WS-RSET-WANT-SRC.
043420     PERFORM 1150-FIND-RULE-SET THRU 1150-EXIT.
043430     IF WS-RSET-FOUND-SUB = ZERO
043440         MOVE 1 TO WS-RSET-FOUND-SUB
043450     END-IF.
043500     PERFORM 2210-FIND-BAND THRU 2210-EXIT
043600         VARYING WS-BAND-SUB
043610             FROM WS-RSET-FIRST (WS-RSET-FOUND-SUB) BY 1
043700         UNTIL WS-BAND-SUB > WS-RSET-LAST (WS-RSET-FOUND-SUB)
043800            OR WS-BAND-FOUND-SUB > ZERO.
043900     IF WS-BAND-FOUND-SUB > ZERO
044000         MOVE WS-BAND-DESC (WS-BAND-FOUND-SUB) TO WS-CLASS-TEXT
045400     END-IF.
045500 2210-EXIT.
045600     EXIT.
045604
045608*-----------------------------------------------------------------
045612* 2220-CHECK-OVERRIDE -- THE SAME TEST IFTHENELSEIF MAKES: AN
045616* OVERRIDE IS IN FORCE WHEN THE KEY IS ON CLSOVRD AND THE RUN
045620* DATE FALLS ON OR BETWEEN ITS START AND EXPIRY DATES.
045624*-----------------------------------------------------------------
045628 2220-CHECK-OVERRIDE.
045632     MOVE SP-RECORD-KEY TO OVR-RECORD-KEY.
045636     READ CLAS-OVRD INTO WS-CLAS-OVRD-DETAIL
045640         INVALID KEY
045644             GO TO 2220-EXIT
045648     END-READ.
045652     IF WS-CLAS-OVRD-STATUS NOT = "00"
045656         GO TO 2220-EXIT
045660     END-IF.
045664     IF OV-START-DATE > WS-CURRENT-DATE
045668        OR OV-EXPIRY-DATE < WS-CURRENT-DATE
045672         GO TO 2220-EXIT
045676     END-IF.
045680     SET WS-OVERRIDE-DECISION TO TRUE.
045684 2220-EXIT.
045688     EXIT.
045700
045800 2300-WRITE-RCYC-RPT.
045900     MOVE SP-RECORD-KEY TO WS-D-RECORD-KEY.
047300     MOVE WS-CURRENT-DATE TO AU-TIMESTAMP-DATE.
047400     MOVE WS-CURRENT-TIME TO AU-TIMESTAMP-TIME.
047450     MOVE SP-SOURCE-SYSTEM TO AU-SOURCE-SYSTEM.
047475     MOVE WS-DECISION-TYPE TO AU-DECISION-TYPE.
047500     WRITE AUDIT-RECORD FROM WS-AUDIT-DETAIL.
047600 2400-EXIT.
047700     EXIT.
048916* REJECT DATE.
048918*-----------------------------------------------------------------
048920 2650-POST-SUSP-MSTR.
048922     MOVE WS-SP-KEY-RAW TO SMR-RECORD-KEY-X.
048924     READ SUSP-MSTR INTO WS-SUSP-MSTR-DETAIL
048926         INVALID KEY
048928             PERFORM 2660-ADD-SUSP-MSTR THRU 2660-EXIT
048940
048942 2660-ADD-SUSP-MSTR.
048944     MOVE SPACES           TO WS-SUSP-MSTR-DETAIL.
048946     MOVE WS-SP-KEY-RAW    TO WS-SM-KEY-RAW.
048948     MOVE SP-SOURCE-SYSTEM TO SM-SOURCE-SYSTEM.
048950     MOVE WS-CURRENT-DATE  TO SM-FIRST-REJECT-DATE.
048952     MOVE WS-CURRENT-DATE  TO SM-LAST-ATTEMPT-DATE.
048960     WRITE SUSP-MSTR-RECORD FROM WS-SUSP-MSTR-DETAIL
048962         INVALID KEY
048964             DISPLAY "SUSPRCYC - SUSPMSTR WRITE FAILED KEY "
048966                 WS-SM-KEY-RAW " STATUS " WS-SUSP-MSTR-STATUS
048968     END-WRITE.
048970 2660-EXIT.
048972     EXIT.
048990     REWRITE SUSP-MSTR-RECORD FROM WS-SUSP-MSTR-DETAIL
048992         INVALID KEY
048994             DISPLAY "SUSPRCYC - SUSPMSTR REWRITE FAILED KEY "
048996                 WS-SM-KEY-RAW " STATUS " WS-SUSP-MSTR-STATUS
048998     END-REWRITE.
049000 2670-EXIT.
049002     EXIT.
051000     MOVE WS-BRANCH-CODE  TO CM-BRANCH-CODE.
051100     MOVE WS-CURRENT-DATE TO CM-CLASS-DATE.
051150     MOVE SP-SOURCE-SYSTEM TO CM-SOURCE-SYSTEM.
051175     MOVE WS-DECISION-TYPE TO CM-DECISION-TYPE.
051200     WRITE CLAS-MSTR-RECORD FROM WS-CLAS-MSTR-DETAIL
051300         INVALID KEY
051400             DISPLAY "SUSPRCYC - CLASMSTR WRITE FAILED KEY "
052200     MOVE WS-BRANCH-CODE  TO CM-BRANCH-CODE.
052300     MOVE WS-CURRENT-DATE TO CM-CLASS-DATE.
052350     MOVE SP-SOURCE-SYSTEM TO CM-SOURCE-SYSTEM.
052375     MOVE WS-DECISION-TYPE TO CM-DECISION-TYPE.
052400     REWRITE CLAS-MSTR-RECORD FROM WS-CLAS-MSTR-DETAIL
052500         INVALID KEY
052600             DISPLAY "SUSPRCYC - CLASMSTR REWRITE FAILED KEY "
054000     MOVE WS-BRANCH-CODE  TO EX-BRANCH-CODE.
054100     MOVE WS-CURRENT-DATE TO EX-RUN-DATE.
054150     MOVE SP-SOURCE-SYSTEM TO EX-SOURCE-SYSTEM.
054175     MOVE WS-DECISION-TYPE TO EX-DECISION-TYPE.
054200     WRITE EXTR-RECORD FROM WS-EXTR-DETAIL.
054300     ADD 1          TO WS-EXTR-DETAIL-CNT.
054400     ADD SP-X-VALUE TO WS-EXTR-HASH-TOTAL.
055500     MOVE "RECORDS RECYCLED TO A BUCKET"    TO WS-T-LABEL.
055600     MOVE WS-RECORDS-RECYCLED               TO WS-T-COUNT.
055700     WRITE RCYC-RPT-RECORD FROM WS-RCYC-RPT-TOTAL.
055725     MOVE "  OF WHICH BANDED BY OVERRIDE"   TO WS-T-LABEL.
055750     MOVE WS-OVERRIDE-CNT                   TO WS-T-COUNT.
055775     WRITE RCYC-RPT-RECORD FROM WS-RCYC-RPT-TOTAL.
055800     MOVE "RECORDS STILL IN SUSPENSE"       TO WS-T-LABEL.
055900     MOVE WS-RECORDS-RESUSPENSED            TO WS-T-COUNT.
056000     WRITE RCYC-RPT-RECORD FROM WS-RCYC-RPT-TOTAL.
056010     MOVE "WRITTEN OFF, NOT RECYCLED"       TO WS-T-LABEL.
056020     MOVE WS-RECORDS-WRITTEN-OFF            TO WS-T-COUNT.
056030     WRITE RCYC-RPT-RECORD FROM WS-RCYC-RPT-TOTAL.
056100     MOVE WS-EXTR-DETAIL-CNT TO ET-DETAIL-COUNT.
056200     MOVE WS-EXTR-HASH-TOTAL TO ET-HASH-TOTAL.
056300     WRITE EXTR-RECORD FROM WS-EXTR-TRAILER.
056350     PERFORM 9800-POST-RUN-CONTROL THRU 9800-EXIT.
056400     CLOSE SUSP-IN RCYC-RPT AUDIT-OUT SUSP-OUT SUSP-MSTR
056450         CLAS-MSTR EXTR-OUT CLAS-OVRD.
056600 9000-EXIT.
056700     EXIT.
056710
