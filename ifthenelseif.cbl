011366*                 REPORT CAN SHOW HOW LONG EACH KEY HAS BEEN
011369*                 STUCK. SUSPRCYC CLEARS THE ENTRY WHEN A
011372*                 RECYCLE LANDS THE KEY IN A BAND.
011373* 10/15/26  DLM   THRESH-CTL RULE SETS ARE NOW KEYED BY SOURCE
011374*                 SYSTEM (88-BYTE RECORD). EACH FEEDER IS BANDED
011375*                 UNDER ITS OWN SET IN FORCE, ELSE THE DEFAULT
011376*                 (BLANK-SOURCE) SET, ELSE THE BUILT-IN BANDS.
011377*                 RECON-RPT LISTS THE BANDS BY RULE SET AND THE
011378*                 SET EACH SOURCE RAN UNDER; STAT-OUT (NOW 200
011379*                 BYTES) CARRIES THE SAME PER SOURCE.
011380* 10/15/26  DLM   A KEY WITH AN OVERRIDE IN FORCE ON THE NEW
011381*                 CLSOVRD MASTER (MAINTAINED BY OVRMAINT) TAKES
011382*                 ITS FORCED BAND WITHOUT A BAND SEARCH. THE
011383*                 DECISION IS MARKED "O" ON AUDIT-OUT, CLASMSTR,
011384*                 CLSEXTR AND THE DELTA, NOTED ON MOVE-RPT, AND
011385*                 COUNTED IN AN OVERRIDE BUCKET OF ITS OWN ON
011386*                 RECON-RPT AND STAT-OUT -- NOT IN THE BANDS.
011387* 10/15/26  DLM   A BAND-CHANGE DELTA NOW CARRIES THE KEY'S PRIOR
011388*                 CLASS DATE, SOURCE, AND DECISION TYPE SO THE
011389*                 CLSBKOUT NIGHT BACKOUT CAN RESTORE IT EXACTLY.
011390* 10/15/26  DLM   A KEY NEW TO CLASMSTR IS LOOKED FOR ON THE
011391*                 CLSARCH DORMANT-KEY ARCHIVE (WRITTEN BY THE
011392*                 MONTHLY CLSPURGE), MATCHED IN STEP WITH THE
011393*                 ASCENDING INPUT KEYS. ONE FOUND THERE IS
011394*                 LISTED ON MOVE-RPT AS REINSTATED FROM THE
011395*                 ARCHIVE, AGAINST ITS ARCHIVED BAND AND X.
011396* 10/15/26  DLM   CATCH-UP MODE. A RUNMODE CARD OF "CATCHUP" WITH
011397*                 A SLOT NUMBER (COLS 9-10) TAKES A BACKLOG OF
011398*                 CLEANIN GENERATIONS CONCATENATED ON THRSHIN,
011399*                 RANKS THEIR HDR EXTRACT DATES OLDEST FIRST, AND
011400*                 CLASSIFIES ONLY THE FEEDER SECTIONS OF THE
011401*                 SLOT'S DATE. THAT EXTRACT DATE IS THE RUN DATE
011402*                 THROUGHOUT -- THRESH-CTL SETS AND OVERRIDES IN
011403*                 FORCE, CLASS AND AUDIT DATES, THE CLSEXTR AND
011404*                 DELTA HEADERS, STAT-OUT, AND THE RUNCTL
011405*                 POSTINGS -- SO EACH LATE DATE IS RUN AS ITS OWN
011406*                 NIGHT. CHECKPOINT AND RESTART WORK PER SLOT.
011410* 10/15/26  DLM   LOOKS THE RUN DATE (THE SLOT'S EXTRACT DATE ON
011414*                 A CATCH-UP RUN) UP ON THE CALMSTR BUSINESS-DAY
011418*                 CALENDAR (COPYBOOK CALMSTC) BEFORE ANY OUTPUT IS
011422*                 OPENED. A DATE MARKED NON-PROCESSING IS REFUSED
011426*                 WITH CODE 12 UNLESS THE OPTIONAL CALFORCE CARD
011430*                 READS "FORCE" WITH THAT DATE.
011437*-----------------------------------------------------------------
011468 
011500 ENVIRONMENT DIVISION.
011600 CONFIGURATION SECTION.
011700 SOURCE-COMPUTER. IBM-370.
015870     SELECT RUN-MODE   ASSIGN TO RUNMODE
015880         ORGANIZATION IS SEQUENTIAL
015890         FILE STATUS IS WS-RUN-MODE-STATUS.
015891     SELECT CLAS-OVRD  ASSIGN TO CLSOVRD
015892         ORGANIZATION IS INDEXED
015893         ACCESS MODE IS RANDOM
015894         RECORD KEY IS OVR-RECORD-KEY
015895         FILE STATUS IS WS-CLAS-OVRD-STATUS.
015896     SELECT ARCH-IN    ASSIGN TO CLSARCH
015897         ORGANIZATION IS SEQUENTIAL
015898         FILE STATUS IS WS-ARCH-IN-STATUS.
015899     SELECT CAL-MSTR   ASSIGN TO CALMSTR
015900         ORGANIZATION IS INDEXED
015901         ACCESS MODE IS RANDOM
015902         RECORD KEY IS CAL-DATE-KEY
015903         FILE STATUS IS WS-CAL-MSTR-STATUS.
015904
015905     SELECT CAL-FORCE  ASSIGN TO CALFORCE
015906         ORGANIZATION IS SEQUENTIAL
015907         FILE STATUS IS WS-CAL-FORCE-STATUS.
015953 
016000 DATA DIVISION.
016100 FILE SECTION.
016200*-------------------------------------------------------------
017800
017900*-------------------------------------------------------------
018000* THRESH-CTL -- CLASSIFICATION CUTOFF CONTROL FILE (1 RECORD)
018100* KEPT AS A FLAT PIC X(88) HERE -- SEE WS-THRESH-CTL-DETAIL FOR
018200* THE NAMED FIELDS (COPYBOOK THRCTLC).
018300*-------------------------------------------------------------
018400 FD  THRESH-CTL
018500     RECORD CONTAINS 88 CHARACTERS
018600     DATA RECORD IS THRESH-CTL-RECORD.
018700 01  THRESH-CTL-RECORD          PIC X(88).
018800 
018900*-------------------------------------------------------------
019000* CLASS-RPT -- DAILY CLASSIFICATION REPORT
026000
026100*-------------------------------------------------------------
026200* STAT-OUT -- CUMULATIVE RUN-STATISTICS HISTORY, ONE RECORD
026300* APPENDED PER RUN. KEPT AS A FLAT PIC X(200) -- SEE
026400* WS-STAT-DETAIL FOR THE NAMED FIELDS (COPYBOOK STATHSTC).
026500*-------------------------------------------------------------
026600 FD  STAT-OUT
026700     RECORD CONTAINS 200 CHARACTERS
026800     DATA RECORD IS STAT-RECORD.
026900 01  STAT-RECORD                 PIC X(200).
027000
027100*-------------------------------------------------------------
027200* EXTR-OUT -- MACHINE-READABLE CLASSIFICATION EXTRACT FOR
028370* FILE IS NOT CUT; CLSMERGE APPLIES THE MASTER AND INVENTORY
028380* WORK SERIALLY FROM THE SLICE PIECES. A MISSING OR EMPTY
028390* FILE (DD DUMMY) MEANS THE NORMAL DIRECT-UPDATE RUN.
028392* "CATCHUP" IN COLS 1-7 WITH A SLOT NUMBER IN COLS 9-10 IS A
028394* CATCH-UP RUN: A DIRECT-UPDATE RUN OF ONLY THE SLOT'S EXTRACT
028396* DATE (01 = OLDEST) FROM THE BACKLOG CONCATENATED ON THRSHIN.
028400*-------------------------------------------------------------
028410 FD  RUN-MODE
028420     RECORD CONTAINS 80 CHARACTERS
028430     DATA RECORD IS RUN-MODE-RECORD.
028440 01  RUN-MODE-RECORD.
028450     05  RM-MODE                 PIC X(07).
028460         88  RM-DEFER                       VALUE "DEFER".
028461         88  RM-CATCHUP                     VALUE "CATCHUP".
028462     05  FILLER                  PIC X(01).
028463     05  RM-CATCHUP-SLOT         PIC X(02).
028464     05  RM-CATCHUP-SLOT-N REDEFINES RM-CATCHUP-SLOT
028465                                 PIC 9(02).
028470     05  FILLER                  PIC X(70).
028480
028481*-------------------------------------------------------------
028482* CLAS-OVRD -- KEYED CLASSIFICATION OVERRIDE MASTER (VSAM
028483* KSDS), READ ONLY. ONLY THE RECORD KEY IS NAMED HERE -- SEE
028484* WS-CLAS-OVRD-DETAIL FOR THE FULL FIELDS (COPYBOOK CLSOVRC).
028485*-------------------------------------------------------------
028486 FD  CLAS-OVRD
028487     RECORD CONTAINS 80 CHARACTERS
028488     DATA RECORD IS CLAS-OVRD-RECORD.
028489 01  CLAS-OVRD-RECORD.
028490     05  OVR-RECORD-KEY          PIC 9(06).
028491     05  FILLER                  PIC X(74).
028492
028493*-------------------------------------------------------------
028494* ARCH-IN -- THE CLSARCH DORMANT-KEY ARCHIVE, ASCENDING KEY
028495* ORDER, READ ONLY. NAMED FIELDS ARE IN WS-ARCH-DETAIL
028496* (COPYBOOK CLSARCC).
028497*-------------------------------------------------------------
028498 FD  ARCH-IN
028499     RECORD CONTAINS 80 CHARACTERS
028500     DATA RECORD IS ARCH-IN-RECORD.
028501 01  ARCH-IN-RECORD              PIC X(80).
028502
028503*-------------------------------------------------------------
028504* CAL-MSTR -- KEYED BUSINESS-DAY CALENDAR (VSAM KSDS), READ BY
028505* DATE. ONLY THE DATE IS NAMED HERE -- SEE WS-CAL-MSTR-DETAIL
028506* FOR THE FULL FIELDS (COPYBOOK CALMSTC).
028507*-------------------------------------------------------------
028508 FD  CAL-MSTR
028509     RECORD CONTAINS 80 CHARACTERS
028510     DATA RECORD IS CAL-MSTR-RECORD.
028511 01  CAL-MSTR-RECORD.
028512     05  CAL-DATE-KEY            PIC 9(08).
028513     05  FILLER                  PIC X(72).
028514
028515
028516*-------------------------------------------------------------
028517* CAL-FORCE -- ONE OPTIONAL OVERRIDE CARD. "FORCE" IN COLS 1-5
028518* AND THE RUN DATE IN COLS 7-14 LET THE NIGHT POST ON A DATE
028519* CALMSTR MARKS NON-PROCESSING. NO CARD OR AN EMPTY FILE (DD
028520* DUMMY) MEANS SUCH A DATE IS REFUSED.
028521*-------------------------------------------------------------
028522 FD  CAL-FORCE
028523     RECORD CONTAINS 80 CHARACTERS
028524     DATA RECORD IS CAL-FORCE-RECORD.
028525 01  CAL-FORCE-RECORD.
028526     05  CF-ACTION               PIC X(05).
028527         88  CF-FORCE                       VALUE "FORCE".
028528     05  FILLER                  PIC X(01).
028529     05  CF-RUN-DATE             PIC X(08).
028530     05  FILLER                  PIC X(66).
028534 WORKING-STORAGE SECTION.
028566 01  WS-THRESH-IN-EOF-SW          PIC X(01) VALUE "N".
028600     88  THRESH-IN-EOF                      VALUE "Y".
028616 01  WS-ARCH-IN-EOF-SW            PIC X(01) VALUE "N".
028632     88  ARCH-IN-EOF                        VALUE "Y".
028648 01  WS-REINSTATED-SW             PIC X(01) VALUE "N".
028664     88  KEY-REINSTATED                     VALUE "Y".
028680 01  WS-ARCH-PROBE-KEY            PIC 9(06) VALUE ZERO.
028700 01  WS-THRESH-CTL-EOF-SW         PIC X(01) VALUE "N".
028800     88  THRESH-CTL-EOF                     VALUE "Y".
028900 01  WS-RESTART-RUN-SW            PIC X(01) VALUE "N".
029260     88  DLTA-HAS-RECORDS                   VALUE "Y".
029270 01  WS-DEFER-MODE-SW             PIC X(01) VALUE "N".
029280     88  DEFER-MODE                         VALUE "Y".
029284 01  WS-CATCHUP-MODE-SW           PIC X(01) VALUE "N".
029288     88  CATCHUP-MODE                       VALUE "Y".
029292 01  WS-SECTION-SELECTED-SW       PIC X(01) VALUE "N".
029296     88  SECTION-SELECTED                   VALUE "Y".
029297 01  WS-CAL-FORCE-SW              PIC X(01) VALUE "N".
029298     88  CAL-FORCED                         VALUE "Y".
029300 01  WS-CHKPT-IN-EOF-SW           PIC X(01) VALUE "N".
029400     88  CHKPT-IN-EOF                       VALUE "Y".
029500 
030710 01  WS-RUN-CTL-STATUS            PIC X(02).
030720 01  WS-DLTA-OUT-STATUS           PIC X(02).
030730 01  WS-RUN-MODE-STATUS           PIC X(02).
030765 01  WS-CLAS-OVRD-STATUS          PIC X(02).
030782 01  WS-ARCH-IN-STATUS            PIC X(02).
030788 01  WS-CAL-MSTR-STATUS           PIC X(02).
030794 01  WS-CAL-FORCE-STATUS          PIC X(02).
030800
030900 01  WS-FATAL-FILE-ID             PIC X(08).
031000 01  WS-FATAL-FILE-STATUS         PIC X(02).
031100
031200 01  WS-BRANCH-CODE                PIC X(01).
031300     88  WS-BRANCH-INVALID                  VALUE "9".
031311 01  WS-DECISION-TYPE              PIC X(01).
031322     88  WS-RULE-DECISION                   VALUE "R".
031333     88  WS-OVERRIDE-DECISION               VALUE "O".
031344 01  WS-OVERRIDE-TEXT.
031355     05  FILLER                   PIC X(27)
031366         VALUE "OVERRIDE -- FORCED TO BAND ".
031377     05  WS-OVT-BAND              PIC X(01).
031388     05  FILLER                   PIC X(02) VALUE SPACES.
031400 01  WS-SUSP-REASON                PIC X(02).
031500 
031600 01  WS-CURRENT-DATE               PIC 9(08).
034600     05  WS-TOTAL-PHYSICAL-READS PIC 9(06) COMP VALUE ZERO.
034700     05  WS-RECORDS-SUSPENSED    PIC 9(06) COMP VALUE ZERO.
034800     05  WS-MOVEMENT-CNT         PIC 9(06) COMP VALUE ZERO.
034850     05  WS-REINSTATED-CNT       PIC 9(06) COMP VALUE ZERO.
034900     05  WS-EXTR-DETAIL-CNT      PIC 9(06) COMP VALUE ZERO.
035000     05  WS-EXTR-HASH-TOTAL      PIC 9(11)V99 COMP VALUE ZERO.
035100     05  WS-UNEXPLAINED-CNT      PIC S9(06) COMP VALUE ZERO.
035300     05  WS-INVALID-SCALED       PIC 9(09)  COMP VALUE ZERO.
035400     05  WS-TOL-PCT-SCALED       PIC 9(09)  COMP VALUE ZERO.
035500     05  WS-VARIANCE-CNT         PIC S9(06) COMP VALUE ZERO.
035550     05  WS-OVERRIDE-CNT         PIC 9(06) COMP VALUE ZERO.
035600 
035700*-------------------------------------------------------------
035800* BAND RULE RECORD -- NAMED FIELDS (COPYBOOK THRCTLC)
037000*-------------------------------------------------------------
037100* CLASSIFICATION BAND TABLE -- LOADED FROM THRESH-CTL AT
037200* INITIALIZATION, ONE ENTRY PER BAND RULE RECORD, SEARCHED FOR
037300* EVERY THRESH-IN RECORD. BOUNDS ARE INCLUSIVE. EACH RULE SET
037310* SELECTED FOR THE RUN OCCUPIES A CONTIGUOUS RANGE OF ENTRIES
037320* (SEE WS-RULE-SET-TABLE), AT MOST TEN BANDS PER SET.
037400*-------------------------------------------------------------
037500 01  WS-BAND-TABLE.
037600     05  WS-BAND-MAX             PIC 9(02) COMP VALUE 60.
037700     05  WS-BAND-COUNT           PIC 9(02) COMP VALUE ZERO.
037800     05  WS-BAND-SUB             PIC 9(02) COMP VALUE ZERO.
037900     05  WS-BAND-FOUND-SUB       PIC 9(02) COMP VALUE ZERO.
037910     05  WS-STBAND-SUB           PIC 9(02) COMP VALUE ZERO.
037920     05  WS-STBAND-FOUND-SUB     PIC 9(02) COMP VALUE ZERO.
038000     05  WS-BAND-ENTRY OCCURS 60 TIMES.
038100         10  WS-BAND-CODE        PIC X(01).
038200         10  WS-BAND-LOW         PIC 9(05)V99.
038300         10  WS-BAND-HIGH        PIC 9(05)V99.
038510
038512*-------------------------------------------------------------
038514* THRESH-CTL STAGING TABLE -- EVERY BAND RECORD ON THE FILE,
038516* ANY SOURCE SYSTEM AND EFFECTIVE DATE. FOR EACH SOURCE (AND
038518* THE BLANK-SOURCE DEFAULT) THE SET WITH THE LATEST EFFECTIVE
038519* DATE NOT AFTER THE RUN DATE IS COPIED INTO WS-BAND-TABLE;
038520* STAGED (PENDING) AND SUPERSEDED (EXPIRED) SETS ARE LEFT
038521* BEHIND.
038522*-------------------------------------------------------------
038524 01  WS-CTL-TABLE.
038526     05  WS-CTL-MAX              PIC 9(02) COMP VALUE 90.
038528     05  WS-CTL-COUNT            PIC 9(02) COMP VALUE ZERO.
038530     05  WS-CTL-SUB              PIC 9(02) COMP VALUE ZERO.
038531     05  WS-CTL-SCAN-SUB         PIC 9(02) COMP VALUE ZERO.
038532     05  WS-CTL-EFF-BEST         PIC 9(08) VALUE ZERO.
038534     05  WS-CTL-ENTRY OCCURS 90 TIMES.
038535         10  WS-CTL-SOURCE       PIC X(08).
038536         10  WS-CTL-EFF-DATE     PIC 9(08).
038538         10  WS-CTL-BAND-CODE    PIC X(01).
038540         10  WS-CTL-LOW          PIC 9(05)V99.
038542         10  WS-CTL-HIGH         PIC 9(05)V99.
038544         10  WS-CTL-DESC         PIC X(30).
038546         10  WS-CTL-CHG-DATE     PIC 9(08).
038550
038552*-------------------------------------------------------------
038554* RULE SETS SELECTED FOR THE RUN -- ENTRY 1 IS ALWAYS THE
038556* DEFAULT (BLANK-SOURCE) SET, OR THE BUILT-IN BANDS WHEN
038558* THRESH-CTL HAS NO DEFAULT SET IN FORCE. THE OTHERS ARE THE
038560* SETS IN FORCE FOR SOURCE SYSTEMS THAT HAVE THEIR OWN. EACH
038562* POINTS AT ITS RANGE OF ENTRIES IN WS-BAND-TABLE.
038564*-------------------------------------------------------------
038566 01  WS-RULE-SET-TABLE.
038568     05  WS-RSET-MAX             PIC 9(02) COMP VALUE 6.
038570     05  WS-RSET-COUNT           PIC 9(02) COMP VALUE ZERO.
038572     05  WS-RSET-SUB             PIC 9(02) COMP VALUE ZERO.
038574     05  WS-RSET-FOUND-SUB       PIC 9(02) COMP VALUE ZERO.
038576     05  WS-RSET-WANT-SRC        PIC X(08) VALUE SPACES.
038578     05  WS-RSET-ENTRY OCCURS 6 TIMES.
038580         10  WS-RSET-SOURCE      PIC X(08).
038582         10  WS-RSET-TYPE        PIC X(01).
038584             88  RSET-OWN-SET               VALUE "O".
038586             88  RSET-DEFAULT-SET           VALUE "D".
038588             88  RSET-BUILT-IN-SET          VALUE "B".
038590         10  WS-RSET-EFF         PIC 9(08).
038592         10  WS-RSET-FIRST       PIC 9(02) COMP.
038594         10  WS-RSET-LAST        PIC 9(02) COMP.
038600
038610*-------------------------------------------------------------
038620* PER-SOURCE COUNTERS -- ONE ENTRY PER FEEDER HDR SEEN ON
038674         10  WS-SRC-READ-CNT     PIC 9(06) COMP.
038676         10  WS-SRC-BUCKET-CNT   PIC 9(06) COMP.
038678         10  WS-SRC-SUSP-CNT     PIC 9(06) COMP.
038679         10  WS-SRC-OVRD-CNT     PIC 9(06) COMP.
038686         10  WS-SRC-SET-SUB      PIC 9(02) COMP.
038693
038694*-------------------------------------------------------------
038695* CATCH-UP MODE -- THE DISTINCT HDR EXTRACT DATES FOUND ON THE
038696* BACKLOG, AND THE ONE THIS EXECUTION CLASSIFIES: THE DATE
038697* WHOSE RANK (OLDEST = 1) EQUALS THE RUNMODE CARD'S SLOT
038698*-------------------------------------------------------------
038699 01  WS-CATCHUP-TABLE.
038700     05  WS-CATCHUP-SLOT         PIC 9(02) VALUE ZERO.
038701     05  WS-CATCHUP-DATE         PIC 9(08) VALUE ZERO.
038702     05  WS-CU-DATE-MAX          PIC 9(02) COMP VALUE 31.
038703     05  WS-CU-DATE-COUNT        PIC 9(02) COMP VALUE ZERO.
038704     05  WS-CU-SUB               PIC 9(02) COMP VALUE ZERO.
038705     05  WS-CU-CMP-SUB           PIC 9(02) COMP VALUE ZERO.
038706     05  WS-CU-FOUND-SUB         PIC 9(02) COMP VALUE ZERO.
038707     05  WS-CU-RANK              PIC 9(02) COMP VALUE ZERO.
038708     05  WS-CU-DATE OCCURS 31 TIMES
038709                                 PIC 9(08).
038710
038755*-------------------------------------------------------------
038800* CLASS-RPT PRINT LINES
038900*-------------------------------------------------------------
039000 01  WS-CLASS-RPT-HEADING-1.
045000 01  WS-CLAS-MSTR-DETAIL.
045100     COPY CLASMSTC.
045200
045212*-------------------------------------------------------------
045224* CLAS-OVRD -- NAMED FIELDS FOR THE CLASSIFICATION OVERRIDE
045236* RECORD (COPYBOOK CLSOVRC)
045248*-------------------------------------------------------------
045260 01  WS-CLAS-OVRD-DETAIL.
045272     COPY CLSOVRC.
045284
045286*-------------------------------------------------------------
045288* ARCH-IN -- NAMED FIELDS FOR THE DORMANT-KEY ARCHIVE RECORD
045290* IN HAND (COPYBOOK CLSARCC)
045292*-------------------------------------------------------------
045294 01  WS-ARCH-DETAIL.
045296     COPY CLSARCC.
045298
045300*-------------------------------------------------------------
045400* STAT-OUT -- NAMED FIELDS FOR THE RUN-STATISTICS RECORD
045500* (COPYBOOK STATHSTC)
047500     05  FILLER                  PIC X(05) VALUE "OLD X".
047600     05  FILLER                  PIC X(02) VALUE SPACES.
047700     05  FILLER                  PIC X(05) VALUE "NEW X".
047800     05  FILLER                  PIC X(05) VALUE SPACES.
047833     05  FILLER                  PIC X(08) VALUE "NOTE".
047866     05  FILLER                  PIC X(25) VALUE SPACES.
047900
048000 01  WS-MOVE-RPT-DETAIL.
048100     05  WS-M-RECORD-KEY         PIC ZZZZZ9.
048700     05  WS-M-OLD-X              PIC ZZZZ9.99.
048800     05  FILLER                  PIC X(02) VALUE SPACES.
048900     05  WS-M-NEW-X              PIC ZZZZ9.99.
049000     05  FILLER                  PIC X(02) VALUE SPACES.
049033     05  WS-M-NOTE               PIC X(10).
049066     05  FILLER                  PIC X(23) VALUE SPACES.
049100
049200 01  WS-MOVE-RPT-TOTAL.
049300     05  WS-MT-LABEL             PIC X(37).
053540     05  WS-RS-ID                PIC X(08).
053550     05  FILLER                  PIC X(01) VALUE SPACES.
053560     05  WS-RS-TEXT              PIC X(21).
053570
053580 01  WS-RECON-SET-HEADING.
053582     05  FILLER                  PIC X(09) VALUE "RULE SET ".
053584     05  WS-RH-SET-NAME          PIC X(08).
053586     05  FILLER                  PIC X(11) VALUE " EFFECTIVE ".
053588     05  WS-RH-SET-EFF           PIC 9(08).
053590     05  FILLER                  PIC X(44) VALUE SPACES.
053591
053592 01  WS-RECON-SOURCE-SET.
053593     05  FILLER                  PIC X(07) VALUE "SOURCE ".
053594     05  WS-RX-ID                PIC X(08).
053595     05  FILLER                  PIC X(19)
053596         VALUE " RAN UNDER RULE SET".
053597     05  FILLER                  PIC X(01) VALUE SPACES.
053598     05  WS-RX-SET-NAME          PIC X(08).
053599     05  FILLER                  PIC X(11) VALUE " EFFECTIVE ".
053600     05  WS-RX-SET-EFF           PIC 9(08).
053601     05  FILLER                  PIC X(18) VALUE SPACES.
053602
053603 01  WS-RSET-NAME                 PIC X(08).
053607
053611*-------------------------------------------------------------
053619* CAL-MSTR -- NAMED FIELDS FOR THE CALENDAR RECORD
053627* (COPYBOOK CALMSTC)
053635*-------------------------------------------------------------
053643 01  WS-CAL-MSTR-DETAIL.
053647     COPY CALMSTC.
053651 
053700 PROCEDURE DIVISION.
053800*-----------------------------------------------------------------
053900* 0000-MAINLINE
055500         MOVE WS-THRESH-IN-STATUS TO WS-FATAL-FILE-STATUS
055600         GO TO 1000-FATAL-EXIT
055700     END-IF.
055725     IF CATCHUP-MODE
055750         PERFORM 1060-PLAN-CATCHUP THRU 1060-EXIT
055775     END-IF.
055777     OPEN INPUT  CAL-MSTR.
055779     IF WS-CAL-MSTR-STATUS NOT = "00"
055781         MOVE "CALMSTR" TO WS-FATAL-FILE-ID
055783         MOVE WS-CAL-MSTR-STATUS TO WS-FATAL-FILE-STATUS
055785         GO TO 1000-FATAL-EXIT
055787     END-IF.
055789     PERFORM 1070-TAKE-RUN-DATE THRU 1070-EXIT.
055791     PERFORM 1080-CHECK-CALENDAR THRU 1080-EXIT.
055800     OPEN INPUT  THRESH-CTL.
055900     OPEN OUTPUT CLASS-RPT.
056000     IF WS-CLASS-RPT-STATUS NOT = "00"
059400             MOVE WS-CLAS-MSTR-STATUS TO WS-FATAL-FILE-STATUS
059500             GO TO 1000-FATAL-EXIT
059600         END-IF
059606         OPEN INPUT ARCH-IN
059612         IF WS-ARCH-IN-STATUS NOT = "00"
059618             MOVE "CLSARCH" TO WS-FATAL-FILE-ID
059624             MOVE WS-ARCH-IN-STATUS TO WS-FATAL-FILE-STATUS
059630             GO TO 1000-FATAL-EXIT
059636         END-IF
059642         PERFORM 2760-READ-ARCH-IN THRU 2760-EXIT
059650     END-IF.
059656     OPEN INPUT CLAS-OVRD.
059662     IF WS-CLAS-OVRD-STATUS NOT = "00"
059668        AND WS-CLAS-OVRD-STATUS NOT = "05"
059674         MOVE "CLSOVRD" TO WS-FATAL-FILE-ID
059680         MOVE WS-CLAS-OVRD-STATUS TO WS-FATAL-FILE-STATUS
059686         GO TO 1000-FATAL-EXIT
059692     END-IF.
059700     OPEN OUTPUT MOVE-RPT.
059800     IF WS-MOVE-RPT-STATUS NOT = "00"
059900         MOVE "MOVERPT" TO WS-FATAL-FILE-ID
062400         WRITE MOVE-RPT-RECORD FROM WS-MOVE-RPT-HEADING-2
062500     END-IF.
062510     IF NOT EXTR-HAS-RECORDS
062520         PERFORM 1070-TAKE-RUN-DATE THRU 1070-EXIT
062530         MOVE WS-CURRENT-DATE TO EH-RUN-DATE
062540         WRITE EXTR-RECORD FROM WS-EXTR-HEADER
062550     END-IF.
062560     IF NOT DEFER-MODE AND NOT DLTA-HAS-RECORDS
062570         PERFORM 1070-TAKE-RUN-DATE THRU 1070-EXIT
062580         MOVE WS-CURRENT-DATE TO DH-RUN-DATE
062590         WRITE DLTA-RECORD FROM WS-DLTA-HEADER
062600     END-IF.
063720*-----------------------------------------------------------------
063730* 1050-READ-RUN-MODE -- RESOLVE THE RUN MODE BEFORE ANY FILE
063740* THE MODE GOVERNS IS OPENED. "DEFER" ON THE CARD MAKES THIS
063750* A PARTITION SLICE; "CATCHUP" (WITH ITS SLOT) A CATCH-UP RUN
063760* OF ONE BACKLOG DATE; ANYTHING ELSE (OR NO CARD) IS A NORMAL
063765* DIRECT-UPDATE RUN.
063770*-----------------------------------------------------------------
063780 1050-READ-RUN-MODE.
063790     OPEN INPUT RUN-MODE.
063892                     "-- MASTER AND INVENTORY UPDATES "
063894                     "DEFERRED TO CLSMERGE"
063896             END-IF
063897             IF RM-CATCHUP
063898                 PERFORM 1055-SET-CATCHUP-SLOT THRU 1055-EXIT
063899             END-IF
063902     END-READ.
063905     CLOSE RUN-MODE.
063910 1050-EXIT.
063920     EXIT.
063921
063922 1055-SET-CATCHUP-SLOT.
063923     IF RM-CATCHUP-SLOT IS NOT NUMERIC
063924        OR RM-CATCHUP-SLOT-N = ZERO
063925         DISPLAY "IFTHENELSEIF - RUNMODE CATCHUP CARD HAS NO "
063926             "SLOT NUMBER IN COLS 9-10 -- RUN REFUSED"
063927         MOVE 16 TO RETURN-CODE
063928         STOP RUN
063929     END-IF.
063930     SET CATCHUP-MODE TO TRUE.
063931     MOVE RM-CATCHUP-SLOT-N TO WS-CATCHUP-SLOT.
063932 1055-EXIT.
063933     EXIT.
063934
063935*-----------------------------------------------------------------
063936* 1060-PLAN-CATCHUP -- CATCH-UP RUN ONLY: PASS THE BACKLOG ON
063937* THRSHIN ONCE, NOTING EACH DISTINCT HDR EXTRACT DATE, AND
063938* TAKE THE DATE WHOSE RANK (OLDEST = 1) IS THIS RUN'S SLOT.
063939* THRSHIN IS THEN REOPENED FOR THE CLASSIFYING PASS. THE ORDER
063940* OF THE GENERATIONS ON THE DD DOES NOT MATTER. A SLOT WITH NO
063941* DATE (MORE STEPS THAN LATE DATES) ENDS WITH CODE 4.
063942*-----------------------------------------------------------------
063943 1060-PLAN-CATCHUP.
063944     PERFORM 1061-SCAN-ONE-RECORD THRU 1061-EXIT
063945         UNTIL THRESH-IN-EOF.
063946     CLOSE THRESH-IN.
063947     MOVE "N" TO WS-THRESH-IN-EOF-SW.
063948     OPEN INPUT THRESH-IN.
063949     IF WS-THRESH-IN-STATUS NOT = "00"
063950         MOVE "THRSHIN" TO WS-FATAL-FILE-ID
063951         MOVE WS-THRESH-IN-STATUS TO WS-FATAL-FILE-STATUS
063952         GO TO 1000-FATAL-EXIT
063953     END-IF.
063954     MOVE ZERO TO WS-CATCHUP-DATE.
063955     PERFORM 1063-RANK-ONE-DATE THRU 1063-EXIT
063956         VARYING WS-CU-SUB FROM 1 BY 1
063957         UNTIL WS-CU-SUB > WS-CU-DATE-COUNT.
063958     IF WS-CATCHUP-DATE = ZERO
063959         DISPLAY "IFTHENELSEIF - CATCH-UP SLOT " WS-CATCHUP-SLOT
063960             " HAS NO EXTRACT DATE -- THRSHIN CARRIES "
063961             WS-CU-DATE-COUNT " DATES"
063962         MOVE 4 TO RETURN-CODE
063963         STOP RUN
063964     END-IF.
063965     DISPLAY "IFTHENELSEIF - CATCH-UP SLOT " WS-CATCHUP-SLOT
063966         " OF " WS-CU-DATE-COUNT
063967         " -- CLASSIFYING EXTRACT DATE " WS-CATCHUP-DATE.
063968 1060-EXIT.
063969     EXIT.
063970
063971 1061-SCAN-ONE-RECORD.
063972     READ THRESH-IN
063973         AT END
063974             SET THRESH-IN-EOF TO TRUE
063975             GO TO 1061-EXIT
063976     END-READ.
063977     IF NOT TH-HEADER-RECORD
063978         GO TO 1061-EXIT
063979     END-IF.
063980     MOVE ZERO TO WS-CU-FOUND-SUB.
063981     PERFORM 1062-MATCH-ONE-DATE THRU 1062-EXIT
063982         VARYING WS-CU-SUB FROM 1 BY 1
063983         UNTIL WS-CU-SUB > WS-CU-DATE-COUNT
063984            OR WS-CU-FOUND-SUB > ZERO.
063985     IF WS-CU-FOUND-SUB > ZERO
063986         GO TO 1061-EXIT
063987     END-IF.
063988     IF WS-CU-DATE-COUNT = WS-CU-DATE-MAX
063989         DISPLAY "IFTHENELSEIF - MORE THAN " WS-CU-DATE-MAX
063990             " EXTRACT DATES ON THRSHIN -- " TH-EXTRACT-DATE
063991             " CANNOT BE CAUGHT UP IN THIS BACKLOG"
063992         GO TO 1061-EXIT
063993     END-IF.
063994     ADD 1 TO WS-CU-DATE-COUNT.
063995     MOVE TH-EXTRACT-DATE TO WS-CU-DATE (WS-CU-DATE-COUNT).
063996 1061-EXIT.
063997     EXIT.
063998
063999 1062-MATCH-ONE-DATE.
064000     IF WS-CU-DATE (WS-CU-SUB) = TH-EXTRACT-DATE
064001         MOVE WS-CU-SUB TO WS-CU-FOUND-SUB
064002     END-IF.
064003 1062-EXIT.
064004     EXIT.
064005
064006 1063-RANK-ONE-DATE.
064007     MOVE 1 TO WS-CU-RANK.
064008     PERFORM 1064-COUNT-ONE-OLDER THRU 1064-EXIT
064009         VARYING WS-CU-CMP-SUB FROM 1 BY 1
064010         UNTIL WS-CU-CMP-SUB > WS-CU-DATE-COUNT.
064011     IF WS-CU-RANK = WS-CATCHUP-SLOT
064012         MOVE WS-CU-DATE (WS-CU-SUB) TO WS-CATCHUP-DATE
064013     END-IF.
064014 1063-EXIT.
064015     EXIT.
064016
064017 1064-COUNT-ONE-OLDER.
064018     IF WS-CU-DATE (WS-CU-CMP-SUB) < WS-CU-DATE (WS-CU-SUB)
064019         ADD 1 TO WS-CU-RANK
064020     END-IF.
064021 1064-EXIT.
064022     EXIT.
064023
064024*-----------------------------------------------------------------
064025* 1070-TAKE-RUN-DATE -- THE DATE THE RUN'S WORK IS STAMPED WITH:
064026* TODAY, OR ON A CATCH-UP RUN THE BACKLOG EXTRACT DATE BEING
064027* CLASSIFIED
064028*-----------------------------------------------------------------
064029 1070-TAKE-RUN-DATE.
064030     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
064031     IF CATCHUP-MODE
064032         MOVE WS-CATCHUP-DATE TO WS-CURRENT-DATE
064033     END-IF.
064034 1070-EXIT.
064035     EXIT.
064036
064037*-----------------------------------------------------------------
064038* 1080-CHECK-CALENDAR -- THE NIGHT DOES NOT POST ON A DATE CALMSTR
064039* MARKS NON-PROCESSING UNLESS THE CALFORCE CARD NAMES THAT DATE
064040*-----------------------------------------------------------------
064041 1080-CHECK-CALENDAR.
064042     MOVE WS-CURRENT-DATE TO CAL-DATE-KEY.
064043     READ CAL-MSTR INTO WS-CAL-MSTR-DETAIL
064044         INVALID KEY
064045             MOVE "Y" TO CA-PROCESS-SW
064046     END-READ.
064047     CLOSE CAL-MSTR.
064048     IF NOT CA-NON-PROCESSING
064049         GO TO 1080-EXIT
064050     END-IF.
064051     PERFORM 1085-READ-CAL-FORCE THRU 1085-EXIT.
064052     IF CAL-FORCED
064053         DISPLAY "IFTHENELSEIF - " WS-CURRENT-DATE
064054             " IS NON-PROCESSING ON CALMSTR -- POSTED UNDER "
064055             "THE CALFORCE OVERRIDE"
064056         GO TO 1080-EXIT
064057     END-IF.
064058     DISPLAY "IFTHENELSEIF - " WS-CURRENT-DATE
064059         " IS NON-PROCESSING ON CALMSTR -- RUN REFUSED, "
064060         "NOTHING POSTED".
064061     CLOSE THRESH-IN.
064062     MOVE 12 TO RETURN-CODE.
064063     STOP RUN.
064064 1080-EXIT.
064065     EXIT.
064066
064067 1085-READ-CAL-FORCE.
064068     OPEN INPUT CAL-FORCE.
064069     IF WS-CAL-FORCE-STATUS NOT = "00"
064070         GO TO 1085-EXIT
064071     END-IF.
064072     READ CAL-FORCE
064073         NOT AT END
064074             IF CF-FORCE AND CF-RUN-DATE = WS-CURRENT-DATE
064075                 SET CAL-FORCED TO TRUE
064076             END-IF
064077     END-READ.
064078     CLOSE CAL-FORCE.
064079 1085-EXIT.
064080     EXIT.
064081
064082*-----------------------------------------------------------------
064083* 1100-READ-THRESH-CTL -- STAGE EVERY BAND RULE RECORD, THEN
064100* COPY THE DEFAULT SET IN FORCE FOR THE RUN DATE INTO THE BAND
064120* TABLE AS RULE SET 1, FOLLOWED BY THE SET IN FORCE FOR EACH
064140* SOURCE SYSTEM THAT HAS ONE OF ITS OWN. NO DEFAULT SET (OR AN
064150* EMPTY OR UNOPENABLE FILE) FALLS BACK TO THE BUILT-IN
064200* THREE-BAND DEFAULTS.
064300*-----------------------------------------------------------------
064400 1100-READ-THRESH-CTL.
064500     MOVE ZERO TO WS-BAND-COUNT.
064520     MOVE ZERO TO WS-CTL-COUNT.
064530     MOVE ZERO TO WS-RSET-COUNT.
064560     PERFORM 1070-TAKE-RUN-DATE THRU 1070-EXIT.
064600     IF WS-THRESH-CTL-STATUS = "00"
064700         PERFORM 1110-LOAD-BAND-RECORD THRU 1110-EXIT
064800             UNTIL THRESH-CTL-EOF
064900                OR WS-CTL-COUNT = WS-CTL-MAX
065000         CLOSE THRESH-CTL
065100     END-IF.
065200     MOVE SPACES TO WS-RSET-WANT-SRC.
065300     PERFORM 1130-BUILD-RULE-SET THRU 1130-EXIT.
065400     PERFORM 1140-FIND-SOURCE-SET THRU 1140-EXIT
065420         VARYING WS-CTL-SCAN-SUB FROM 1 BY 1
065440         UNTIL WS-CTL-SCAN-SUB > WS-CTL-COUNT.
065500 1100-EXIT.
065600     EXIT.
065700
066550         GO TO 1110-EXIT
066600     END-IF.
066700     ADD 1 TO WS-CTL-COUNT.
066750     MOVE TC-SOURCE-SYSTEM TO WS-CTL-SOURCE (WS-CTL-COUNT).
066800     MOVE TC-BAND-CODE  TO WS-CTL-BAND-CODE (WS-CTL-COUNT).
066900     MOVE TC-LOW-BOUND  TO WS-CTL-LOW (WS-CTL-COUNT).
067000     MOVE TC-HIGH-BOUND TO WS-CTL-HIGH (WS-CTL-COUNT).
067700     ELSE
067750         MOVE ZERO TO WS-CTL-EFF-DATE (WS-CTL-COUNT)
067800     END-IF.
068100 1110-EXIT.
068200     EXIT.
068210
068220*-----------------------------------------------------------------
068230* 1115-SELECT-RULE-SET -- COPY ONE STAGED ENTRY INTO THE BAND
068240* TABLE WHEN IT BELONGS TO THE SET IN FORCE FOR THE RUN DATE
068245* FOR THE SOURCE BEING BUILT. THE RULES LINEAGE DATE IS TAKEN
068250* FROM THE SELECTED SETS ONLY.
068260*-----------------------------------------------------------------
068262 1115-SELECT-RULE-SET.
068264     IF WS-CTL-SOURCE (WS-CTL-SUB) NOT = WS-RSET-WANT-SRC
068265        OR WS-CTL-EFF-DATE (WS-CTL-SUB) NOT = WS-CTL-EFF-BEST
068266         GO TO 1115-EXIT
068268     END-IF.
068270     ADD 1 TO WS-BAND-COUNT.
070100     MOVE "X IS IN DEFAULT HIGH BAND"
070200                                   TO WS-BAND-DESC (3).
070300     MOVE ZERO                     TO WS-BAND-CNT (3).
070310     SET RSET-BUILT-IN-SET (1)     TO TRUE.
070320     MOVE ZERO                     TO WS-RSET-EFF (1).
070330     MOVE 3                        TO WS-RSET-LAST (1).
070400 1120-EXIT.
070500     EXIT.
070501
070502*-----------------------------------------------------------------
070503* 1130-BUILD-RULE-SET -- ADD THE SET IN FORCE FOR THE RUN DATE
070504* FOR SOURCE WS-RSET-WANT-SRC TO THE RULE-SET AND BAND TABLES.
070505* A SOURCE WHOSE OWN SETS ARE ALL STILL PENDING GETS NO ENTRY
070506* AND RUNS UNDER THE DEFAULT SET; AN EMPTY DEFAULT SET TAKES
070507* THE BUILT-IN BANDS.
070508*-----------------------------------------------------------------
070509 1130-BUILD-RULE-SET.
070510     IF WS-RSET-COUNT = WS-RSET-MAX
070511         DISPLAY "IFTHENELSEIF - MORE THAN " WS-RSET-MAX
070512             " RULE SETS -- SOURCE " WS-RSET-WANT-SRC
070513             " RUNS UNDER THE DEFAULT SET"
070514         GO TO 1130-EXIT
070515     END-IF.
070516     MOVE ZERO TO WS-CTL-EFF-BEST.
070517     PERFORM 1135-CHECK-ONE-EFF THRU 1135-EXIT
070518         VARYING WS-CTL-SUB FROM 1 BY 1
070519         UNTIL WS-CTL-SUB > WS-CTL-COUNT.
070520     ADD 1 TO WS-RSET-COUNT.
070521     MOVE WS-RSET-WANT-SRC TO WS-RSET-SOURCE (WS-RSET-COUNT).
070522     MOVE WS-CTL-EFF-BEST  TO WS-RSET-EFF (WS-RSET-COUNT).
070523     ADD 1 WS-BAND-COUNT GIVING WS-RSET-FIRST (WS-RSET-COUNT).
070524     IF WS-RSET-WANT-SRC = SPACES
070525         SET RSET-DEFAULT-SET (WS-RSET-COUNT) TO TRUE
070526     ELSE
070527         SET RSET-OWN-SET (WS-RSET-COUNT) TO TRUE
070528     END-IF.
070529     PERFORM 1115-SELECT-RULE-SET THRU 1115-EXIT
070530         VARYING WS-CTL-SUB FROM 1 BY 1
070531         UNTIL WS-CTL-SUB > WS-CTL-COUNT
070532            OR WS-BAND-COUNT = WS-BAND-MAX.
070533     MOVE WS-BAND-COUNT TO WS-RSET-LAST (WS-RSET-COUNT).
070534     IF WS-RSET-LAST (WS-RSET-COUNT)
070535        < WS-RSET-FIRST (WS-RSET-COUNT)
070536         IF WS-RSET-WANT-SRC = SPACES
070537             PERFORM 1120-DEFAULT-BANDS THRU 1120-EXIT
070538         ELSE
070539             SUBTRACT 1 FROM WS-RSET-COUNT
070540         END-IF
070541     END-IF.
070542 1130-EXIT.
070543     EXIT.
070544
070545 1135-CHECK-ONE-EFF.
070546     IF WS-CTL-SOURCE (WS-CTL-SUB) = WS-RSET-WANT-SRC
070547        AND WS-CTL-EFF-DATE (WS-CTL-SUB) NOT > WS-CURRENT-DATE
070548        AND WS-CTL-EFF-DATE (WS-CTL-SUB) > WS-CTL-EFF-BEST
070549         MOVE WS-CTL-EFF-DATE (WS-CTL-SUB) TO WS-CTL-EFF-BEST
070550     END-IF.
070551 1135-EXIT.
070552     EXIT.
070553
070554*-----------------------------------------------------------------
070555* 1140-FIND-SOURCE-SET -- THE FIRST STAGED RECORD OF A SOURCE
070556* SYSTEM NOT YET IN THE RULE-SET TABLE BUILDS THAT SOURCE'S SET
070557*-----------------------------------------------------------------
070558 1140-FIND-SOURCE-SET.
070559     IF WS-CTL-SOURCE (WS-CTL-SCAN-SUB) = SPACES
070560         GO TO 1140-EXIT
070561     END-IF.
070562     IF WS-CTL-SCAN-SUB > 1
070563         SUBTRACT 1 FROM WS-CTL-SCAN-SUB GIVING WS-CTL-SUB
070564         IF WS-CTL-SOURCE (WS-CTL-SUB)
070565            = WS-CTL-SOURCE (WS-CTL-SCAN-SUB)
070566             GO TO 1140-EXIT
070567         END-IF
070568     END-IF.
070569     MOVE WS-CTL-SOURCE (WS-CTL-SCAN-SUB) TO WS-RSET-WANT-SRC.
070570     PERFORM 1150-FIND-RULE-SET THRU 1150-EXIT.
070571     IF WS-RSET-FOUND-SUB = ZERO
070572         PERFORM 1130-BUILD-RULE-SET THRU 1130-EXIT
070573     END-IF.
070574 1140-EXIT.
070575     EXIT.
070576
070577*-----------------------------------------------------------------
070578* 1150-FIND-RULE-SET -- LOCATE THE RULE SET BUILT FOR SOURCE
070579* WS-RSET-WANT-SRC. ZERO WHEN THE SOURCE HAS NONE OF ITS OWN.
070580*-----------------------------------------------------------------
070581 1150-FIND-RULE-SET.
070582     MOVE ZERO TO WS-RSET-FOUND-SUB.
070583     PERFORM 1160-MATCH-ONE-RULE-SET THRU 1160-EXIT
070584         VARYING WS-RSET-SUB FROM 1 BY 1
070585         UNTIL WS-RSET-SUB > WS-RSET-COUNT
070586            OR WS-RSET-FOUND-SUB > ZERO.
070587 1150-EXIT.
070588     EXIT.
070589
070590 1160-MATCH-ONE-RULE-SET.
070591     IF WS-RSET-SOURCE (WS-RSET-SUB) = WS-RSET-WANT-SRC
070592         MOVE WS-RSET-SUB TO WS-RSET-FOUND-SUB
070593     END-IF.
070594 1160-EXIT.
070595     EXIT.
070600
070700 1200-CHECK-RESTART.
070800     IF WS-CHKPT-IN-STATUS = "00"
079600                 END-IF
079700                 GO TO 1310-READ-FIRST-DETAIL
079800             END-IF
079825             IF CATCHUP-MODE AND NOT SECTION-SELECTED
079850                 GO TO 1310-READ-FIRST-DETAIL
079875             END-IF
079900     END-READ.
080000 1310-EXIT.
080100     EXIT.
082400                 END-IF
082500                 GO TO 1410-SKIP-ONE-RECORD
082600             END-IF
082602             IF CATCHUP-MODE AND NOT SECTION-SELECTED
082604                 GO TO 1410-SKIP-ONE-RECORD
082606             END-IF
082610             IF WS-RECORDS-SKIPPED = ZERO
082620                 MOVE TI-RECORD-KEY TO WS-FIRST-KEY
082630             END-IF
089700                 END-IF
089800                 GO TO 2100-READ-THRESH-IN
089900             END-IF
089902             IF CATCHUP-MODE AND NOT SECTION-SELECTED
089904                 GO TO 2100-READ-THRESH-IN
089906             END-IF
089910             IF WS-SRC-CUR-SUB = ZERO
089920                 PERFORM 2130-SET-SOURCE-ENTRY THRU 2130-EXIT
089930             END-IF
090702* 2120-CAPTURE-HEADER -- AN HDR RECORD OPENS A NEW FEEDER
090703* SECTION OF THRESH-IN: CAPTURE ITS EXTRACT DATE AND SOURCE
090704* SYSTEM. THE FIRST HDR'S EXTRACT DATE IS THE RUN IDENTITY THE
090705* CHECKPOINTS ARE CUT AGAINST. ON A CATCH-UP RUN A SECTION OF
090706* ANY OTHER EXTRACT DATE IS PASSED OVER, DETAILS AND ALL.
090707*-----------------------------------------------------------------
090708 2120-CAPTURE-HEADER.
090709     IF CATCHUP-MODE
090710         IF TH-EXTRACT-DATE NOT = WS-CATCHUP-DATE
090711             MOVE "N" TO WS-SECTION-SELECTED-SW
090712             GO TO 2120-EXIT
090713         END-IF
090714         SET SECTION-SELECTED TO TRUE
090715     END-IF.
090716     MOVE TH-EXTRACT-DATE TO WS-EXTRACT-DATE.
090717     IF WS-FIRST-EXTR-DATE = ZERO
090718         MOVE TH-EXTRACT-DATE TO WS-FIRST-EXTR-DATE
090719     END-IF.
090720     MOVE TH-SOURCE-SYSTEM TO WS-CURRENT-SOURCE.
090721     PERFORM 2130-SET-SOURCE-ENTRY THRU 2130-EXIT.
090722 2120-EXIT.
090723     EXIT.
090724
090725*-----------------------------------------------------------------
090726* 2130-SET-SOURCE-ENTRY -- FIND (OR ADD) THE CURRENT SOURCE IN
090727* THE PER-SOURCE COUNTER TABLE. A DETAIL ARRIVING BEFORE ANY
090728* HDR TALLIES UNDER A BLANK SOURCE ID. WHEN THE TABLE IS FULL
090729* THE EXCESS SOURCE TALLIES UNDER THE LAST ENTRY, WITH A NOTE
090730* TO THE LOG. A NEW ENTRY IS TIED TO ITS SOURCE'S OWN RULE
090731* SET, OR TO THE DEFAULT SET (ENTRY 1) WHEN IT HAS NONE.
090732*-----------------------------------------------------------------
090733 2130-SET-SOURCE-ENTRY.
090734     MOVE ZERO TO WS-SRC-CUR-SUB.
090735     PERFORM 2140-MATCH-ONE-SOURCE THRU 2140-EXIT
090736         VARYING WS-SRC-SUB FROM 1 BY 1
090737         UNTIL WS-SRC-SUB > WS-SRC-COUNT
090738            OR WS-SRC-CUR-SUB > ZERO.
090739     IF WS-SRC-CUR-SUB > ZERO
090740         GO TO 2130-EXIT
090741     END-IF.
090742     IF WS-SRC-COUNT = WS-SRC-MAX
090743         DISPLAY "IFTHENELSEIF - MORE THAN " WS-SRC-MAX
090744             " SOURCES -- " WS-CURRENT-SOURCE
090745             " TALLIED UNDER " WS-SRC-ID (WS-SRC-MAX)
090746         MOVE WS-SRC-MAX TO WS-SRC-CUR-SUB
090747         GO TO 2130-EXIT
090748     END-IF.
090749     ADD 1 TO WS-SRC-COUNT.
090750     MOVE WS-SRC-COUNT TO WS-SRC-CUR-SUB.
090751     MOVE WS-CURRENT-SOURCE TO WS-SRC-ID (WS-SRC-CUR-SUB).
090752     MOVE ZERO TO WS-SRC-READ-CNT (WS-SRC-CUR-SUB).
090753     MOVE ZERO TO WS-SRC-BUCKET-CNT (WS-SRC-CUR-SUB).
090754     MOVE ZERO TO WS-SRC-SUSP-CNT (WS-SRC-CUR-SUB).
090755     MOVE ZERO TO WS-SRC-OVRD-CNT (WS-SRC-CUR-SUB).
090756     MOVE WS-CURRENT-SOURCE TO WS-RSET-WANT-SRC.
090757     PERFORM 1150-FIND-RULE-SET THRU 1150-EXIT.
090758     IF WS-RSET-FOUND-SUB = ZERO
090759         MOVE 1 TO WS-RSET-FOUND-SUB
090762     END-IF.
090765     MOVE WS-RSET-FOUND-SUB TO WS-SRC-SET-SUB (WS-SRC-CUR-SUB).
090768 2130-EXIT.
090771     EXIT.
090774
090777 2140-MATCH-ONE-SOURCE.
090780     IF WS-SRC-ID (WS-SRC-SUB) = WS-CURRENT-SOURCE
090783         MOVE WS-SRC-SUB TO WS-SRC-CUR-SUB
090786     END-IF.
090789 2140-EXIT.
090792     EXIT.
090795
090800*-----------------------------------------------------------------
090900* 2200-CLASSIFY-RECORD -- SEARCH THE CURRENT SOURCE'S RULE SET
091000* FOR THE BAND WHOSE BOUNDS CONTAIN THE X VALUE. THE BAND CODE
091100* BECOMES THE BRANCH CODE WRITTEN TO AUDIT-OUT. A KEY WITH AN
091133* OVERRIDE IN FORCE TAKES THE FORCED BAND INSTEAD, COUNTED IN
091166* THE OVERRIDE BUCKET RATHER THAN THE BAND.
091200*-----------------------------------------------------------------
091300 2200-CLASSIFY-RECORD.
091350     SET WS-RULE-DECISION TO TRUE.
091400     IF TI-X-VALUE NOT NUMERIC
091500         MOVE "X VALUE IS NOT NUMERIC" TO WS-CLASS-TEXT
091600         MOVE "01" TO WS-SUSP-REASON
091700         SET WS-BRANCH-INVALID TO TRUE
091800         GO TO 2200-EXIT
091900     END-IF.
091909     PERFORM 2220-CHECK-OVERRIDE THRU 2220-EXIT.
091918     IF WS-OVERRIDE-DECISION
091927         MOVE OV-FORCED-BAND   TO WS-BRANCH-CODE
091936         MOVE OV-FORCED-BAND   TO WS-OVT-BAND
091945         MOVE WS-OVERRIDE-TEXT TO WS-CLASS-TEXT
091954         ADD 1 TO WS-OVERRIDE-CNT
091963         ADD 1 TO WS-SRC-BUCKET-CNT (WS-SRC-CUR-SUB)
091972         ADD 1 TO WS-SRC-OVRD-CNT (WS-SRC-CUR-SUB)
091981         GO TO 2200-EXIT
091990     END-IF.
092000     MOVE ZERO TO WS-BAND-FOUND-SUB.
092050     MOVE WS-SRC-SET-SUB (WS-SRC-CUR-SUB) TO WS-RSET-SUB.
092100     PERFORM 2210-FIND-BAND THRU 2210-EXIT
092200         VARYING WS-BAND-SUB FROM WS-RSET-FIRST (WS-RSET-SUB) BY 1
092300         UNTIL WS-BAND-SUB > WS-RSET-LAST (WS-RSET-SUB)
092400            OR WS-BAND-FOUND-SUB > ZERO.
092500     IF WS-BAND-FOUND-SUB > ZERO
092600         MOVE WS-BAND-DESC (WS-BAND-FOUND-SUB) TO WS-CLASS-TEXT
094100     END-IF.
094200 2210-EXIT.
094300     EXIT.
094304
094308*-----------------------------------------------------------------
094312* 2220-CHECK-OVERRIDE -- AN OVERRIDE IS IN FORCE WHEN THE KEY IS
094316* ON CLSOVRD AND THE RUN DATE FALLS ON OR BETWEEN ITS START AND
094320* EXPIRY DATES. AN EXPIRED OR NOT-YET-STARTED OVERRIDE IS
094324* IGNORED AND THE RULES DECIDE.
094328*-----------------------------------------------------------------
094332 2220-CHECK-OVERRIDE.
094336     MOVE TI-RECORD-KEY TO OVR-RECORD-KEY.
094340     READ CLAS-OVRD INTO WS-CLAS-OVRD-DETAIL
094344         INVALID KEY
094348             GO TO 2220-EXIT
094352     END-READ.
094356     IF WS-CLAS-OVRD-STATUS NOT = "00"
094360         GO TO 2220-EXIT
094364     END-IF.
094368     IF OV-START-DATE > WS-CURRENT-DATE
094372        OR OV-EXPIRY-DATE < WS-CURRENT-DATE
094376         GO TO 2220-EXIT
094380     END-IF.
094384     SET WS-OVERRIDE-DECISION TO TRUE.
094388 2220-EXIT.
094392     EXIT.
094400
094500 2300-WRITE-CLASS-RPT.
094600     MOVE TI-RECORD-KEY TO WS-D-RECORD-KEY.
095100     EXIT.
095200 
095300 2400-WRITE-AUDIT-RECORD.
095400     PERFORM 1070-TAKE-RUN-DATE THRU 1070-EXIT.
095500     ACCEPT WS-CURRENT-TIME FROM TIME.
095600     MOVE SPACES          TO WS-AUDIT-DETAIL.
095700     MOVE TI-RECORD-KEY   TO AU-RECORD-KEY.
096000     MOVE WS-CURRENT-DATE TO AU-TIMESTAMP-DATE.
096100     MOVE WS-CURRENT-TIME TO AU-TIMESTAMP-TIME.
096150     MOVE WS-CURRENT-SOURCE TO AU-SOURCE-SYSTEM.
096175     MOVE WS-DECISION-TYPE TO AU-DECISION-TYPE.
096200     WRITE AUDIT-RECORD FROM WS-AUDIT-DETAIL.
096300 2400-EXIT.
096400     EXIT.
101400     EXIT.
101500
101600 2710-ADD-MASTER-RECORD.
101620     PERFORM 2750-PROBE-ARCHIVE THRU 2750-EXIT.
101640     IF KEY-REINSTATED
101660         PERFORM 2740-WRITE-REINSTATEMENT THRU 2740-EXIT
101680     END-IF.
101700     MOVE SPACES          TO WS-CLAS-MSTR-DETAIL.
101800     MOVE TI-RECORD-KEY   TO CM-RECORD-KEY.
101900     MOVE TI-X-VALUE      TO CM-X-VALUE.
102000     MOVE WS-BRANCH-CODE  TO CM-BRANCH-CODE.
102100     MOVE WS-CURRENT-DATE TO CM-CLASS-DATE.
102150     MOVE WS-CURRENT-SOURCE TO CM-SOURCE-SYSTEM.
102175     MOVE WS-DECISION-TYPE TO CM-DECISION-TYPE.
102200     WRITE CLAS-MSTR-RECORD FROM WS-CLAS-MSTR-DETAIL
102300         INVALID KEY
102400             DISPLAY "IFTHENELSEIF - CLASMSTR WRITE FAILED KEY "
102670     MOVE TI-X-VALUE        TO DL-NEW-X-VALUE.
102680     MOVE WS-CURRENT-DATE   TO DL-RUN-DATE.
102690     MOVE WS-CURRENT-SOURCE TO DL-SOURCE-SYSTEM.
102691     MOVE WS-DECISION-TYPE  TO DL-DECISION-TYPE.
102692     MOVE ZERO              TO DL-OLD-CLASS-DATE.
102693     MOVE ZERO              TO DL-REVERSED-RUN-DATE.
102696     PERFORM 2850-WRITE-DELTA THRU 2850-EXIT.
102700 2710-EXIT.
102800     EXIT.
102900
103270         MOVE TI-X-VALUE        TO DL-NEW-X-VALUE
103280         MOVE WS-CURRENT-DATE   TO DL-RUN-DATE
103290         MOVE WS-CURRENT-SOURCE TO DL-SOURCE-SYSTEM
103291         MOVE WS-DECISION-TYPE  TO DL-DECISION-TYPE
103292         MOVE CM-CLASS-DATE     TO DL-OLD-CLASS-DATE
103293         MOVE CM-SOURCE-SYSTEM  TO DL-OLD-SOURCE-SYSTEM
103294         MOVE CM-DECISION-TYPE  TO DL-OLD-DECISION-TYPE
103295         MOVE ZERO              TO DL-REVERSED-RUN-DATE
103297         PERFORM 2850-WRITE-DELTA THRU 2850-EXIT
103300     END-IF.
103400     MOVE TI-X-VALUE      TO CM-X-VALUE.
103500     MOVE WS-BRANCH-CODE  TO CM-BRANCH-CODE.
103600     MOVE WS-CURRENT-DATE TO CM-CLASS-DATE.
103650     MOVE WS-CURRENT-SOURCE TO CM-SOURCE-SYSTEM.
103675     MOVE WS-DECISION-TYPE TO CM-DECISION-TYPE.
103700     REWRITE CLAS-MSTR-RECORD FROM WS-CLAS-MSTR-DETAIL
103800         INVALID KEY
103900             DISPLAY "IFTHENELSEIF - CLASMSTR REWRITE FAILED KEY "
104800     MOVE WS-BRANCH-CODE TO WS-M-NEW-BAND.
104900     MOVE CM-X-VALUE     TO WS-M-OLD-X.
105000     MOVE TI-X-VALUE     TO WS-M-NEW-X.
105016     IF WS-OVERRIDE-DECISION
105032         MOVE "OVERRIDE" TO WS-M-NOTE
105048     ELSE
105064         MOVE SPACES     TO WS-M-NOTE
105080     END-IF.
105100     WRITE MOVE-RPT-RECORD FROM WS-MOVE-RPT-DETAIL.
105200     ADD 1 TO WS-MOVEMENT-CNT.
105300 2730-EXIT.
105400     EXIT.
105401
105402*-----------------------------------------------------------------
105403* 2740-WRITE-REINSTATEMENT -- A KEY COMING BACK ONTO THE MASTER
105404* FROM THE DORMANT-KEY ARCHIVE IS LISTED AGAINST THE BAND AND
105405* X VALUE IT WAS ARCHIVED WITH, NOT AS A BRAND-NEW KEY
105406*-----------------------------------------------------------------
105407 2740-WRITE-REINSTATEMENT.
105408     MOVE TI-RECORD-KEY  TO WS-M-RECORD-KEY.
105409     MOVE AR-BRANCH-CODE TO WS-M-OLD-BAND.
105410     MOVE WS-BRANCH-CODE TO WS-M-NEW-BAND.
105411     MOVE AR-X-VALUE     TO WS-M-OLD-X.
105412     MOVE TI-X-VALUE     TO WS-M-NEW-X.
105413     MOVE "REINSTATED"   TO WS-M-NOTE.
105414     WRITE MOVE-RPT-RECORD FROM WS-MOVE-RPT-DETAIL.
105415     ADD 1 TO WS-REINSTATED-CNT.
105416 2740-EXIT.
105417     EXIT.
105418
105419*-----------------------------------------------------------------
105420* 2750-PROBE-ARCHIVE -- IS THIS NEW KEY ON THE DORMANT-KEY
105421* ARCHIVE? THE ARCHIVE IS READ FORWARD IN STEP WITH THE
105422* ASCENDING INPUT KEYS; A KEY LOWER THAN THE LAST ONE PROBED
105423* (A NEW INPUT FILE) REWINDS IT TO THE START.
105424*-----------------------------------------------------------------
105425 2750-PROBE-ARCHIVE.
105426     MOVE "N" TO WS-REINSTATED-SW.
105427     IF TI-RECORD-KEY < WS-ARCH-PROBE-KEY
105428         CLOSE ARCH-IN
105429         OPEN INPUT ARCH-IN
105430         MOVE "N" TO WS-ARCH-IN-EOF-SW
105431         PERFORM 2760-READ-ARCH-IN THRU 2760-EXIT
105432     END-IF.
105433     MOVE TI-RECORD-KEY TO WS-ARCH-PROBE-KEY.
105434     PERFORM 2760-READ-ARCH-IN THRU 2760-EXIT
105435         UNTIL ARCH-IN-EOF
105436            OR AR-RECORD-KEY NOT < TI-RECORD-KEY.
105437     IF NOT ARCH-IN-EOF
105438        AND AR-RECORD-KEY = TI-RECORD-KEY
105439         SET KEY-REINSTATED TO TRUE
105440     END-IF.
105441 2750-EXIT.
105442     EXIT.
105443
105444 2760-READ-ARCH-IN.
105445     READ ARCH-IN INTO WS-ARCH-DETAIL
105446         AT END
105447             SET ARCH-IN-EOF TO TRUE
105448     END-READ.
105449 2760-EXIT.
105450     EXIT.
105500
105600*-----------------------------------------------------------------
105700* 2800-WRITE-EXTRACT -- ONE INTERFACE DETAIL PER BANDED RECORD.
106500     MOVE WS-BRANCH-CODE  TO EX-BRANCH-CODE.
106600     MOVE WS-CURRENT-DATE TO EX-RUN-DATE.
106650     MOVE WS-CURRENT-SOURCE TO EX-SOURCE-SYSTEM.
106675     MOVE WS-DECISION-TYPE TO EX-DECISION-TYPE.
106700     WRITE EXTR-RECORD FROM WS-EXTR-DETAIL.
106800     ADD 1          TO WS-EXTR-DETAIL-CNT.
106900     ADD TI-X-VALUE TO WS-EXTR-HASH-TOTAL.
107900     MOVE "KEYS THAT CHANGED BANDS THIS RUN" TO WS-MT-LABEL.
108000     MOVE WS-MOVEMENT-CNT                    TO WS-MT-COUNT.
108100     WRITE MOVE-RPT-RECORD FROM WS-MOVE-RPT-TOTAL.
108125     MOVE "KEYS REINSTATED FROM THE ARCHIVE" TO WS-MT-LABEL.
108150     MOVE WS-REINSTATED-CNT                  TO WS-MT-COUNT.
108175     WRITE MOVE-RPT-RECORD FROM WS-MOVE-RPT-TOTAL.
108200     IF NOT RESTART-RUN
108300         PERFORM 9300-WRITE-STAT-RECORD THRU 9300-EXIT
108400     END-IF.
108600     PERFORM 9500-SET-CONDITION-CODE THRU 9500-EXIT.
108650     PERFORM 9800-POST-RUN-CONTROL THRU 9800-EXIT.
108700     CLOSE THRESH-IN CLASS-RPT AUDIT-OUT CHKPT-OUT RECON-RPT
108800         SUSP-OUT MOVE-RPT STAT-OUT EXTR-OUT CLAS-OVRD.
108820     IF NOT DEFER-MODE
108830         CLOSE SUSP-MSTR CLAS-MSTR DLTA-OUT ARCH-IN
108840     END-IF.
108900 9000-EXIT.
109000     EXIT.
109400     PERFORM 9110-ADD-BAND-COUNT THRU 9110-EXIT
109500         VARYING WS-BAND-SUB FROM 1 BY 1
109600         UNTIL WS-BAND-SUB > WS-BAND-COUNT.
109650     ADD WS-OVERRIDE-CNT TO WS-BUCKET-TOTAL-CNT.
109700     ADD WS-RECORDS-SKIPPED WS-RECORDS-READ
109800         GIVING WS-TOTAL-PHYSICAL-READS.
109900     SUBTRACT WS-BUCKET-TOTAL-CNT FROM WS-RECORDS-READ
110800     MOVE "TOTAL PHYSICAL READS FROM THRESH-IN" TO WS-RD-LABEL.
110900     MOVE WS-TOTAL-PHYSICAL-READS              TO WS-RD-COUNT.
111000     WRITE RECON-RPT-RECORD FROM WS-RECON-RPT-DETAIL.
111100     PERFORM 9115-WRITE-RULE-SET THRU 9115-EXIT
111200         VARYING WS-RSET-SUB FROM 1 BY 1
111300         UNTIL WS-RSET-SUB > WS-RSET-COUNT.
111325     MOVE "RECORDS BANDED BY OVERRIDE"    TO WS-RD-LABEL.
111350     MOVE WS-OVERRIDE-CNT                 TO WS-RD-COUNT.
111375     WRITE RECON-RPT-RECORD FROM WS-RECON-RPT-DETAIL.
111400     MOVE "TOTAL OF ALL BUCKETS"          TO WS-RD-LABEL.
111500     MOVE WS-BUCKET-TOTAL-CNT             TO WS-RD-COUNT.
111600     WRITE RECON-RPT-RECORD FROM WS-RECON-RPT-DETAIL.
113900 9110-EXIT.
114000     EXIT.
114100
114106*-----------------------------------------------------------------
114112* 9115-WRITE-RULE-SET -- ONE RULE SET'S HEADING AND ITS BANDS
114118*-----------------------------------------------------------------
114124 9115-WRITE-RULE-SET.
114130     PERFORM 9140-NAME-RULE-SET THRU 9140-EXIT.
114136     MOVE WS-RSET-NAME               TO WS-RH-SET-NAME.
114142     MOVE WS-RSET-EFF (WS-RSET-SUB)  TO WS-RH-SET-EFF.
114148     WRITE RECON-RPT-RECORD FROM WS-RECON-SET-HEADING.
114154     PERFORM 9120-WRITE-BAND-LINE THRU 9120-EXIT
114160         VARYING WS-BAND-SUB FROM WS-RSET-FIRST (WS-RSET-SUB) BY 1
114166         UNTIL WS-BAND-SUB > WS-RSET-LAST (WS-RSET-SUB).
114172 9115-EXIT.
114178     EXIT.
114184
114200 9120-WRITE-BAND-LINE.
114300     MOVE WS-BAND-CODE (WS-BAND-SUB) TO WS-RB-CODE.
114400     MOVE WS-BAND-DESC (WS-BAND-SUB) TO WS-RB-DESC.
114900     EXIT.
114910
114920*-----------------------------------------------------------------
114930* 9130-WRITE-SOURCE-LINES -- THE BY-SOURCE BREAKOUT: THE RULE
114940* SET IT RAN UNDER, READS, BUCKETS, AND SUSPENSE FOR ONE
114945* FEEDER SOURCE
114950*-----------------------------------------------------------------
114960 9130-WRITE-SOURCE-LINES.
114961     MOVE WS-SRC-SET-SUB (WS-SRC-SUB)     TO WS-RSET-SUB.
114962     PERFORM 9140-NAME-RULE-SET THRU 9140-EXIT.
114963     MOVE WS-SRC-ID (WS-SRC-SUB)          TO WS-RX-ID.
114964     MOVE WS-RSET-NAME                    TO WS-RX-SET-NAME.
114965     MOVE WS-RSET-EFF (WS-RSET-SUB)       TO WS-RX-SET-EFF.
114966     WRITE RECON-RPT-RECORD FROM WS-RECON-SOURCE-SET.
114967     MOVE WS-SRC-ID (WS-SRC-SUB)          TO WS-RS-ID.
114968     MOVE "RECORDS READ"                  TO WS-RS-TEXT.
114969     MOVE WS-RECON-SOURCE-LABEL           TO WS-RD-LABEL.
114970     MOVE WS-SRC-READ-CNT (WS-SRC-SUB)    TO WS-RD-COUNT.
114971     WRITE RECON-RPT-RECORD FROM WS-RECON-RPT-DETAIL.
114972     MOVE "RECORDS BUCKETED"              TO WS-RS-TEXT.
114974     MOVE WS-RECON-SOURCE-LABEL           TO WS-RD-LABEL.
114976     MOVE WS-SRC-BUCKET-CNT (WS-SRC-SUB)  TO WS-RD-COUNT.
114978     WRITE RECON-RPT-RECORD FROM WS-RECON-RPT-DETAIL.
114979     MOVE "  OF WHICH OVERRIDDEN"         TO WS-RS-TEXT.
114980     MOVE WS-RECON-SOURCE-LABEL           TO WS-RD-LABEL.
114981     MOVE WS-SRC-OVRD-CNT (WS-SRC-SUB)    TO WS-RD-COUNT.
114982     WRITE RECON-RPT-RECORD FROM WS-RECON-RPT-DETAIL.
114983     MOVE "RECORDS TO SUSPENSE"           TO WS-RS-TEXT.
114984     MOVE WS-RECON-SOURCE-LABEL           TO WS-RD-LABEL.
114985     MOVE WS-SRC-SUSP-CNT (WS-SRC-SUB)    TO WS-RD-COUNT.
114986     WRITE RECON-RPT-RECORD FROM WS-RECON-RPT-DETAIL.
114988 9130-EXIT.
114990     EXIT.
114991
114992*-----------------------------------------------------------------
114993* 9140-NAME-RULE-SET -- THE PRINTED NAME OF RULE SET
114994* WS-RSET-SUB: ITS SOURCE SYSTEM, OR DEFAULT OR BUILT-IN
114995*-----------------------------------------------------------------
114996 9140-NAME-RULE-SET.
114997     IF RSET-OWN-SET (WS-RSET-SUB)
114998         MOVE WS-RSET-SOURCE (WS-RSET-SUB) TO WS-RSET-NAME
114999     ELSE
115000         IF RSET-DEFAULT-SET (WS-RSET-SUB)
115001             MOVE "DEFAULT"  TO WS-RSET-NAME
115002         ELSE
115003             MOVE "BUILT-IN" TO WS-RSET-NAME
115004         END-IF
115005     END-IF.
115006 9140-EXIT.
115007     EXIT.
115053
115100*-----------------------------------------------------------------
115200* 9300-WRITE-STAT-RECORD -- APPEND THIS RUN'S SUMMARY TO THE
115300* CUMULATIVE STATISTICS HISTORY FOR THE TREND REPORT
115400*-----------------------------------------------------------------
115500 9300-WRITE-STAT-RECORD.
115600     PERFORM 1070-TAKE-RUN-DATE THRU 1070-EXIT.
115700     MOVE SPACES               TO WS-STAT-DETAIL.
115800     MOVE WS-CURRENT-DATE      TO ST-RUN-DATE.
115900     MOVE WS-RULES-CHANGE-DATE TO ST-RULES-CHANGE-DATE.
116000     MOVE WS-RECORDS-READ      TO ST-RECORDS-READ.
116100     MOVE WS-RECORDS-SUSPENSED TO ST-SUSPENSE-CNT.
116200     MOVE WS-VARIANCE-CNT      TO ST-VARIANCE.
116250     MOVE WS-OVERRIDE-CNT      TO ST-OVERRIDE-CNT.
116300     MOVE ZERO                 TO ST-BAND-COUNT.
116400     PERFORM 9310-CLEAR-ONE-BAND-STAT THRU 9310-EXIT
116500         VARYING WS-STBAND-SUB FROM 1 BY 1
116600         UNTIL WS-STBAND-SUB > 10.
116610     PERFORM 9320-FOLD-ONE-BAND-STAT THRU 9320-EXIT
116620         VARYING WS-BAND-SUB FROM 1 BY 1
116630         UNTIL WS-BAND-SUB > WS-BAND-COUNT.
116640     MOVE WS-SRC-COUNT         TO ST-SOURCE-COUNT.
116650     PERFORM 9340-FILL-ONE-SOURCE-STAT THRU 9340-EXIT
116660         VARYING WS-SRC-SUB FROM 1 BY 1
116670         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
116700     WRITE STAT-RECORD FROM WS-STAT-DETAIL.
116800 9300-EXIT.
116900     EXIT.
117000
117100 9310-CLEAR-ONE-BAND-STAT.
117800     MOVE SPACE TO ST-BAND-CODE (WS-STBAND-SUB).
117900     MOVE ZERO  TO ST-BAND-CNT (WS-STBAND-SUB).
118100 9310-EXIT.
118200     EXIT.
118202
118204*-----------------------------------------------------------------
118206* 9320-FOLD-ONE-BAND-STAT -- A BAND CODE USED BY MORE THAN ONE
118208* RULE SET IS SUMMED INTO ONE STATISTICS ENTRY
118210*-----------------------------------------------------------------
118212 9320-FOLD-ONE-BAND-STAT.
118214     MOVE ZERO TO WS-STBAND-FOUND-SUB.
118216     PERFORM 9330-MATCH-ONE-BAND-STAT THRU 9330-EXIT
118218         VARYING WS-STBAND-SUB FROM 1 BY 1
118220         UNTIL WS-STBAND-SUB > ST-BAND-COUNT
118222            OR WS-STBAND-FOUND-SUB > ZERO.
118224     IF WS-STBAND-FOUND-SUB = ZERO
118226         IF ST-BAND-COUNT = 10
118228             GO TO 9320-EXIT
118230         END-IF
118232         ADD 1 TO ST-BAND-COUNT
118234         MOVE ST-BAND-COUNT TO WS-STBAND-FOUND-SUB
118236         MOVE WS-BAND-CODE (WS-BAND-SUB)
118238             TO ST-BAND-CODE (WS-STBAND-FOUND-SUB)
118240     END-IF.
118242     ADD WS-BAND-CNT (WS-BAND-SUB)
118244         TO ST-BAND-CNT (WS-STBAND-FOUND-SUB).
118246 9320-EXIT.
118248     EXIT.
118250
118252 9330-MATCH-ONE-BAND-STAT.
118254     IF ST-BAND-CODE (WS-STBAND-SUB) = WS-BAND-CODE (WS-BAND-SUB)
118256         MOVE WS-STBAND-SUB TO WS-STBAND-FOUND-SUB
118258     END-IF.
118260 9330-EXIT.
118262     EXIT.
118264
118266 9340-FILL-ONE-SOURCE-STAT.
118268     MOVE WS-SRC-SET-SUB (WS-SRC-SUB) TO WS-RSET-SUB.
118270     MOVE WS-SRC-ID (WS-SRC-SUB)    TO ST-SRC-ID (WS-SRC-SUB).
118272     MOVE WS-RSET-TYPE (WS-RSET-SUB)
118274         TO ST-SRC-SET-TYPE (WS-SRC-SUB).
118276     MOVE WS-RSET-EFF (WS-RSET-SUB)
118278         TO ST-SRC-SET-EFF (WS-SRC-SUB).
118280 9340-EXIT.
118282     EXIT.
118300
118400*-----------------------------------------------------------------
118500* 9400-WRITE-EXTR-TRAILER -- CONTROL TOTALS THE DOWNSTREAM JOB
123700         WS-RECORDS-SKIPPED.
123800     DISPLAY "  RECORDS BUCKETED............ "
123900         WS-BUCKET-TOTAL-CNT.
123933     DISPLAY "    OF WHICH BY OVERRIDE...... "
123966         WS-OVERRIDE-CNT.
124000     DISPLAY "  RECORDS TO SUSPENSE......... "
124100         WS-RECORDS-SUSPENSED.
124200     DISPLAY "  INVALID PERCENT OF READ..... " WS-INVALID-PCT.
124800     DISPLAY "  UNEXPLAINED DIFFERENCE...... "
124900         WS-UNEXPLAINED-CNT.
125000     DISPLAY "  KEYS THAT CHANGED BANDS..... " WS-MOVEMENT-CNT.
125002     DISPLAY "  KEYS REINSTATED FROM ARCHIVE " WS-REINSTATED-CNT.
125005     DISPLAY "  DELTA EXTRACT DETAILS....... "
125007         WS-DLTA-DETAIL-CNT.
125010     PERFORM 9510-DISPLAY-ONE-SOURCE THRU 9510-EXIT
125440         " READ " WS-SRC-READ-CNT (WS-SRC-SUB)
125450         " BUCKETED " WS-SRC-BUCKET-CNT (WS-SRC-SUB)
125460         " SUSPENSE " WS-SRC-SUSP-CNT (WS-SRC-SUB).
125461     DISPLAY "    OVERRIDDEN " WS-SRC-OVRD-CNT (WS-SRC-SUB).
125462     MOVE WS-SRC-SET-SUB (WS-SRC-SUB) TO WS-RSET-SUB.
125464     PERFORM 9140-NAME-RULE-SET THRU 9140-EXIT.
125466     DISPLAY "    RULE SET " WS-RSET-NAME
125468         " EFFECTIVE " WS-RSET-EFF (WS-RSET-SUB).
125470 9510-EXIT.
125480     EXIT.
125490
125610             "STATUS " WS-RUN-CTL-STATUS
125620         GO TO 9800-EXIT
125630     END-IF.
125640     PERFORM 1070-TAKE-RUN-DATE THRU 1070-EXIT.
125650     ACCEPT WS-CURRENT-TIME FROM TIME.
125660     MOVE SPACES               TO WS-RUN-CTL-DETAIL.
125670     MOVE "IFTELIF"            TO RU-JOB-NAME.
