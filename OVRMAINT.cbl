000100*-----------------------------------------------------------------
000200* OVRMAINT -- CLASSIFICATION OVERRIDE FILE MAINTENANCE
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. OVRMAINT.
000600 AUTHOR. DATA PROCESSING DEPT.
000700 INSTALLATION. MAIN STREET BATCH CENTER.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 SECURITY. NONE.
001100*-----------------------------------------------------------------
001200* MODIFICATION HISTORY
001300* MM/DD/YY  INIT  DESCRIPTION
001400* --------  ----  -------------------------------------------
001500* 10/15/26  DLM   ORIGINAL PROGRAM -- MAINTAINS THE KEYED CLSOVRD
001600*                 OVERRIDE MASTER (COPYBOOK CLSOVRC) FOR RECORD
001700*                 KEYS WHOSE CLASSIFICATION IS IN DISPUTE. OPS
001800*                 KEYS ONE CARD (COPYBOOK OVRTXNC) PER KEY: A
001900*                 ADDS AN OVERRIDE FORCING THE KEY INTO A BAND
002000*                 FROM A START DATE TO AN EXPIRY DATE, C CHANGES
002100*                 ONE, D DELETES ONE. THE FORCED BAND MUST BE A
002200*                 BAND CODE ON THRESH-CTL. EVERY BEFORE/AFTER
002300*                 CHANGE GOES TO THE OVRLOG CHANGE LOG (COPYBOOK
002400*                 OVRLOGC) WITH THE USER ID FROM THE CARD.
002500*-----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OVR-TXN    ASSIGN TO OVRTXN
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-OVR-TXN-STATUS.
003600     SELECT THRESH-CTL ASSIGN TO THRSHCTL
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-THRESH-CTL-STATUS.
003900     SELECT CLAS-OVRD  ASSIGN TO CLSOVRD
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS OVR-RECORD-KEY
004300         FILE STATUS IS WS-CLAS-OVRD-STATUS.
004400     SELECT OVR-LOG    ASSIGN TO OVRLOG
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-OVR-LOG-STATUS.
004700     SELECT OVR-RPT    ASSIGN TO OVRMRPT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-OVR-RPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300*-------------------------------------------------------------
005400* OVR-TXN -- ONE OVERRIDE CARD PER RECORD KEY. KEPT AS A FLAT
005500* PIC X(80) HERE -- SEE WS-OVR-CARD FOR THE NAMED FIELDS
005600* (COPYBOOK OVRTXNC).
005700*-------------------------------------------------------------
005800 FD  OVR-TXN
005900     RECORD CONTAINS 80 CHARACTERS
006000     DATA RECORD IS OVR-TXN-RECORD.
006100 01  OVR-TXN-RECORD              PIC X(80).
006200
006300*-------------------------------------------------------------
006400* THRESH-CTL -- CLASSIFICATION BAND RULES, READ ONLY FOR THE
006500* BAND CODES AN OVERRIDE MAY FORCE (COPYBOOK THRCTLC)
006600*-------------------------------------------------------------
006700 FD  THRESH-CTL
006800     RECORD CONTAINS 88 CHARACTERS
006900     DATA RECORD IS THRESH-CTL-RECORD.
007000 01  THRESH-CTL-RECORD           PIC X(88).
007100
007200*-------------------------------------------------------------
007300* CLAS-OVRD -- KEYED CLASSIFICATION OVERRIDE MASTER (VSAM KSDS).
007400* ONLY THE RECORD KEY IS NAMED HERE -- SEE WS-CLAS-OVRD-DETAIL
007500* FOR THE FULL FIELDS (COPYBOOK CLSOVRC).
007600*-------------------------------------------------------------
007700 FD  CLAS-OVRD
007800     RECORD CONTAINS 80 CHARACTERS
007900     DATA RECORD IS CLAS-OVRD-RECORD.
008000 01  CLAS-OVRD-RECORD.
008100     05  OVR-RECORD-KEY          PIC 9(06).
008200     05  FILLER                  PIC X(74).
008300
008400*-------------------------------------------------------------
008500* OVR-LOG -- ONE RECORD PER OVERRIDE CARD APPLIED OR REJECTED
008600* (COPYBOOK OVRLOGC)
008700*-------------------------------------------------------------
008800 FD  OVR-LOG
008900     RECORD CONTAINS 120 CHARACTERS
009000     DATA RECORD IS OVR-LOG-RECORD.
009100 01  OVR-LOG-RECORD              PIC X(120).
009200
009300*-------------------------------------------------------------
009400* OVR-RPT -- ONE LINE PER OVERRIDE CARD PLUS THE RUN TOTALS
009500*-------------------------------------------------------------
009600 FD  OVR-RPT
009700     RECORD CONTAINS 80 CHARACTERS
009800     DATA RECORD IS OVR-RPT-RECORD.
009900 01  OVR-RPT-RECORD              PIC X(80).
010000
010100 WORKING-STORAGE SECTION.
010200 01  WS-OVR-TXN-EOF-SW            PIC X(01) VALUE "N".
010300     88  OVR-TXN-EOF                        VALUE "Y".
010400 01  WS-THRESH-CTL-EOF-SW         PIC X(01) VALUE "N".
010500     88  THRESH-CTL-EOF                     VALUE "Y".
010600 01  WS-CARD-VALID-SW             PIC X(01) VALUE "Y".
010700     88  CARD-VALID                         VALUE "Y".
010800     88  CARD-INVALID                       VALUE "N".
010900 01  WS-DATE-VALID-SW             PIC X(01) VALUE "Y".
011000     88  DATE-VALID                         VALUE "Y".
011100     88  DATE-INVALID                       VALUE "N".
011200
011300 01  WS-OVR-TXN-STATUS            PIC X(02).
011400 01  WS-THRESH-CTL-STATUS         PIC X(02).
011500 01  WS-CLAS-OVRD-STATUS          PIC X(02).
011600 01  WS-OVR-LOG-STATUS            PIC X(02).
011700 01  WS-OVR-RPT-STATUS            PIC X(02).
011800
011900 01  WS-FATAL-FILE-ID             PIC X(08).
012000 01  WS-FATAL-FILE-STATUS         PIC X(02).
012100
012200 01  WS-CURRENT-DATE               PIC 9(08).
012300 01  WS-CURRENT-TIME               PIC 9(08).
012400
012500 01  WS-REJECT-REASON              PIC X(30).
012600
012700*-------------------------------------------------------------
012800* THE OVERRIDE AS IT WILL STAND ONCE THE CARD IS APPLIED --
012900* CARD VALUES, WITH BLANKS DEFAULTED (ADD) OR TAKEN FROM THE
013000* RECORD ON FILE (CHANGE)
013100*-------------------------------------------------------------
013200 01  WS-NEW-BAND                   PIC X(01).
013300 01  WS-NEW-START-DATE             PIC 9(08).
013400 01  WS-NEW-EXPIRY-DATE            PIC 9(08).
013500 01  WS-NEW-REASON                 PIC X(30).
013600
013700*-------------------------------------------------------------
013800* COUNTERS
013900*-------------------------------------------------------------
014000 01  WS-COUNTERS.
014100     05  WS-CARDS-READ           PIC 9(06) COMP VALUE ZERO.
014200     05  WS-CARDS-ADDED          PIC 9(06) COMP VALUE ZERO.
014300     05  WS-CARDS-CHANGED        PIC 9(06) COMP VALUE ZERO.
014400     05  WS-CARDS-DELETED        PIC 9(06) COMP VALUE ZERO.
014500     05  WS-CARDS-REJECTED       PIC 9(06) COMP VALUE ZERO.
014600
014700*-------------------------------------------------------------
014800* BAND RULE RECORD -- NAMED FIELDS (COPYBOOK THRCTLC)
014900*-------------------------------------------------------------
015000 01  WS-THRESH-CTL-DETAIL.
015100     COPY THRCTLC.
015200
015300*-------------------------------------------------------------
015400* BAND CODES AN OVERRIDE MAY FORCE -- EVERY CODE ON THRESH-CTL
015500* UNDER ANY SOURCE AND EFFECTIVE DATE, OR THE BUILT-IN CODES
015600* 1, 2, AND 3 WHEN THE FILE HOLDS NO BANDS
015700*-------------------------------------------------------------
015800 01  WS-CODE-TABLE.
015900     05  WS-CODE-MAX             PIC 9(02) COMP VALUE 60.
016000     05  WS-CODE-COUNT           PIC 9(02) COMP VALUE ZERO.
016100     05  WS-CODE-SUB             PIC 9(02) COMP VALUE ZERO.
016200     05  WS-CODE-FOUND-SUB       PIC 9(02) COMP VALUE ZERO.
016300     05  WS-CODE-WANT            PIC X(01) VALUE SPACE.
016400     05  WS-CODE-ENTRY           PIC X(01) OCCURS 60 TIMES.
016500
016600*-------------------------------------------------------------
016700* OVERRIDE CARD -- NAMED FIELDS (COPYBOOK OVRTXNC), AND A
016800* CHARACTER VIEW OF THE KEY AND DATES FOR BLANK CHECKS AND FOR
016900* LOGGING A CARD WHOSE NUMERIC FIELDS ARE NOT NUMERIC
017000*-------------------------------------------------------------
017100 01  WS-OVR-CARD.
017200     COPY OVRTXNC.
017300
017400 01  WS-OVR-CARD-IMAGE REDEFINES WS-OVR-CARD.
017500     05  FILLER                  PIC X(01).
017600     05  WS-CARD-KEY-RAW         PIC X(06).
017700     05  FILLER                  PIC X(01).
017800     05  WS-CARD-START-RAW       PIC X(08).
017900     05  WS-CARD-EXPIRY-RAW      PIC X(08).
018000     05  FILLER                  PIC X(56).
018100
018200*-------------------------------------------------------------
018300* CLAS-OVRD -- NAMED FIELDS FOR THE OVERRIDE MASTER RECORD
018400* (COPYBOOK CLSOVRC)
018500*-------------------------------------------------------------
018600 01  WS-CLAS-OVRD-DETAIL.
018700     COPY CLSOVRC.
018800
018900*-------------------------------------------------------------
019000* OVR-LOG -- NAMED FIELDS FOR THE OVERRIDE CHANGE LOG RECORD
019100* (COPYBOOK OVRLOGC)
019200*-------------------------------------------------------------
019300 01  WS-OVR-LOG-DETAIL.
019400     COPY OVRLOGC.
019500
019600*-------------------------------------------------------------
019700* DATE CHECK WORK AREA -- A CARD DATE MUST BE A REAL
019800* YYYYMMDD CALENDAR DATE
019900*-------------------------------------------------------------
020000 01  WS-DATE-WORK.
020100     05  WS-DS-DATE              PIC 9(08) VALUE ZERO.
020200     05  WS-DS-DATE-R REDEFINES WS-DS-DATE.
020300         10  WS-DS-YYYY          PIC 9(04).
020400         10  WS-DS-MM            PIC 9(02).
020500         10  WS-DS-DD            PIC 9(02).
020600     05  WS-DS-MONTH-DAYS        PIC 9(02) VALUE ZERO.
020700     05  WS-DS-LEAP-REM          PIC 9(04) COMP VALUE ZERO.
020800     05  WS-DS-LEAP-QUOT         PIC 9(04) COMP VALUE ZERO.
020900
021000 01  WS-MONTH-DAYS-LIST.
021100     05  FILLER                  PIC X(24)
021200         VALUE "312931303130313130313031".
021300 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
021400     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
021500
021600*-------------------------------------------------------------
021700* OVR-RPT PRINT LINES
021800*-------------------------------------------------------------
021900 01  WS-OVR-RPT-HEADING-1.
022000     05  FILLER                  PIC X(36)
022100         VALUE "CLASSIFICATION OVERRIDE MAINTENANCE".
022200     05  FILLER                  PIC X(44) VALUE SPACES.
022300
022400 01  WS-OVR-RPT-HEADING-2.
022500     05  FILLER                  PIC X(07) VALUE "REC KEY".
022600     05  FILLER                  PIC X(02) VALUE "A".
022700     05  FILLER                  PIC X(05) VALUE "BAND".
022800     05  FILLER                  PIC X(09) VALUE "START".
022900     05  FILLER                  PIC X(09) VALUE "EXPIRY".
023000     05  FILLER                  PIC X(09) VALUE "USER".
023100     05  FILLER                  PIC X(09) VALUE "STATUS".
023200     05  FILLER                  PIC X(30) VALUE "REASON".
023300
023400 01  WS-OVR-RPT-DETAIL.
023500     05  WS-D-RECORD-KEY         PIC X(06).
023600     05  FILLER                  PIC X(01) VALUE SPACES.
023700     05  WS-D-ACTION             PIC X(01).
023800     05  FILLER                  PIC X(01) VALUE SPACES.
023900     05  WS-D-OLD-BAND           PIC X(01).
024000     05  WS-D-BAND-ARROW         PIC X(01).
024100     05  WS-D-NEW-BAND           PIC X(01).
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  WS-D-START-DATE         PIC X(08).
024400     05  FILLER                  PIC X(01) VALUE SPACES.
024500     05  WS-D-EXPIRY-DATE        PIC X(08).
024600     05  FILLER                  PIC X(01) VALUE SPACES.
024700     05  WS-D-USER-ID            PIC X(08).
024800     05  FILLER                  PIC X(01) VALUE SPACES.
024900     05  WS-D-STATUS             PIC X(08).
025000     05  FILLER                  PIC X(01) VALUE SPACES.
025100     05  WS-D-REMARK             PIC X(30).
025200
025300 01  WS-OVR-RPT-TOTAL.
025400     05  WS-T-LABEL              PIC X(37).
025500     05  FILLER                  PIC X(05) VALUE SPACES.
025600     05  WS-T-COUNT              PIC ---,--9.
025700     05  FILLER                  PIC X(31) VALUE SPACES.
025800
025900 PROCEDURE DIVISION.
026000*-----------------------------------------------------------------
026100* 0000-MAINLINE
026200*-----------------------------------------------------------------
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026500     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
026600         UNTIL OVR-TXN-EOF.
026700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026800     STOP RUN.
026900
027000*-----------------------------------------------------------------
027100* 1000-INITIALIZE -- OPEN FILES, LOAD THE BAND CODES, PRINT
027200* HEADINGS
027300*-----------------------------------------------------------------
027400 1000-INITIALIZE.
027500     OPEN INPUT  OVR-TXN.
027600     IF WS-OVR-TXN-STATUS NOT = "00"
027700         MOVE "OVRTXN" TO WS-FATAL-FILE-ID
027800         MOVE WS-OVR-TXN-STATUS TO WS-FATAL-FILE-STATUS
027900         GO TO 1000-FATAL-EXIT
028000     END-IF.
028100     OPEN INPUT  THRESH-CTL.
028200     OPEN I-O CLAS-OVRD.
028300     IF WS-CLAS-OVRD-STATUS NOT = "00"
028400        AND WS-CLAS-OVRD-STATUS NOT = "05"
028500         MOVE "CLSOVRD" TO WS-FATAL-FILE-ID
028600         MOVE WS-CLAS-OVRD-STATUS TO WS-FATAL-FILE-STATUS
028700         GO TO 1000-FATAL-EXIT
028800     END-IF.
028900     OPEN OUTPUT OVR-LOG.
029000     IF WS-OVR-LOG-STATUS NOT = "00"
029100         MOVE "OVRLOG" TO WS-FATAL-FILE-ID
029200         MOVE WS-OVR-LOG-STATUS TO WS-FATAL-FILE-STATUS
029300         GO TO 1000-FATAL-EXIT
029400     END-IF.
029500     OPEN OUTPUT OVR-RPT.
029600     IF WS-OVR-RPT-STATUS NOT = "00"
029700         MOVE "OVRMRPT" TO WS-FATAL-FILE-ID
029800         MOVE WS-OVR-RPT-STATUS TO WS-FATAL-FILE-STATUS
029900         GO TO 1000-FATAL-EXIT
030000     END-IF.
030100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
030200     PERFORM 1100-LOAD-BAND-CODES THRU 1100-EXIT.
030300     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-HEADING-1.
030400     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-HEADING-2.
030500     GO TO 1000-EXIT.
030600 1000-FATAL-EXIT.
030700     DISPLAY "OVRMAINT - UNABLE TO OPEN " WS-FATAL-FILE-ID
030800         " FILE STATUS " WS-FATAL-FILE-STATUS.
030900     MOVE 16 TO RETURN-CODE.
031000     STOP RUN.
031100 1000-EXIT.
031200     EXIT.
031300
031400*-----------------------------------------------------------------
031500* 1100-LOAD-BAND-CODES -- EVERY DISTINCT BAND CODE ON
031600* THRESH-CTL. AN EMPTY OR UNOPENABLE FILE LEAVES THE BUILT-IN
031700* CODES THE NIGHTLY RUN FALLS BACK TO.
031800*-----------------------------------------------------------------
031900 1100-LOAD-BAND-CODES.
032000     MOVE ZERO TO WS-CODE-COUNT.
032100     IF WS-THRESH-CTL-STATUS = "00"
032200         PERFORM 1110-LOAD-ONE-CODE THRU 1110-EXIT
032300             UNTIL THRESH-CTL-EOF
032400                OR WS-CODE-COUNT = WS-CODE-MAX
032500         CLOSE THRESH-CTL
032600     END-IF.
032700     IF WS-CODE-COUNT = ZERO
032800         MOVE 3   TO WS-CODE-COUNT
032900         MOVE "1" TO WS-CODE-ENTRY (1)
033000         MOVE "2" TO WS-CODE-ENTRY (2)
033100         MOVE "3" TO WS-CODE-ENTRY (3)
033200     END-IF.
033300 1100-EXIT.
033400     EXIT.
033500
033600*-----------------------------------------------------------------
033700* 1110-LOAD-ONE-CODE -- A "T" RECORD IS THE NIGHTLY RUN'S
033800* INVALID-RECORD TOLERANCE, NOT A BAND -- SKIP IT HERE
033900*-----------------------------------------------------------------
034000 1110-LOAD-ONE-CODE.
034100     READ THRESH-CTL INTO WS-THRESH-CTL-DETAIL
034200         AT END
034300             SET THRESH-CTL-EOF TO TRUE
034400             GO TO 1110-EXIT
034500     END-READ.
034600     IF TC-BAND-CODE = "T"
034700         GO TO 1110-EXIT
034800     END-IF.
034900     MOVE TC-BAND-CODE TO WS-CODE-WANT.
035000     PERFORM 1200-FIND-CODE THRU 1200-EXIT.
035100     IF WS-CODE-FOUND-SUB = ZERO
035200         ADD 1 TO WS-CODE-COUNT
035300         MOVE TC-BAND-CODE TO WS-CODE-ENTRY (WS-CODE-COUNT)
035400     END-IF.
035500 1110-EXIT.
035600     EXIT.
035700
035800 1200-FIND-CODE.
035900     MOVE ZERO TO WS-CODE-FOUND-SUB.
036000     PERFORM 1210-MATCH-ONE-CODE THRU 1210-EXIT
036100         VARYING WS-CODE-SUB FROM 1 BY 1
036200         UNTIL WS-CODE-SUB > WS-CODE-COUNT
036300            OR WS-CODE-FOUND-SUB > ZERO.
036400 1200-EXIT.
036500     EXIT.
036600
036700 1210-MATCH-ONE-CODE.
036800     IF WS-CODE-ENTRY (WS-CODE-SUB) = WS-CODE-WANT
036900         MOVE WS-CODE-SUB TO WS-CODE-FOUND-SUB
037000     END-IF.
037100 1210-EXIT.
037200     EXIT.
037300
037400*-----------------------------------------------------------------
037500* 2000-PROCESS-TXN -- VALIDATE ONE CARD AND APPLY IT TO THE
037600* OVERRIDE MASTER; A BAD CARD IS LOGGED AS REJECTED AND DROPPED
037700*-----------------------------------------------------------------
037800 2000-PROCESS-TXN.
037900     READ OVR-TXN INTO WS-OVR-CARD
038000         AT END
038100             SET OVR-TXN-EOF TO TRUE
038200             GO TO 2000-EXIT
038300     END-READ.
038400     ADD 1 TO WS-CARDS-READ.
038500     PERFORM 2100-VALIDATE-TXN THRU 2100-EXIT.
038600     IF CARD-INVALID
038700         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
038800         GO TO 2000-EXIT
038900     END-IF.
039000     IF OT-ACTION-ADD
039100         PERFORM 2200-ADD-OVERRIDE THRU 2200-EXIT
039200     END-IF.
039300     IF OT-ACTION-CHANGE
039400         PERFORM 2300-CHANGE-OVERRIDE THRU 2300-EXIT
039500     END-IF.
039600     IF OT-ACTION-DELETE
039700         PERFORM 2400-DELETE-OVERRIDE THRU 2400-EXIT
039800     END-IF.
039900 2000-EXIT.
040000     EXIT.
040100
040200*-----------------------------------------------------------------
040300* 2100-VALIDATE-TXN -- ACTION MUST BE A, C, OR D; THE KEY
040400* NUMERIC AND NOT THE RESERVED PRIMING KEY; THE USER ID PRESENT.
040500* AN ADD NEEDS A FORCED BAND AND A REASON. A BAND, WHEN GIVEN,
040600* MUST BE A BAND CODE ON THRESH-CTL; A DATE, WHEN GIVEN, A REAL
040700* CALENDAR DATE. AN ADD MUST FIND NO OVERRIDE ON FILE FOR THE
040800* KEY, A CHANGE OR DELETE MUST FIND ONE. THE OVERRIDE AS IT WILL
040900* STAND MUST NOT EXPIRE BEFORE IT STARTS, NOR BEFORE TODAY.
041000*-----------------------------------------------------------------
041100 2100-VALIDATE-TXN.
041200     SET CARD-VALID TO TRUE.
041300     MOVE SPACES TO WS-REJECT-REASON.
041400     IF NOT OT-ACTION-ADD
041500        AND NOT OT-ACTION-CHANGE
041600        AND NOT OT-ACTION-DELETE
041700         MOVE "ACTION NOT A, C, OR D" TO WS-REJECT-REASON
041800         SET CARD-INVALID TO TRUE
041900         GO TO 2100-EXIT
042000     END-IF.
042100     IF OT-RECORD-KEY NOT NUMERIC
042200         MOVE "RECORD KEY NOT NUMERIC" TO WS-REJECT-REASON
042300         SET CARD-INVALID TO TRUE
042400         GO TO 2100-EXIT
042500     END-IF.
042600     IF WS-CARD-KEY-RAW = "999999"
042700         MOVE "RECORD KEY IS RESERVED" TO WS-REJECT-REASON
042800         SET CARD-INVALID TO TRUE
042900         GO TO 2100-EXIT
043000     END-IF.
043100     IF OT-USER-ID = SPACES
043200         MOVE "USER ID MISSING" TO WS-REJECT-REASON
043300         SET CARD-INVALID TO TRUE
043400         GO TO 2100-EXIT
043500     END-IF.
043600     IF OT-ACTION-ADD
043700        AND OT-FORCED-BAND = SPACE
043800         MOVE "FORCED BAND MISSING" TO WS-REJECT-REASON
043900         SET CARD-INVALID TO TRUE
044000         GO TO 2100-EXIT
044100     END-IF.
044200     IF OT-ACTION-ADD
044300        AND OT-REASON = SPACES
044400         MOVE "OVERRIDE REASON MISSING" TO WS-REJECT-REASON
044500         SET CARD-INVALID TO TRUE
044600         GO TO 2100-EXIT
044700     END-IF.
044800     IF OT-FORCED-BAND NOT = SPACE
044900        AND NOT OT-ACTION-DELETE
045000         MOVE OT-FORCED-BAND TO WS-CODE-WANT
045100         PERFORM 1200-FIND-CODE THRU 1200-EXIT
045200         IF WS-CODE-FOUND-SUB = ZERO
045300             MOVE "BAND NOT ON THRESH-CTL" TO WS-REJECT-REASON
045400             SET CARD-INVALID TO TRUE
045500             GO TO 2100-EXIT
045600         END-IF
045700     END-IF.
045800     IF WS-CARD-START-RAW NOT = SPACES
045900        AND NOT OT-ACTION-DELETE
046000         SET DATE-INVALID TO TRUE
046100         IF OT-START-DATE IS NUMERIC
046200             MOVE OT-START-DATE TO WS-DS-DATE
046300             PERFORM 2150-CHECK-DATE THRU 2150-EXIT
046400         END-IF
046500         IF DATE-INVALID
046600             MOVE "START DATE NOT A VALID DATE"
046650                 TO WS-REJECT-REASON
046700             SET CARD-INVALID TO TRUE
046800             GO TO 2100-EXIT
046900         END-IF
047000     END-IF.
047100     IF WS-CARD-EXPIRY-RAW NOT = SPACES
047200        AND WS-CARD-EXPIRY-RAW NOT = "99999999"
047300        AND NOT OT-ACTION-DELETE
047400         SET DATE-INVALID TO TRUE
047500         IF OT-EXPIRY-DATE IS NUMERIC
047600             MOVE OT-EXPIRY-DATE TO WS-DS-DATE
047700             PERFORM 2150-CHECK-DATE THRU 2150-EXIT
047800         END-IF
047900         IF DATE-INVALID
048000             MOVE "EXPIRY DATE NOT A VALID DATE"
048050                 TO WS-REJECT-REASON
048100             SET CARD-INVALID TO TRUE
048200             GO TO 2100-EXIT
048300         END-IF
048400     END-IF.
048500     MOVE OT-RECORD-KEY TO OVR-RECORD-KEY.
048600     READ CLAS-OVRD INTO WS-CLAS-OVRD-DETAIL
048700         INVALID KEY
048800             IF NOT OT-ACTION-ADD
048900                 MOVE "NO OVERRIDE ON FILE FOR KEY"
049000                     TO WS-REJECT-REASON
049100                 SET CARD-INVALID TO TRUE
049200                 GO TO 2100-EXIT
049300             END-IF
049400         NOT INVALID KEY
049500             IF OT-ACTION-ADD
049600                 MOVE "OVERRIDE ALREADY ON FILE"
049700                     TO WS-REJECT-REASON
049800                 SET CARD-INVALID TO TRUE
049900                 GO TO 2100-EXIT
050000             END-IF
050100     END-READ.
050200     IF OT-ACTION-DELETE
050300         GO TO 2100-EXIT
050400     END-IF.
050500     PERFORM 2160-RESOLVE-NEW-VALUES THRU 2160-EXIT.
050600     IF WS-NEW-EXPIRY-DATE < WS-NEW-START-DATE
050700         MOVE "EXPIRY DATE BEFORE START DATE" TO WS-REJECT-REASON
050800         SET CARD-INVALID TO TRUE
050900         GO TO 2100-EXIT
051000     END-IF.
051100     IF WS-NEW-EXPIRY-DATE < WS-CURRENT-DATE
051200         MOVE "EXPIRY DATE ALREADY PASSED" TO WS-REJECT-REASON
051300         SET CARD-INVALID TO TRUE
051400     END-IF.
051500 2100-EXIT.
051600     EXIT.
051700
051800*-----------------------------------------------------------------
051900* 2150-CHECK-DATE -- WS-DS-DATE MUST HAVE A MONTH OF 01-12 AND A
052000* DAY THAT MONTH HAS (29 FEBRUARY IN A LEAP YEAR)
052100*-----------------------------------------------------------------
052200 2150-CHECK-DATE.
052300     SET DATE-VALID TO TRUE.
052400     IF WS-DS-YYYY < 1900
052500        OR WS-DS-MM < 1
052600        OR WS-DS-MM > 12
052700        OR WS-DS-DD < 1
052800         SET DATE-INVALID TO TRUE
052900         GO TO 2150-EXIT
053000     END-IF.
053100     MOVE WS-MONTH-DAYS (WS-DS-MM) TO WS-DS-MONTH-DAYS.
053200     IF WS-DS-MM = 2
053300         DIVIDE WS-DS-YYYY BY 4 GIVING WS-DS-LEAP-QUOT
053400             REMAINDER WS-DS-LEAP-REM
053500         IF WS-DS-LEAP-REM NOT = ZERO
053600             MOVE 28 TO WS-DS-MONTH-DAYS
053700         ELSE
053800             DIVIDE WS-DS-YYYY BY 400 GIVING WS-DS-LEAP-QUOT
053900                 REMAINDER WS-DS-LEAP-REM
054000             IF WS-DS-LEAP-REM NOT = ZERO
054100                 DIVIDE WS-DS-YYYY BY 100 GIVING WS-DS-LEAP-QUOT
054200                     REMAINDER WS-DS-LEAP-REM
054300                 IF WS-DS-LEAP-REM = ZERO
054400                     MOVE 28 TO WS-DS-MONTH-DAYS
054500                 END-IF
054600             END-IF
054700         END-IF
054800     END-IF.
054900     IF WS-DS-DD > WS-DS-MONTH-DAYS
055000         SET DATE-INVALID TO TRUE
055100     END-IF.
055200 2150-EXIT.
055300     EXIT.
055400
055500*-----------------------------------------------------------------
055600* 2160-RESOLVE-NEW-VALUES -- THE OVERRIDE AS IT WILL STAND. ON
055700* AN ADD A BLANK START IS TODAY AND A BLANK EXPIRY OPEN-ENDED;
055800* ON A CHANGE A BLANK FIELD KEEPS ITS VALUE ON FILE.
055900*-----------------------------------------------------------------
056000 2160-RESOLVE-NEW-VALUES.
056100     IF OT-ACTION-ADD
056200         MOVE OT-FORCED-BAND  TO WS-NEW-BAND
056300         MOVE WS-CURRENT-DATE TO WS-NEW-START-DATE
056400         MOVE 99999999        TO WS-NEW-EXPIRY-DATE
056500         MOVE OT-REASON       TO WS-NEW-REASON
056600     ELSE
056700         MOVE OV-FORCED-BAND  TO WS-NEW-BAND
056800         MOVE OV-START-DATE   TO WS-NEW-START-DATE
056900         MOVE OV-EXPIRY-DATE  TO WS-NEW-EXPIRY-DATE
057000         MOVE OV-REASON       TO WS-NEW-REASON
057100         IF OT-FORCED-BAND NOT = SPACE
057200             MOVE OT-FORCED-BAND TO WS-NEW-BAND
057300         END-IF
057400         IF OT-REASON NOT = SPACES
057500             MOVE OT-REASON TO WS-NEW-REASON
057600         END-IF
057700     END-IF.
057800     IF WS-CARD-START-RAW NOT = SPACES
057900         MOVE OT-START-DATE TO WS-NEW-START-DATE
058000     END-IF.
058100     IF WS-CARD-EXPIRY-RAW NOT = SPACES
058200         MOVE OT-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
058300     END-IF.
058400 2160-EXIT.
058500     EXIT.
058600
058700*-----------------------------------------------------------------
058800* 2200-ADD-OVERRIDE -- WRITE THE NEW OVERRIDE RECORD
058900*-----------------------------------------------------------------
059000 2200-ADD-OVERRIDE.
059100     MOVE SPACES             TO WS-OVR-LOG-DETAIL.
059200     MOVE SPACES             TO WS-CLAS-OVRD-DETAIL.
059300     MOVE OT-RECORD-KEY      TO OV-RECORD-KEY.
059400     MOVE WS-NEW-BAND        TO OV-FORCED-BAND.
059500     MOVE WS-NEW-START-DATE  TO OV-START-DATE.
059600     MOVE WS-NEW-EXPIRY-DATE TO OV-EXPIRY-DATE.
059700     MOVE OT-USER-ID         TO OV-USER-ID.
059800     MOVE WS-NEW-REASON      TO OV-REASON.
059900     MOVE WS-CURRENT-DATE    TO OV-ADDED-DATE.
060000     MOVE WS-CURRENT-DATE    TO OV-CHANGED-DATE.
060100     WRITE CLAS-OVRD-RECORD FROM WS-CLAS-OVRD-DETAIL
060200         INVALID KEY
060300             MOVE "CLSOVRD WRITE FAILED" TO WS-REJECT-REASON
060400             PERFORM 2900-REJECT-TXN THRU 2900-EXIT
060500             GO TO 2200-EXIT
060600     END-WRITE.
060700     PERFORM 2500-LOG-NEW-IMAGE THRU 2500-EXIT.
060800     ADD 1 TO WS-CARDS-ADDED.
060900 2200-EXIT.
061000     EXIT.
061100
061200*-----------------------------------------------------------------
061300* 2300-CHANGE-OVERRIDE -- LOG THE BEFORE IMAGE, THEN REWRITE THE
061400* OVERRIDE WITH THE RESOLVED VALUES. THE REQUESTING USER BECOMES
061500* THE USER OF RECORD FOR THE OVERRIDE.
061600*-----------------------------------------------------------------
061700 2300-CHANGE-OVERRIDE.
061800     MOVE SPACES             TO WS-OVR-LOG-DETAIL.
061900     PERFORM 2510-LOG-OLD-IMAGE THRU 2510-EXIT.
062000     MOVE WS-NEW-BAND        TO OV-FORCED-BAND.
062100     MOVE WS-NEW-START-DATE  TO OV-START-DATE.
062200     MOVE WS-NEW-EXPIRY-DATE TO OV-EXPIRY-DATE.
062300     MOVE OT-USER-ID         TO OV-USER-ID.
062400     MOVE WS-NEW-REASON      TO OV-REASON.
062500     MOVE WS-CURRENT-DATE    TO OV-CHANGED-DATE.
062600     REWRITE CLAS-OVRD-RECORD FROM WS-CLAS-OVRD-DETAIL
062700         INVALID KEY
062800             MOVE "CLSOVRD REWRITE FAILED" TO WS-REJECT-REASON
062900             PERFORM 2900-REJECT-TXN THRU 2900-EXIT
063000             GO TO 2300-EXIT
063100     END-REWRITE.
063200     PERFORM 2500-LOG-NEW-IMAGE THRU 2500-EXIT.
063300     ADD 1 TO WS-CARDS-CHANGED.
063400 2300-EXIT.
063500     EXIT.
063600
063700*-----------------------------------------------------------------
063800* 2400-DELETE-OVERRIDE -- LOG THE BEFORE IMAGE AND DELETE. THE
063900* KEY GOES BACK TO THE BAND RULES FROM THE NEXT RUN.
064000*-----------------------------------------------------------------
064100 2400-DELETE-OVERRIDE.
064200     MOVE SPACES             TO WS-OVR-LOG-DETAIL.
064300     PERFORM 2510-LOG-OLD-IMAGE THRU 2510-EXIT.
064400     DELETE CLAS-OVRD RECORD
064500         INVALID KEY
064600             MOVE "CLSOVRD DELETE FAILED" TO WS-REJECT-REASON
064700             PERFORM 2900-REJECT-TXN THRU 2900-EXIT
064800             GO TO 2400-EXIT
064900     END-DELETE.
065000     MOVE OT-ACTION          TO OG-ACTION.
065100     MOVE OT-RECORD-KEY      TO OG-RECORD-KEY.
065200     MOVE OT-USER-ID         TO OG-USER-ID.
065300     MOVE "APPLIED"          TO OG-TXN-STATUS.
065400     IF OT-REASON NOT = SPACES
065500         MOVE OT-REASON      TO OG-REMARK
065600     ELSE
065700         MOVE OV-REASON      TO OG-REMARK
065800     END-IF.
065900     PERFORM 3000-WRITE-OVR-LOG THRU 3000-EXIT.
066000     ADD 1 TO WS-CARDS-DELETED.
066100 2400-EXIT.
066200     EXIT.
066300
066400*-----------------------------------------------------------------
066500* 2500-LOG-NEW-IMAGE -- AFTER IMAGE OF AN ADD OR CHANGE
066600*-----------------------------------------------------------------
066700 2500-LOG-NEW-IMAGE.
066800     MOVE OT-ACTION          TO OG-ACTION.
066900     MOVE OT-RECORD-KEY      TO OG-RECORD-KEY.
067000     MOVE OV-FORCED-BAND     TO OG-NEW-BAND.
067100     MOVE OV-START-DATE      TO OG-NEW-START-DATE.
067200     MOVE OV-EXPIRY-DATE     TO OG-NEW-EXPIRY-DATE.
067300     MOVE OT-USER-ID         TO OG-USER-ID.
067400     MOVE "APPLIED"          TO OG-TXN-STATUS.
067500     MOVE OV-REASON          TO OG-REMARK.
067600     PERFORM 3000-WRITE-OVR-LOG THRU 3000-EXIT.
067700 2500-EXIT.
067800     EXIT.
067900
068000 2510-LOG-OLD-IMAGE.
068100     MOVE OV-FORCED-BAND     TO OG-OLD-BAND.
068200     MOVE OV-START-DATE      TO OG-OLD-START-DATE.
068300     MOVE OV-EXPIRY-DATE     TO OG-OLD-EXPIRY-DATE.
068400 2510-EXIT.
068500     EXIT.
068600
068700*-----------------------------------------------------------------
068800* 2900-REJECT-TXN -- LOG THE CARD AS KEYED; NOTHING CHANGES
068900*-----------------------------------------------------------------
069000 2900-REJECT-TXN.
069100     MOVE SPACES             TO WS-OVR-LOG-DETAIL.
069200     MOVE WS-CARD-KEY-RAW    TO OG-RECORD-KEY.
069300     MOVE OT-ACTION          TO OG-ACTION.
069400     MOVE OT-FORCED-BAND     TO OG-NEW-BAND.
069500     MOVE WS-CARD-START-RAW  TO OG-NEW-START-DATE.
069600     MOVE WS-CARD-EXPIRY-RAW TO OG-NEW-EXPIRY-DATE.
069700     MOVE OT-USER-ID         TO OG-USER-ID.
069800     MOVE "REJECTED"         TO OG-TXN-STATUS.
069900     MOVE WS-REJECT-REASON   TO OG-REMARK.
070000     PERFORM 3000-WRITE-OVR-LOG THRU 3000-EXIT.
070100     ADD 1 TO WS-CARDS-REJECTED.
070200     DISPLAY "OVRMAINT - REJECTED CARD FOR " OT-USER-ID
070300         ", ACTION " OT-ACTION
070400         " KEY " WS-CARD-KEY-RAW
070500         " -- " WS-REJECT-REASON.
070600 2900-EXIT.
070700     EXIT.
070800
070900*-----------------------------------------------------------------
071000* 3000-WRITE-OVR-LOG -- STAMP AND WRITE ONE OVERRIDE LOG RECORD,
071100* AND PRINT IT ON THE MAINTENANCE REPORT. A DELETE PRINTS THE
071200* DATES IT REMOVED.
071300*-----------------------------------------------------------------
071400 3000-WRITE-OVR-LOG.
071500     ACCEPT WS-CURRENT-TIME FROM TIME.
071600     MOVE WS-CURRENT-DATE    TO OG-CHANGE-DATE.
071700     MOVE WS-CURRENT-TIME    TO OG-CHANGE-TIME.
071800     WRITE OVR-LOG-RECORD FROM WS-OVR-LOG-DETAIL.
071900     MOVE OG-RECORD-KEY      TO WS-D-RECORD-KEY.
072000     MOVE OG-ACTION          TO WS-D-ACTION.
072100     MOVE OG-OLD-BAND        TO WS-D-OLD-BAND.
072200     MOVE OG-NEW-BAND        TO WS-D-NEW-BAND.
072300     MOVE SPACE              TO WS-D-BAND-ARROW.
072400     IF OG-OLD-BAND NOT = SPACE
072500        AND OG-NEW-BAND NOT = SPACE
072600         MOVE ">"            TO WS-D-BAND-ARROW
072700     END-IF.
072800     IF OG-ACTION = "D"
072900        AND OG-TXN-STATUS = "APPLIED"
073000         MOVE OG-OLD-START-DATE  TO WS-D-START-DATE
073100         MOVE OG-OLD-EXPIRY-DATE TO WS-D-EXPIRY-DATE
073200     ELSE
073300         MOVE OG-NEW-START-DATE  TO WS-D-START-DATE
073400         MOVE OG-NEW-EXPIRY-DATE TO WS-D-EXPIRY-DATE
073500     END-IF.
073600     MOVE OG-USER-ID         TO WS-D-USER-ID.
073700     MOVE OG-TXN-STATUS      TO WS-D-STATUS.
073800     MOVE OG-REMARK          TO WS-D-REMARK.
073900     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-DETAIL.
074000 3000-EXIT.
074100     EXIT.
074200
074300*-----------------------------------------------------------------
074400* 9000-TERMINATE -- PRINT THE TOTALS, SET THE CONDITION CODE,
074500* AND CLOSE. ANY REJECTED CARD ENDS THE RUN WITH CONDITION CODE 4.
074600*-----------------------------------------------------------------
074700 9000-TERMINATE.
074800     MOVE "OVERRIDE CARDS READ"             TO WS-T-LABEL.
074900     MOVE WS-CARDS-READ                     TO WS-T-COUNT.
075000     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-TOTAL.
075100     MOVE "  OVERRIDES ADDED"               TO WS-T-LABEL.
075200     MOVE WS-CARDS-ADDED                    TO WS-T-COUNT.
075300     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-TOTAL.
075400     MOVE "  OVERRIDES CHANGED"             TO WS-T-LABEL.
075500     MOVE WS-CARDS-CHANGED                  TO WS-T-COUNT.
075600     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-TOTAL.
075700     MOVE "  OVERRIDES DELETED"             TO WS-T-LABEL.
075800     MOVE WS-CARDS-DELETED                  TO WS-T-COUNT.
075900     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-TOTAL.
076000     MOVE "  CARDS REJECTED"                TO WS-T-LABEL.
076100     MOVE WS-CARDS-REJECTED                 TO WS-T-COUNT.
076200     WRITE OVR-RPT-RECORD FROM WS-OVR-RPT-TOTAL.
076300     IF WS-CARDS-REJECTED > ZERO
076400         MOVE 4 TO RETURN-CODE
076500     END-IF.
076600     DISPLAY "OVRMAINT - CARDS READ " WS-CARDS-READ
076700         " ADDED " WS-CARDS-ADDED
076800         " CHANGED " WS-CARDS-CHANGED
076900         " DELETED " WS-CARDS-DELETED
077000         " REJECTED " WS-CARDS-REJECTED
077100         " CONDITION CODE " RETURN-CODE.
077200     CLOSE OVR-TXN CLAS-OVRD OVR-LOG OVR-RPT.
077300 9000-EXIT.
077400     EXIT.
