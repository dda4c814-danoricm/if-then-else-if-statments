002159*                 COVERAGE-CHECKED ON ITS OWN, AND THE RUN
002165*                 ENDS WITH A PENDING/ACTIVE/EXPIRED STATUS
002171*                 LIST OF EVERY RULE ON FILE.
002172* 10/15/26  DLM   TWO-PERSON APPROVAL. AN A, C, D, OR T TXN IS
002173*                 VALIDATED AND HELD ON THE PENDING-APPROVAL
002174*                 FILE (PENDIN/PENDOUT, COPYBOOK THRPNDC) UNDER
002175*                 A PENDING ID INSTEAD OF BEING APPLIED. ACTION
002176*                 V FROM A DIFFERENT USER APPROVES IT (RE-
002178*                 VALIDATED, THEN APPLIED AS BEFORE); ACTION R
002180*                 CANCELS IT; ONE LEFT OPEN MORE THAN
002182*                 WS-PEND-EXPIRE-DAYS DAYS EXPIRES. EVERY STEP
002184*                 IS LOGGED TO CHGLOG WITH ITS OWN STATUS, THE
002186*                 PENDING ID, AND THE APPROVER. CHGLOG RECORDS
002188*                 GREW TO 120 BYTES. APPROVALS REFUSED BY THE
002190*                 COVERAGE CHECK GO BACK ON THE PENDING FILE.
002191* 10/15/26  DLM   RULE SETS KEYED BY SOURCE SYSTEM. THRESH-CTL
002192*                 IS NOW 88 BYTES (TC-SOURCE-SYSTEM, BLANK FOR
002193*                 THE DEFAULT SET). A BAND TXN NAMES ITS SOURCE
002194*                 IN COLS 55-62, WHICH ONLY A T TXN USES FOR
002195*                 ITS TOLERANCES; A SOURCE WITH NO SET OF ITS
002196*                 OWN STARTS FROM A CLONE OF THE DEFAULT SET.
002197*                 COVERAGE IS CHECKED PER SOURCE AND EFFECTIVE
002198*                 DATE AND THE STATUS LIST SHOWS EACH SOURCE.
002201* 10/15/26  DLM   EVERY CHGLOG IMAGE OF A BAND TXN -- PENDING,
002204*                 APPLIED, REJECTED, CANCELED, EXPIRED --
002207*                 CARRIES THE TXN'S SOURCE SYSTEM, SO A CHANGE
002210*                 TO ONE SOURCE'S BAND IS NOT TAKEN FOR A
002213*                 CHANGE TO ANOTHER SOURCE'S BAND OF THE SAME
002216*                 CODE. CHGLOG RECORDS GREW TO 128 BYTES.
002223*-----------------------------------------------------------------
002248
002273 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
003400     SELECT CHGLOG        ASSIGN TO CHGLOG
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-CHGLOG-STATUS.
003610     SELECT PEND-IN       ASSIGN TO PENDIN
003620         ORGANIZATION IS SEQUENTIAL
003630         FILE STATUS IS WS-PEND-IN-STATUS.
003640     SELECT PEND-OUT      ASSIGN TO PENDOUT
003650         ORGANIZATION IS SEQUENTIAL
003660         FILE STATUS IS WS-PEND-OUT-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000*-------------------------------------------------------------
004100* THRMAINT-TXN -- ONE RECORD PER REQUESTED BAND MAINTENANCE
004200* ACTION: A = ADD A BAND, C = CHANGE A BAND, D = DELETE A BAND,
004210* T = SET THE TOLERANCE -- EACH HELD FOR APPROVAL -- AND
004220* V = APPROVE OR R = CANCEL THE PENDING CHANGE NAMED IN
004230* COLS 72-77. THE USER ID IS THE PERSON KEYING THE TXN. A BAND
004247* ACTION NAMES THE SOURCE SYSTEM WHOSE RULE SET IT MAINTAINS IN
004264* COLS 55-62 (BLANK IS THE DEFAULT SET); A T ACTION USES THE
004281* SAME COLUMNS FOR ITS TOLERANCES.
004300*-------------------------------------------------------------
004400 FD  THRMAINT-TXN
004500     RECORD CONTAINS 80 CHARACTERS
005000         88  TX-ACTION-CHANGE           VALUE "C".
005100         88  TX-ACTION-DELETE           VALUE "D".
005150         88  TX-ACTION-TOLERANCE        VALUE "T".
005160         88  TX-ACTION-APPROVE          VALUE "V".
005170         88  TX-ACTION-CANCEL           VALUE "R".
005200     05  TX-BAND-CODE           PIC X(01).
005300     05  TX-LOW-BOUND           PIC 9(05)V99.
005400     05  TX-HIGH-BOUND          PIC 9(05)V99.
005500     05  TX-BAND-DESC           PIC X(30).
005600     05  TX-USER-ID             PIC X(08).
005610     05  TX-TOL-FIELDS.
005615         10  TX-TOL-CNT         PIC 9(06).
005620         10  TX-TOL-PCT         PIC 9(03).
005627     05  TX-BAND-SOURCE-FIELDS REDEFINES TX-TOL-FIELDS.
005634         10  TX-SOURCE-SYSTEM   PIC X(08).
005641         10  FILLER             PIC X(01).
005650     05  TX-EFFECTIVE-DATE      PIC X(08).
005660     05  TX-PEND-ID             PIC 9(06).
005700     05  FILLER                 PIC X(03).
005800
005900*-------------------------------------------------------------
006000* THRESH-CTL -- BAND RULES FILE, ONE RECORD PER BAND
006100* KEPT AS A FLAT PIC X(88) HERE -- SEE WS-THRESH-CTL-DETAIL FOR
006200* THE NAMED FIELDS (COPYBOOK THRCTLC).
006300*-------------------------------------------------------------
006400 FD  THRESH-CTL
006500     RECORD CONTAINS 88 CHARACTERS
006600     DATA RECORD IS THRESH-CTL-RECORD.
006700 01  THRESH-CTL-RECORD          PIC X(88).
006800
006900*-------------------------------------------------------------
007000* CHGLOG -- AUDIT TRAIL OF EVERY BAND MAINTENANCE ACTION
007100*-------------------------------------------------------------
007200 FD  CHGLOG
007300     RECORD CONTAINS 128 CHARACTERS
007400     DATA RECORD IS CHGLOG-RECORD.
007500 01  CHGLOG-RECORD               PIC X(128).
007510
007520*-------------------------------------------------------------
007530* PEND-IN -- THE PENDING-APPROVAL FILE AS LEFT BY THE LAST RUN
007540* PEND-OUT -- THE SAME FILE AS THIS RUN LEAVES IT. BOTH KEPT
007550* AS A FLAT PIC X(120) HERE -- SEE WS-PEND-DETAIL FOR THE
007560* NAMED FIELDS (COPYBOOK THRPNDC).
007570*-------------------------------------------------------------
007580 FD  PEND-IN
007590     RECORD CONTAINS 120 CHARACTERS
007602     DATA RECORD IS PEND-IN-RECORD.
007614 01  PEND-IN-RECORD              PIC X(120).
007626
007638 FD  PEND-OUT
007650     RECORD CONTAINS 120 CHARACTERS
007662     DATA RECORD IS PEND-OUT-RECORD.
007674 01  PEND-OUT-RECORD             PIC X(120).
007686
007700 WORKING-STORAGE SECTION.
007800 01  WS-THRMAINT-TXN-EOF-SW       PIC X(01) VALUE "N".
007900     88  THRMAINT-TXN-EOF                   VALUE "Y".
008000 01  WS-THRESH-CTL-EOF-SW         PIC X(01) VALUE "N".
008100     88  THRESH-CTL-EOF                     VALUE "Y".
008110 01  WS-PEND-IN-EOF-SW            PIC X(01) VALUE "N".
008120     88  PEND-IN-EOF                        VALUE "Y".
008200
008300 01  WS-THRMAINT-TXN-STATUS       PIC X(02).
008400 01  WS-THRESH-CTL-STATUS         PIC X(02).
008500 01  WS-CHGLOG-STATUS             PIC X(02).
008510 01  WS-PEND-IN-STATUS            PIC X(02).
008520 01  WS-PEND-OUT-STATUS           PIC X(02).
008600
008700 01  WS-FATAL-FILE-ID             PIC X(08).
008800 01  WS-FATAL-FILE-STATUS         PIC X(02).
009900     88  COVERAGE-BAD                       VALUE "N".
010000
010100 01  WS-REJECT-REASON              PIC X(30).
010110
010120 01  WS-REWRITE-SW                 PIC X(01) VALUE "N".
010130     88  THRESH-CTL-REWRITTEN               VALUE "Y".
010140
010150*-------------------------------------------------------------
010160* A CHANGE STILL AWAITING APPROVAL MORE THAN THIS MANY DAYS
010170* AFTER IT WAS SUBMITTED EXPIRES AND MUST BE RESUBMITTED.
010180*-------------------------------------------------------------
010190 01  WS-PEND-EXPIRE-DAYS           PIC 9(02) VALUE 5.
010200
010300*-------------------------------------------------------------
010400* BAND RULE RECORD -- NAMED FIELDS (COPYBOOK THRCTLC). USED AS
010900     COPY THRCTLC.
010910
010920*-------------------------------------------------------------
010930* TOLERANCE RECORD VIEW OF THE SAME 88 BYTES (COPYBOOK THRTOLC)
010940* -- A THRESH-CTL RECORD WITH "T" IN POSITION 1
010950*-------------------------------------------------------------
010960 01  WS-THRESH-TOL-DETAIL REDEFINES WS-THRESH-CTL-DETAIL.
011004
011100*-------------------------------------------------------------
011200* WORKING BAND TABLE -- LOADED FROM THRESH-CTL, MAINTAINED BY
011300* THE TRANSACTIONS, EACH SOURCE AND EFFECTIVE-DATE SET
011350* VALIDATED TO COVER 00000.00-99999.99, AND WRITTEN BACK OUT AS
011400* THRESH-CTL AT TERMINATION. HOLDS UP TO NINE FULL TEN-BAND SETS.
011500*-------------------------------------------------------------
011600 01  WS-BAND-TABLE.
011700     05  WS-BAND-MAX             PIC 9(02) COMP VALUE 90.
011800     05  WS-BAND-COUNT           PIC 9(02) COMP VALUE ZERO.
011900     05  WS-BAND-SUB             PIC 9(02) COMP VALUE ZERO.
012000     05  WS-BAND-FOUND-SUB       PIC 9(02) COMP VALUE ZERO.
012250     05  WS-ZERO-LOW-CNT         PIC 9(02) COMP VALUE ZERO.
012260     05  WS-TOP-HIGH-CNT         PIC 9(02) COMP VALUE ZERO.
012300     05  WS-SCAN-HITS            PIC 9(02) COMP VALUE ZERO.
012400     05  WS-BAND-ENTRY OCCURS 90 TIMES.
012450         10  WS-BAND-SOURCE      PIC X(08).
012500         10  WS-BAND-CODE        PIC X(01).
012600         10  WS-BAND-LOW         PIC 9(05)V99.
012700         10  WS-BAND-HIGH        PIC 9(05)V99.
013120
013130*-------------------------------------------------------------
013140* EFFECTIVE-DATE RESOLUTION FOR THE TRANSACTION IN HAND, AND
013150* THE DISTINCT-SET LIST THE COVERAGE CHECK WALKS AT
013160* TERMINATION. A SET IS A SOURCE SYSTEM AND AN EFFECTIVE DATE;
013165* A SOURCE WITH NO SET IN FORCE WORKS FROM THE DEFAULT SET.
013170*-------------------------------------------------------------
013180 01  WS-EFF-WORK.
013182     05  WS-TXN-EFF              PIC 9(08) VALUE ZERO.
013184     05  WS-EFF-BASE             PIC 9(08) VALUE ZERO.
013185     05  WS-BASE-SRC             PIC X(08) VALUE SPACES.
013186     05  WS-EFF-ASOF             PIC 9(08) VALUE ZERO.
013187     05  WS-EFF-SRC              PIC X(08) VALUE SPACES.
013188     05  WS-EFF-SUB              PIC 9(02) COMP VALUE ZERO.
013189     05  WS-EFF-FOUND            PIC 9(08) VALUE ZERO.
013190     05  WS-EFF-FOUND-SW         PIC X(01) VALUE "N".
013191         88  EFF-DATE-FOUND                 VALUE "Y".
013192     05  WS-ACTIVE-EFF           PIC 9(08) VALUE ZERO.
013193     05  WS-COVER-EFF            PIC 9(08) VALUE ZERO.
013194     05  WS-COVER-SRC            PIC X(08) VALUE SPACES.
013195     05  WS-SET-NAME             PIC X(08) VALUE SPACES.
013196     05  WS-BASE-SET-CNT         PIC 9(02) COMP VALUE ZERO.
013197     05  WS-SET-MAX              PIC 9(02) COMP VALUE 10.
013198     05  WS-NEEDED-CNT           PIC 9(02) COMP VALUE ZERO.
013199     05  WS-CLONE-LIMIT          PIC 9(02) COMP VALUE ZERO.
013200     05  WS-SET-EXISTS-SW        PIC X(01) VALUE "N".
013210         88  SET-EXISTS                     VALUE "Y".
013220     05  WS-SET-STATUS           PIC X(08).
013230
013240 01  WS-EFF-SET-TABLE.
013250     05  WS-EFFSET-MAX           PIC 9(02) COMP VALUE 20.
013260     05  WS-EFFSET-COUNT         PIC 9(02) COMP VALUE ZERO.
013270     05  WS-EFFSET-SUB           PIC 9(02) COMP VALUE ZERO.
013280     05  WS-EFFSET-FOUND-SW      PIC X(01) VALUE "N".
013290         88  EFFSET-FOUND                   VALUE "Y".
013300     05  WS-EFFSET-ENTRY OCCURS 20 TIMES.
013303         10  WS-EFFSET-SRC       PIC X(08).
013306         10  WS-EFFSET-DATE      PIC 9(08).
013310
013320*-------------------------------------------------------------
013400* CHGLOG -- NAMED FIELDS FOR THE CHANGE-LOG RECORD (COPYBOOK
013550*-------------------------------------------------------------
013600 01  WS-CHGLOG-DETAIL.
013700     COPY CHGLOGC.
013710
013720*-------------------------------------------------------------
013730* PEND-IN / PEND-OUT -- NAMED FIELDS FOR THE PENDING-APPROVAL
013740* RECORD (COPYBOOK THRPNDC)
013750*-------------------------------------------------------------
013760 01  WS-PEND-DETAIL.
013770     COPY THRPNDC.
013780
013790*-------------------------------------------------------------
013800* PENDING-APPROVAL TABLE -- LOADED FROM PEND-IN, ADDED TO BY
013810* EACH NEW SUBMISSION, AND WRITTEN BACK OUT AS PEND-OUT AT
013820* TERMINATION (OPEN ENTRIES ONLY, PLUS THE APPROVED ONES WHEN
013830* THRESH-CTL WAS NOT REWRITTEN)
013840*-------------------------------------------------------------
013850 01  WS-PEND-TABLE.
013860     05  WS-PEND-MAX             PIC 9(03) COMP VALUE 100.
013870     05  WS-PEND-COUNT           PIC 9(03) COMP VALUE ZERO.
013880     05  WS-PEND-SUB             PIC 9(03) COMP VALUE ZERO.
013890     05  WS-PEND-FOUND-SUB       PIC 9(03) COMP VALUE ZERO.
013900     05  WS-PEND-HELD-CNT        PIC 9(03) COMP VALUE ZERO.
013910     05  WS-PEND-LAST-ID         PIC 9(06) VALUE ZERO.
013920     05  WS-PEND-ENTRY OCCURS 100 TIMES.
013930         10  WS-PN-ID            PIC 9(06).
013940         10  WS-PN-IMAGE         PIC X(80).
013950         10  WS-PN-MAKER         PIC X(08).
013960         10  WS-PN-DATE          PIC 9(08).
013970         10  WS-PN-TIME          PIC 9(08).
013980         10  WS-PN-STATE         PIC X(01).
013990             88  PEND-OPEN                  VALUE "O".
014000             88  PEND-APPROVED              VALUE "A".
014010             88  PEND-CLOSED                VALUE "C".
014020
014030 01  WS-APPROVER-ID                PIC X(08) VALUE SPACES.
014040
014050*-------------------------------------------------------------
014060* DATE-TO-SERIAL-DAY CONVERSION (MARCH-BASED CIVIL CALENDAR),
014070* THE SAME ARITHMETIC SUSPAGE AND EXTRECON USE
014080*-------------------------------------------------------------
014090 01  WS-TODAY-SERIAL               PIC 9(08) COMP VALUE ZERO.
014100 01  WS-DATE-WORK.
014110     05  WS-DS-DATE              PIC 9(08) VALUE ZERO.
014120     05  WS-DS-DATE-R REDEFINES WS-DS-DATE.
014130         10  WS-DS-YYYY          PIC 9(04).
014140         10  WS-DS-MM            PIC 9(02).
014150         10  WS-DS-DD            PIC 9(02).
014160     05  WS-DS-SERIAL            PIC 9(08) COMP VALUE ZERO.
014170     05  WS-DS-Y                 PIC 9(08) COMP VALUE ZERO.
014180     05  WS-DS-M                 PIC 9(02) COMP VALUE ZERO.
014190     05  WS-DS-T1                PIC 9(08) COMP VALUE ZERO.
014200     05  WS-DS-T2                PIC 9(08) COMP VALUE ZERO.
014210     05  WS-DS-T3                PIC 9(08) COMP VALUE ZERO.
014220     05  WS-DS-T4                PIC 9(08) COMP VALUE ZERO.
014900
015000 PROCEDURE DIVISION.
015100*-----------------------------------------------------------------
015900     STOP RUN.
016000
016100*-----------------------------------------------------------------
016200* 1000-INITIALIZE -- LOAD THE CURRENT BAND TABLE AND THE
016210* PENDING-APPROVAL QUEUE, OPEN TXN, LOG, AND THE NEW PENDING
016220* FILE, AND EXPIRE STALE PENDING CHANGES
016300*-----------------------------------------------------------------
016400 1000-INITIALIZE.
016500     OPEN INPUT  THRMAINT-TXN.
017100     OPEN INPUT  THRESH-CTL.
017150     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
017200     PERFORM 1100-READ-THRESH-CTL THRU 1100-EXIT.
017210     OPEN INPUT  PEND-IN.
017220     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
017300     OPEN OUTPUT CHGLOG.
017400     IF WS-CHGLOG-STATUS NOT = "00"
017500         MOVE "CHGLOG"   TO WS-FATAL-FILE-ID
017600         MOVE WS-CHGLOG-STATUS TO WS-FATAL-FILE-STATUS
017700         GO TO 1000-FATAL-EXIT
017800     END-IF.
017810     OPEN OUTPUT PEND-OUT.
017820     IF WS-PEND-OUT-STATUS NOT = "00"
017830         MOVE "PENDOUT"  TO WS-FATAL-FILE-ID
017840         MOVE WS-PEND-OUT-STATUS TO WS-FATAL-FILE-STATUS
017845         GO TO 1000-FATAL-EXIT
017848     END-IF.
017850     MOVE SPACES TO WS-CHGLOG-DETAIL.
017860     PERFORM 1300-EXPIRE-PENDING THRU 1300-EXIT.
017900     GO TO 1000-EXIT.
018000 1000-FATAL-EXIT.
018100     DISPLAY "THRMAINT - UNABLE TO OPEN " WS-FATAL-FILE-ID
021180         GO TO 1110-EXIT
021190     END-IF.
021200     ADD 1 TO WS-BAND-COUNT.
021250     MOVE TC-SOURCE-SYSTEM TO WS-BAND-SOURCE (WS-BAND-COUNT).
021300     MOVE TC-BAND-CODE TO WS-BAND-CODE (WS-BAND-COUNT).
021400     MOVE TC-LOW-BOUND TO WS-BAND-LOW (WS-BAND-COUNT).
021500     MOVE TC-HIGH-BOUND TO WS-BAND-HIGH (WS-BAND-COUNT).
024800     EXIT.
024900
025000 1130-STAMP-ONE-DEFAULT.
025050     MOVE SPACES TO WS-BAND-SOURCE (WS-BAND-SUB).
025100     MOVE ZERO   TO WS-BAND-CHG-DATE (WS-BAND-SUB).
025200     MOVE ZERO   TO WS-BAND-CHG-TIME (WS-BAND-SUB).
025300     MOVE SPACES TO WS-BAND-CHG-USER (WS-BAND-SUB).
025350     MOVE ZERO   TO WS-BAND-EFF-DATE (WS-BAND-SUB).
025400 1130-EXIT.
025500     EXIT.
025510
025520*-----------------------------------------------------------------
025530* 1200-LOAD-PENDING -- LOAD THE PENDING-APPROVAL QUEUE. THE
025540* CONTROL RECORD GIVES THE LAST PENDING ID ISSUED. AN EMPTY OR
025550* UNOPENABLE FILE IS AN EMPTY QUEUE. A QUEUE LARGER THAN THE
025560* TABLE IS FATAL -- NOTHING HAS BEEN WRITTEN YET, AND DROPPING
025570* THE EXCESS WOULD LOSE SUBMITTED CHANGES WITHOUT A TRACE.
025580*-----------------------------------------------------------------
025590 1200-LOAD-PENDING.
025598     MOVE ZERO TO WS-PEND-COUNT.
025606     MOVE ZERO TO WS-PEND-LAST-ID.
025614     IF WS-PEND-IN-STATUS = "00"
025622         PERFORM 1210-LOAD-PEND-RECORD THRU 1210-EXIT
025630             UNTIL PEND-IN-EOF
025638         CLOSE PEND-IN
025646     END-IF.
025654 1200-EXIT.
025662     EXIT.
025670
025678 1210-LOAD-PEND-RECORD.
025686     READ PEND-IN INTO WS-PEND-DETAIL
025694         AT END
025702             SET PEND-IN-EOF TO TRUE
025710             GO TO 1210-EXIT
025718     END-READ.
025726     IF PN-CONTROL-RECORD
025734         IF PN-LAST-PEND-ID IS NUMERIC
025742            AND PN-LAST-PEND-ID > WS-PEND-LAST-ID
025750             MOVE PN-LAST-PEND-ID TO WS-PEND-LAST-ID
025758         END-IF
025766         GO TO 1210-EXIT
025774     END-IF.
025782     IF WS-PEND-COUNT = WS-PEND-MAX
025790         DISPLAY "THRMAINT - MORE THAN " WS-PEND-MAX
025798             " CHANGES ON PENDIN -- NOTHING PROCESSED"
025806         MOVE 16 TO RETURN-CODE
025814         STOP RUN
025822     END-IF.
025830     ADD 1 TO WS-PEND-COUNT.
025838     MOVE PN-PEND-ID     TO WS-PN-ID (WS-PEND-COUNT).
025846     MOVE PN-TXN-IMAGE   TO WS-PN-IMAGE (WS-PEND-COUNT).
025854     MOVE PN-MAKER-ID    TO WS-PN-MAKER (WS-PEND-COUNT).
025862     MOVE PN-SUBMIT-DATE TO WS-PN-DATE (WS-PEND-COUNT).
025870     MOVE PN-SUBMIT-TIME TO WS-PN-TIME (WS-PEND-COUNT).
025878     SET PEND-OPEN (WS-PEND-COUNT) TO TRUE.
025886     IF PN-PEND-ID > WS-PEND-LAST-ID
025894         MOVE PN-PEND-ID TO WS-PEND-LAST-ID
025902     END-IF.
025910 1210-EXIT.
025918     EXIT.
025926
025934*-----------------------------------------------------------------
025942* 1300-EXPIRE-PENDING -- A CHANGE SUBMITTED MORE THAN
025950* WS-PEND-EXPIRE-DAYS DAYS AGO AND STILL NOT APPROVED IS
025958* CLOSED AND LOGGED AS EXPIRED. ONE WITH AN UNREADABLE SUBMIT
025966* DATE CANNOT BE AGED AND IS EXPIRED TOO.
025974*-----------------------------------------------------------------
025982 1300-EXPIRE-PENDING.
025990     MOVE WS-TODAY-DATE TO WS-DS-DATE.
025998     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
026006     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
026014     PERFORM 1310-EXPIRE-ONE-PEND THRU 1310-EXIT
026022         VARYING WS-PEND-SUB FROM 1 BY 1
026030         UNTIL WS-PEND-SUB > WS-PEND-COUNT.
026038 1300-EXIT.
026046     EXIT.
026054
026062 1310-EXPIRE-ONE-PEND.
026070     IF WS-PN-DATE (WS-PEND-SUB) IS NUMERIC
026078         MOVE WS-PN-DATE (WS-PEND-SUB) TO WS-DS-DATE
026086         PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT
026094         ADD WS-PEND-EXPIRE-DAYS TO WS-DS-SERIAL
026102         IF WS-DS-SERIAL NOT < WS-TODAY-SERIAL
026110             GO TO 1310-EXIT
026118         END-IF
026126     END-IF.
026134     MOVE WS-PEND-SUB    TO WS-PEND-FOUND-SUB.
026142     MOVE SPACES         TO CL-APPROVER-ID.
026150     MOVE "EXPIRED"      TO CL-TXN-STATUS.
026158     PERFORM 2750-CLOSE-PENDING THRU 2750-EXIT.
026166     DISPLAY "THRMAINT - PENDING CHANGE " WS-PN-ID (WS-PEND-SUB)
026174         " BY " WS-PN-MAKER (WS-PEND-SUB)
026182         " EXPIRED UNAPPROVED".
026190 1310-EXIT.
026198     EXIT.
026206
026214*-----------------------------------------------------------------
026222* 2000-PROCESS-TXN -- ONE BAND MAINTENANCE TRANSACTION. A BAND
026230* OR TOLERANCE ACTION IS VALIDATED AND HELD FOR APPROVAL; AN
026238* APPROVAL APPLIES A HELD CHANGE; A CANCEL CLOSES ONE.
026246*-----------------------------------------------------------------
026254 2000-PROCESS-TXN.
026262     PERFORM 2100-READ-TXN THRU 2100-EXIT.
026270     IF THRMAINT-TXN-EOF
026278         GO TO 2000-EXIT
026286     END-IF.
026294     MOVE SPACES TO CL-APPROVER-ID.
026302     MOVE ZERO   TO CL-PEND-ID.
026310     IF TX-ACTION-APPROVE
026318         PERFORM 2600-APPROVE-PENDING THRU 2600-EXIT
026326         GO TO 2000-EXIT
026334     END-IF.
026342     IF TX-ACTION-CANCEL
026350         PERFORM 2700-CANCEL-PENDING THRU 2700-EXIT
026360         GO TO 2000-EXIT
026370     END-IF.
026380     PERFORM 2150-VALIDATE-TXN THRU 2150-EXIT.
026400     IF TXN-VALID
026500         PERFORM 2550-QUEUE-PENDING THRU 2550-EXIT
026600     ELSE
026700         PERFORM 2250-REJECT-TXN THRU 2250-EXIT
026800     END-IF.
026900     PERFORM 2300-WRITE-CHGLOG THRU 2300-EXIT.
027100 2000-EXIT.
027200     EXIT.
027300
028000     EXIT.
028100
028200*-----------------------------------------------------------------
028300* 2150-VALIDATE-TXN -- ACTION MUST BE A, C, D, OR T, AND THE
028350* SUBMITTING USER MUST BE GIVEN. THE BAND CODE
028400* MUST BE PRESENT AND NOT THE RESERVED INVALID CODE 9. THE
028450* EFFECTIVE DATE, WHEN GIVEN, MUST BE NUMERIC AND NOT IN THE
028460* PAST; BLANK MEANS THE SOURCE'S ACTIVE SET. ADDS AND CHANGES
028480* NEED LOW NOT GREATER THAN HIGH AND A DESCRIPTION. ADDS MUST
028500* NOT DUPLICATE A CODE IN THE TARGET SET, OVERFLOW THE TABLE
028650* (COUNTING THE CLONE A NEW SET NEEDS), OR PUT MORE THAN TEN
028660* BANDS IN ONE SET -- THE READERS' BAND TABLES HOLD TEN;
028700* CHANGES AND DELETES MUST NAME A BAND IN THE TARGET SET.
029100     MOVE SPACES TO WS-REJECT-REASON.
029110     MOVE ZERO TO WS-TXN-EFF.
029120     MOVE ZERO TO WS-BAND-FOUND-SUB.
029145     IF TX-ACTION-TOLERANCE
029170         MOVE "ALL"  TO WS-SET-NAME
029195     ELSE
029220         MOVE TX-SOURCE-SYSTEM TO WS-EFF-SRC
029245         PERFORM 2190-NAME-SET THRU 2190-EXIT
029270     END-IF.
029300     IF NOT TX-ACTION-ADD
029400        AND NOT TX-ACTION-CHANGE
029500        AND NOT TX-ACTION-DELETE
029550        AND NOT TX-ACTION-TOLERANCE
029600         MOVE "ACTION NOT A, C, D, T, V, OR R" TO WS-REJECT-REASON
029700         SET TXN-INVALID TO TRUE
029800         GO TO 2150-EXIT
029900     END-IF.
029902     IF TX-USER-ID = SPACES
029904         MOVE "USER ID MISSING" TO WS-REJECT-REASON
029906         SET TXN-INVALID TO TRUE
029908         GO TO 2150-EXIT
029909     END-IF.
029910     IF TX-ACTION-TOLERANCE
029920         IF TX-TOL-CNT NOT NUMERIC
029930            OR TX-TOL-PCT NOT NUMERIC
034102
034104*-----------------------------------------------------------------
034106* 2160-RESOLVE-EFF-DATE -- A BLANK OR ZERO EFFECTIVE DATE MEANS
034108* THE TXN SOURCE'S ACTIVE SET (IMMEDIATE). A GIVEN DATE MUST BE
034110* NUMERIC AND NOT BEFORE TODAY -- A PAST DATE WOULD REWRITE
034111* HISTORY.
034112*-----------------------------------------------------------------
034114 2160-RESOLVE-EFF-DATE.
034115     MOVE TX-SOURCE-SYSTEM TO WS-EFF-SRC.
034116     PERFORM 2170-FIND-ACTIVE-EFF THRU 2170-EXIT.
034118     IF TX-EFFECTIVE-DATE = SPACES
034120        OR TX-EFFECTIVE-DATE = "00000000"
034148 2160-EXIT.
034150     EXIT.
034152
034153*    THE EFFECTIVE DATE OF WS-EFF-SRC'S SET IN FORCE TODAY,
034154*    ELSE OF THE DEFAULT SET'S
034155 2170-FIND-ACTIVE-EFF.
034156     MOVE WS-TODAY-DATE TO WS-EFF-ASOF.
034158     PERFORM 2510-FIND-EFF-FOR-DATE THRU 2510-EXIT.
034159     IF NOT EFF-DATE-FOUND
034160         MOVE SPACES TO WS-EFF-SRC
034161         PERFORM 2510-FIND-EFF-FOR-DATE THRU 2510-EXIT
034162     END-IF.
034163     MOVE WS-EFF-FOUND TO WS-ACTIVE-EFF.
034164 2170-EXIT.
034165     EXIT.
034167
034170*    PRINTABLE NAME OF WS-EFF-SRC'S RULE SET
034173 2190-NAME-SET.
034176     IF WS-EFF-SRC = SPACES
034179         MOVE "DEFAULT" TO WS-SET-NAME
034182     ELSE
034185         MOVE WS-EFF-SRC TO WS-SET-NAME
034188     END-IF.
034191 2190-EXIT.
034194     EXIT.
034200
034300*-----------------------------------------------------------------
034400* 2200-APPLY-CHANGE -- DISPATCH THE VALIDATED ACTION AGAINST THE
034500* WORKING TABLE, CAPTURING THE OLD BOUNDS FOR THE CHANGE LOG.
034550* A BAND ACTION LANDING IN A SET NOT YET ON FILE FIRST CLONES
034560* THE SET IN FORCE AT ITS EFFECTIVE DATE (THE SOURCE'S OWN,
034580* ELSE THE DEFAULT) INTO THE TXN'S SOURCE, THEN APPLIES THERE.
034600*-----------------------------------------------------------------
034700 2200-APPLY-CHANGE.
034800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
037000
037100 2210-ADD-BAND.
037200     ADD 1 TO WS-BAND-COUNT.
037250     MOVE TX-SOURCE-SYSTEM TO WS-BAND-SOURCE (WS-BAND-COUNT).
037300     MOVE TX-BAND-CODE    TO WS-BAND-CODE (WS-BAND-COUNT).
037400     MOVE TX-LOW-BOUND    TO WS-BAND-LOW (WS-BAND-COUNT).
037500     MOVE TX-HIGH-BOUND   TO WS-BAND-HIGH (WS-BAND-COUNT).
040702
040704*-----------------------------------------------------------------
040706* 2270-CLONE-SET -- STAGE A NEW EFFECTIVE-DATE SET: COPY EVERY
040708* BAND OF THE BASE SET RESOLVED BY 2400 INTO ENTRIES CARRYING
040710* THE TXN'S SOURCE AND EFFECTIVE DATE. CAPACITY WAS CHECKED AT
040712* VALIDATION.
040714*-----------------------------------------------------------------
040716 2270-CLONE-SET.
040730
040732 2280-CLONE-ONE-ENTRY.
040734     IF WS-BAND-EFF-DATE (WS-BAND-SUB) = WS-EFF-BASE
040735        AND WS-BAND-SOURCE (WS-BAND-SUB) = WS-BASE-SRC
040736         ADD 1 TO WS-BAND-COUNT
040738         MOVE WS-BAND-ENTRY (WS-BAND-SUB)
040740             TO WS-BAND-ENTRY (WS-BAND-COUNT)
040741         MOVE TX-SOURCE-SYSTEM
040742             TO WS-BAND-SOURCE (WS-BAND-COUNT)
040743         MOVE WS-TXN-EFF      TO WS-BAND-EFF-DATE (WS-BAND-COUNT)
040744         MOVE WS-CURRENT-DATE TO WS-BAND-CHG-DATE (WS-BAND-COUNT)
040746         MOVE WS-CURRENT-TIME TO WS-BAND-CHG-TIME (WS-BAND-COUNT)
040748         MOVE TX-USER-ID      TO WS-BAND-CHG-USER (WS-BAND-COUNT)
042400     DISPLAY "THRMAINT - REJECTED TXN FOR " TX-USER-ID
042500         ", ACTION " TX-ACTION
042600         " BAND " TX-BAND-CODE
042650         " SET " WS-SET-NAME
042700         " -- " WS-REJECT-REASON.
042800 2250-EXIT.
042900     EXIT.
043350     IF TX-ACTION-TOLERANCE
043360         MOVE ZERO               TO CL-NEW-LOW-BOUND
043370         MOVE ZERO               TO CL-NEW-HIGH-BOUND
043375         MOVE SPACES             TO CL-SOURCE-SYSTEM
043380         MOVE TX-TOL-CNT         TO WS-TD-CNT
043390         MOVE TX-TOL-PCT         TO WS-TD-PCT
043392         MOVE WS-TOL-DESC        TO CL-NEW-BAND-DESC
043400         MOVE TX-LOW-BOUND       TO CL-NEW-LOW-BOUND
043500         MOVE TX-HIGH-BOUND      TO CL-NEW-HIGH-BOUND
043600         MOVE TX-BAND-DESC       TO CL-NEW-BAND-DESC
043625         MOVE TX-SOURCE-SYSTEM   TO CL-SOURCE-SYSTEM
043650     END-IF.
043700     MOVE TX-USER-ID             TO CL-USER-ID.
043800     MOVE WS-CURRENT-DATE        TO CL-CHANGE-DATE.
044300
044400*-----------------------------------------------------------------
044500* 2400-FIND-BAND -- RESOLVE THE SET THE TXN WORKS AGAINST (THE
044520* TXN'S OWN SOURCE AND EFFECTIVE DATE WHEN THAT SET IS ON FILE,
044540* OTHERWISE THE SOURCE'S SET IN FORCE AT THAT DATE OR, WHEN IT
044560* HAS NONE, THE DEFAULT SET'S -- WHICH A BAND ACTION WILL
044580* CLONE), COUNT ITS BANDS, AND LOCATE THE TXN BAND CODE IN IT
044600*-----------------------------------------------------------------
044700 2400-FIND-BAND.
044710     MOVE "N" TO WS-SET-EXISTS-SW.
044730         VARYING WS-BAND-SUB FROM 1 BY 1
044740         UNTIL WS-BAND-SUB > WS-BAND-COUNT.
044750     IF SET-EXISTS
044755         MOVE TX-SOURCE-SYSTEM TO WS-BASE-SRC
044760         MOVE WS-TXN-EFF TO WS-EFF-BASE
044770     ELSE
044772         PERFORM 2440-FIND-BASE-SET THRU 2440-EXIT
044778     END-IF.
044780     MOVE ZERO TO WS-BASE-SET-CNT.
044782     PERFORM 2430-COUNT-BASE-SET THRU 2430-EXIT
045600 2410-MATCH-ONE-BAND.
045700     IF WS-BAND-CODE (WS-BAND-SUB) = TX-BAND-CODE
045750        AND WS-BAND-EFF-DATE (WS-BAND-SUB) = WS-EFF-BASE
045775        AND WS-BAND-SOURCE (WS-BAND-SUB) = WS-BASE-SRC
045800         MOVE WS-BAND-SUB TO WS-BAND-FOUND-SUB
045900     END-IF.
046000 2410-EXIT.
046110
046120 2420-CHECK-SET-EXISTS.
046122     IF WS-BAND-EFF-DATE (WS-BAND-SUB) = WS-TXN-EFF
046123        AND WS-BAND-SOURCE (WS-BAND-SUB) = TX-SOURCE-SYSTEM
046124         SET SET-EXISTS TO TRUE
046126     END-IF.
046128 2420-EXIT.
046132
046134 2430-COUNT-BASE-SET.
046136     IF WS-BAND-EFF-DATE (WS-BAND-SUB) = WS-EFF-BASE
046137        AND WS-BAND-SOURCE (WS-BAND-SUB) = WS-BASE-SRC
046138         ADD 1 TO WS-BASE-SET-CNT
046140     END-IF.
046142 2430-EXIT.
046144     EXIT.
046145
046146 2440-FIND-BASE-SET.
046147     MOVE TX-SOURCE-SYSTEM TO WS-EFF-SRC.
046148     MOVE WS-TXN-EFF TO WS-EFF-ASOF.
046149     PERFORM 2510-FIND-EFF-FOR-DATE THRU 2510-EXIT.
046150     IF NOT EFF-DATE-FOUND
046151         MOVE SPACES TO WS-EFF-SRC
046152         PERFORM 2510-FIND-EFF-FOR-DATE THRU 2510-EXIT
046153     END-IF.
046154     MOVE WS-EFF-SRC   TO WS-BASE-SRC.
046155     MOVE WS-EFF-FOUND TO WS-EFF-BASE.
046156 2440-EXIT.
046157     EXIT.
046158
046159*-----------------------------------------------------------------
046160* 2510-FIND-EFF-FOR-DATE -- THE EFFECTIVE DATE OF WS-EFF-SRC'S
046161* RULE SET IN FORCE AS OF WS-EFF-ASOF: THE LATEST EFFECTIVE DATE
046162* FOR THAT SOURCE ON THE TABLE NOT AFTER IT (ZERO FOR THE
046163* UNDATED LEGACY SET). EFF-DATE-FOUND STAYS OFF WHEN THE SOURCE
046164* HAS NO SET IN FORCE.
046165*-----------------------------------------------------------------
046166 2510-FIND-EFF-FOR-DATE.
046167     MOVE ZERO TO WS-EFF-FOUND.
046168     MOVE "N" TO WS-EFF-FOUND-SW.
046169     PERFORM 2520-CHECK-ONE-EFF THRU 2520-EXIT
046170         VARYING WS-EFF-SUB FROM 1 BY 1
046171         UNTIL WS-EFF-SUB > WS-BAND-COUNT.
046172 2510-EXIT.
046173     EXIT.
046174
046176 2520-CHECK-ONE-EFF.
046178     IF WS-BAND-SOURCE (WS-EFF-SUB) = WS-EFF-SRC
046179        AND WS-BAND-EFF-DATE (WS-EFF-SUB) NOT > WS-EFF-ASOF
046180        AND WS-BAND-EFF-DATE (WS-EFF-SUB) NOT < WS-EFF-FOUND
046182         MOVE WS-BAND-EFF-DATE (WS-EFF-SUB) TO WS-EFF-FOUND
046183         SET EFF-DATE-FOUND TO TRUE
046184     END-IF.
046186 2520-EXIT.
046188     EXIT.
046189
046190*-----------------------------------------------------------------
046191* 2550-QUEUE-PENDING -- HOLD A VALIDATED BAND OR TOLERANCE TXN
046192* FOR APPROVAL UNDER THE NEXT PENDING ID. NOTHING IS APPLIED.
046193* THE TXN IS VALIDATED AGAIN WHEN IT IS APPROVED, AGAINST THE
046194* RULES AS THEY STAND THEN.
046195*-----------------------------------------------------------------
046196 2550-QUEUE-PENDING.
046197     IF WS-PEND-COUNT = WS-PEND-MAX
046198         MOVE "PENDING QUEUE IS FULL" TO WS-REJECT-REASON
046199         PERFORM 2250-REJECT-TXN THRU 2250-EXIT
046200         GO TO 2550-EXIT
046201     END-IF.
046202     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
046203     ACCEPT WS-CURRENT-TIME FROM TIME.
046204     MOVE ZERO TO CL-OLD-LOW-BOUND.
046205     MOVE ZERO TO CL-OLD-HIGH-BOUND.
046206     IF WS-BAND-FOUND-SUB > ZERO
046207         MOVE WS-BAND-LOW (WS-BAND-FOUND-SUB)
046208             TO CL-OLD-LOW-BOUND
046209         MOVE WS-BAND-HIGH (WS-BAND-FOUND-SUB)
046210             TO CL-OLD-HIGH-BOUND
046211     END-IF.
046212     ADD 1 TO WS-PEND-LAST-ID.
046213     ADD 1 TO WS-PEND-COUNT.
046214     MOVE WS-PEND-LAST-ID     TO WS-PN-ID (WS-PEND-COUNT).
046215     MOVE THRMAINT-TXN-RECORD TO WS-PN-IMAGE (WS-PEND-COUNT).
046216     MOVE TX-USER-ID          TO WS-PN-MAKER (WS-PEND-COUNT).
046217     MOVE WS-CURRENT-DATE     TO WS-PN-DATE (WS-PEND-COUNT).
046218     MOVE WS-CURRENT-TIME     TO WS-PN-TIME (WS-PEND-COUNT).
046219     SET PEND-OPEN (WS-PEND-COUNT) TO TRUE.
046220     MOVE WS-PEND-LAST-ID     TO CL-PEND-ID.
046221     MOVE "PENDING"           TO CL-TXN-STATUS.
046222     DISPLAY "THRMAINT - CHANGE " WS-PEND-LAST-ID
046223         " BY " TX-USER-ID
046224         ", ACTION " TX-ACTION
046225         " BAND " TX-BAND-CODE
046226         " SET " WS-SET-NAME
046227         " HELD FOR APPROVAL".
046228 2550-EXIT.
046229     EXIT.
046230
046231*-----------------------------------------------------------------
046232* 2600-APPROVE-PENDING -- THE APPROVER MUST BE GIVEN AND MUST
046233* NOT BE THE MAKER. THE HELD TXN IMAGE IS STAGED IN THE TXN
046234* RECORD AREA SO THE USUAL VALIDATE, APPLY, AND LOGGING
046235* PARAGRAPHS SERVE UNCHANGED; IT IS LOGGED APPLIED UNDER THE
046236* MAKER'S USER ID WITH THE APPROVER ALONGSIDE. A HELD TXN THAT
046237* NO LONGER VALIDATES IS CLOSED AS REJECTED.
046238*-----------------------------------------------------------------
046239 2600-APPROVE-PENDING.
046240     MOVE TX-USER-ID TO WS-APPROVER-ID.
046241     PERFORM 2800-FIND-PENDING THRU 2800-EXIT.
046242     IF WS-PEND-FOUND-SUB = ZERO
046243         MOVE "NO OPEN CHANGE WITH THAT ID" TO WS-REJECT-REASON
046244         PERFORM 2650-REFUSE-STEP THRU 2650-EXIT
046245         GO TO 2600-EXIT
046246     END-IF.
046247     IF WS-APPROVER-ID = SPACES
046248         MOVE "APPROVER USER ID MISSING" TO WS-REJECT-REASON
046249         PERFORM 2650-REFUSE-STEP THRU 2650-EXIT
046250         GO TO 2600-EXIT
046251     END-IF.
046252     IF WS-APPROVER-ID = WS-PN-MAKER (WS-PEND-FOUND-SUB)
046253         MOVE "APPROVER IS THE MAKER" TO WS-REJECT-REASON
046254         PERFORM 2650-REFUSE-STEP THRU 2650-EXIT
046255         GO TO 2600-EXIT
046256     END-IF.
046257     MOVE WS-PN-IMAGE (WS-PEND-FOUND-SUB) TO THRMAINT-TXN-RECORD.
046258     MOVE WS-PN-ID (WS-PEND-FOUND-SUB)    TO CL-PEND-ID.
046259     MOVE WS-APPROVER-ID                  TO CL-APPROVER-ID.
046260     PERFORM 2150-VALIDATE-TXN THRU 2150-EXIT.
046261     IF TXN-VALID
046262         PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
046263         SET PEND-APPROVED (WS-PEND-FOUND-SUB) TO TRUE
046264         DISPLAY "THRMAINT - CHANGE " CL-PEND-ID
046265             " BY " TX-USER-ID
046266             " APPROVED BY " WS-APPROVER-ID
046267     ELSE
046268         PERFORM 2250-REJECT-TXN THRU 2250-EXIT
046269         SET PEND-CLOSED (WS-PEND-FOUND-SUB) TO TRUE
046270     END-IF.
046271     PERFORM 2300-WRITE-CHGLOG THRU 2300-EXIT.
046272 2600-EXIT.
046273     EXIT.
046274
046275*-----------------------------------------------------------------
046276* 2650-REFUSE-STEP -- AN APPROVE OR CANCEL TXN THAT CANNOT BE
046277* HONORED. THE HELD CHANGE, IF ANY, IS LEFT OPEN. THE REFUSAL
046278* IS LOGGED UNDER THE KEYING USER WITH THE REASON IN THE
046279* DESCRIPTION.
046280*-----------------------------------------------------------------
046281 2650-REFUSE-STEP.
046282     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
046283     ACCEPT WS-CURRENT-TIME FROM TIME.
046284     MOVE TX-ACTION       TO CL-ACTION.
046285     MOVE TX-BAND-CODE    TO CL-BAND-CODE.
046286     MOVE ZERO            TO CL-OLD-LOW-BOUND.
046287     MOVE ZERO            TO CL-OLD-HIGH-BOUND.
046288     MOVE ZERO            TO CL-NEW-LOW-BOUND.
046289     MOVE ZERO            TO CL-NEW-HIGH-BOUND.
046290     MOVE WS-REJECT-REASON TO CL-NEW-BAND-DESC.
046291     MOVE TX-USER-ID      TO CL-USER-ID.
046292     MOVE WS-CURRENT-DATE TO CL-CHANGE-DATE.
046293     MOVE WS-CURRENT-TIME TO CL-CHANGE-TIME.
046294     MOVE "REJECTED"      TO CL-TXN-STATUS.
046295     MOVE ZERO            TO CL-EFFECTIVE-DATE.
046296     MOVE SPACES          TO CL-APPROVER-ID.
046297     MOVE SPACES          TO CL-SOURCE-SYSTEM.
046298     IF TX-PEND-ID IS NUMERIC
046299         MOVE TX-PEND-ID  TO CL-PEND-ID
046300     ELSE
046301         MOVE ZERO        TO CL-PEND-ID
046302     END-IF.
046303     WRITE CHGLOG-RECORD FROM WS-CHGLOG-DETAIL.
046304     DISPLAY "THRMAINT - REJECTED TXN FOR " TX-USER-ID
046305         ", ACTION " TX-ACTION
046306         " PENDING ID " TX-PEND-ID
046307         " -- " WS-REJECT-REASON.
046308 2650-EXIT.
046309     EXIT.
046310
046311*-----------------------------------------------------------------
046312* 2700-CANCEL-PENDING -- ANY USER, THE MAKER INCLUDED, MAY
046313* CANCEL A HELD CHANGE. THE CANCELING USER IS LOGGED IN THE
046314* APPROVER COLUMN OF THE CANCELED ROW.
046315*-----------------------------------------------------------------
046316 2700-CANCEL-PENDING.
046317     PERFORM 2800-FIND-PENDING THRU 2800-EXIT.
046318     IF WS-PEND-FOUND-SUB = ZERO
046319         MOVE "NO OPEN CHANGE WITH THAT ID" TO WS-REJECT-REASON
046320         PERFORM 2650-REFUSE-STEP THRU 2650-EXIT
046321         GO TO 2700-EXIT
046322     END-IF.
046323     IF TX-USER-ID = SPACES
046324         MOVE "USER ID MISSING" TO WS-REJECT-REASON
046325         PERFORM 2650-REFUSE-STEP THRU 2650-EXIT
046326         GO TO 2700-EXIT
046327     END-IF.
046328     MOVE TX-USER-ID     TO CL-APPROVER-ID.
046329     MOVE "CANCELED"     TO CL-TXN-STATUS.
046330     PERFORM 2750-CLOSE-PENDING THRU 2750-EXIT.
046331     DISPLAY "THRMAINT - CHANGE " CL-PEND-ID
046332         " BY " TX-USER-ID
046333         " CANCELED BY " CL-APPROVER-ID.
046334 2700-EXIT.
046335     EXIT.
046336
046337*-----------------------------------------------------------------
046338* 2750-CLOSE-PENDING -- CLOSE THE HELD CHANGE AT
046339* WS-PEND-FOUND-SUB WITHOUT APPLYING IT AND LOG IT UNDER THE
046340* MAKER'S USER ID. THE CALLER SETS THE STATUS AND APPROVER
046341* COLUMN. THE HELD IMAGE IS STAGED IN THE TXN RECORD AREA SO
046342* 2300-WRITE-CHGLOG CAN LOG IT AS KEYED.
046343*-----------------------------------------------------------------
046344 2750-CLOSE-PENDING.
046345     MOVE WS-PN-IMAGE (WS-PEND-FOUND-SUB) TO THRMAINT-TXN-RECORD.
046346     MOVE WS-PN-ID (WS-PEND-FOUND-SUB)    TO CL-PEND-ID.
046347     IF TX-EFFECTIVE-DATE IS NUMERIC
046348         MOVE TX-EFFECTIVE-DATE TO WS-TXN-EFF
046349     ELSE
046350         MOVE ZERO TO WS-TXN-EFF
046351     END-IF.
046352     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
046353     ACCEPT WS-CURRENT-TIME FROM TIME.
046354     MOVE ZERO TO CL-OLD-LOW-BOUND.
046355     MOVE ZERO TO CL-OLD-HIGH-BOUND.
046356     PERFORM 2300-WRITE-CHGLOG THRU 2300-EXIT.
046357     SET PEND-CLOSED (WS-PEND-FOUND-SUB) TO TRUE.
046358 2750-EXIT.
046359     EXIT.
046360
046361*-----------------------------------------------------------------
046362* 2800-FIND-PENDING -- LOCATE THE OPEN HELD CHANGE NAMED BY
046363* THE TXN'S PENDING ID. ZERO WHEN THERE IS NONE -- INCLUDING ONE
046364* ALREADY APPROVED, CANCELED, OR EXPIRED.
046365*-----------------------------------------------------------------
046366 2800-FIND-PENDING.
046367     MOVE ZERO TO WS-PEND-FOUND-SUB.
046368     IF TX-PEND-ID NOT NUMERIC
046369         GO TO 2800-EXIT
046370     END-IF.
046371     PERFORM 2810-MATCH-ONE-PEND THRU 2810-EXIT
046372         VARYING WS-PEND-SUB FROM 1 BY 1
046373         UNTIL WS-PEND-SUB > WS-PEND-COUNT
046374            OR WS-PEND-FOUND-SUB > ZERO.
046375 2800-EXIT.
046376     EXIT.
046377
046378 2810-MATCH-ONE-PEND.
046379     IF WS-PN-ID (WS-PEND-SUB) = TX-PEND-ID
046380        AND PEND-OPEN (WS-PEND-SUB)
046381         MOVE WS-PEND-SUB TO WS-PEND-FOUND-SUB
046382     END-IF.
046383 2810-EXIT.
046384     EXIT.
046385
046386*-----------------------------------------------------------------
046387* 5000-DATE-TO-SERIAL -- YYYYMMDD IN WS-DS-DATE TO A SERIAL
046388* DAY COUNT IN WS-DS-SERIAL, MARCH-BASED SO THE LEAP DAY
046389* FALLS AT YEAR END
046390*-----------------------------------------------------------------
046391 5000-DATE-TO-SERIAL.
046392     IF WS-DS-MM > 2
046393         MOVE WS-DS-YYYY TO WS-DS-Y
046394         MOVE WS-DS-MM   TO WS-DS-M
046395     ELSE
046396         SUBTRACT 1 FROM WS-DS-YYYY GIVING WS-DS-Y
046397         ADD 12 TO WS-DS-MM GIVING WS-DS-M
046398     END-IF.
046399     COMPUTE WS-DS-T1 = WS-DS-Y * 365.
046400     DIVIDE WS-DS-Y BY 4 GIVING WS-DS-T2.
046401     DIVIDE WS-DS-Y BY 100 GIVING WS-DS-T3.
046402     DIVIDE WS-DS-Y BY 400 GIVING WS-DS-T4.
046403     COMPUTE WS-DS-SERIAL =
046404         WS-DS-T1 + WS-DS-T2 - WS-DS-T3 + WS-DS-T4.
046405     COMPUTE WS-DS-T1 = 306 * (WS-DS-M + 1).
046406     DIVIDE WS-DS-T1 BY 10 GIVING WS-DS-T2.
046407     COMPUTE WS-DS-SERIAL =
046408         WS-DS-SERIAL + WS-DS-T2 + WS-DS-DD.
046409 5000-EXIT.
046410     EXIT.
046411
046412*-----------------------------------------------------------------
046413* 9000-TERMINATE -- VALIDATE FULL-RANGE COVERAGE, THEN REWRITE
046500* THRESH-CTL WITH THE FINAL TABLE. ON A COVERAGE FAILURE THE OLD
046600* FILE IS LEFT UNTOUCHED AND THE JOB ENDS WITH CONDITION CODE 8.
046610* THE PENDING FILE IS WRITTEN EITHER WAY.
046700*-----------------------------------------------------------------
046800 9000-TERMINATE.
046900     CLOSE THRMAINT-TXN.
047100     IF COVERAGE-BAD
047150         PERFORM 9400-WRITE-BACKOUT-MARKER THRU 9400-EXIT
047160         CLOSE CHGLOG
047170         PERFORM 9600-WRITE-PENDING THRU 9600-EXIT
047200         DISPLAY "THRMAINT - BAND TABLE DOES NOT COVER "
047300             "00000.00-99999.99 EXACTLY ONCE -- "
047350             "THRESH-CTL LEFT UNCHANGED"
048000         MOVE WS-THRESH-CTL-STATUS TO WS-FATAL-FILE-STATUS
048100         DISPLAY "THRMAINT - UNABLE TO OPEN " WS-FATAL-FILE-ID
048200             " FILE STATUS " WS-FATAL-FILE-STATUS
048250         PERFORM 9600-WRITE-PENDING THRU 9600-EXIT
048300         MOVE 16 TO RETURN-CODE
048400         GO TO 9000-EXIT
048500     END-IF.
048700         VARYING WS-BAND-SUB FROM 1 BY 1
048800         UNTIL WS-BAND-SUB > WS-BAND-COUNT.
048900     CLOSE THRESH-CTL.
048905     SET THRESH-CTL-REWRITTEN TO TRUE.
048907     PERFORM 9600-WRITE-PENDING THRU 9600-EXIT.
048910     PERFORM 9500-DISPLAY-RULE-STATUS THRU 9500-EXIT.
049000 9000-EXIT.
049100     EXIT.
049200
049300*-----------------------------------------------------------------
049400* 9100-VALIDATE-COVERAGE -- WITHIN EACH RULE SET (SOURCE SYSTEM
049500* AND EFFECTIVE DATE), EVERY VALUE 00000.00-99999.99 MUST FALL
049550* IN EXACTLY ONE BAND: NO OVERLAPS, NO GAPS
049600*-----------------------------------------------------------------
049700 9100-VALIDATE-COVERAGE.
049800     SET COVERAGE-OK TO TRUE.
050436     IF WS-EFFSET-COUNT = WS-EFFSET-MAX
050438         SET COVERAGE-BAD TO TRUE
050440         DISPLAY "THRMAINT - MORE THAN " WS-EFFSET-MAX
050442             " RULE SETS ON FILE"
050444         GO TO 9105-EXIT
050446     END-IF.
050448     ADD 1 TO WS-EFFSET-COUNT.
050449     MOVE WS-BAND-SOURCE (WS-BAND-SUB)
050450         TO WS-EFFSET-SRC (WS-EFFSET-COUNT).
050451     MOVE WS-BAND-EFF-DATE (WS-BAND-SUB)
050452         TO WS-EFFSET-DATE (WS-EFFSET-COUNT).
050454 9105-EXIT.
050456     EXIT.
050460 9106-MATCH-ONE-EFF.
050462     IF WS-EFFSET-DATE (WS-EFFSET-SUB)
050464        = WS-BAND-EFF-DATE (WS-BAND-SUB)
050465        AND WS-EFFSET-SRC (WS-EFFSET-SUB)
050466        = WS-BAND-SOURCE (WS-BAND-SUB)
050467         SET EFFSET-FOUND TO TRUE
050468     END-IF.
050470 9106-EXIT.
050472     EXIT.
050486*-----------------------------------------------------------------
050490 9108-VALIDATE-ONE-SET.
050494     MOVE WS-EFFSET-DATE (WS-EFFSET-SUB) TO WS-COVER-EFF.
050495     MOVE WS-EFFSET-SRC (WS-EFFSET-SUB)  TO WS-COVER-SRC.
050496     MOVE WS-COVER-SRC TO WS-EFF-SRC.
050497     PERFORM 2190-NAME-SET THRU 2190-EXIT.
050498     MOVE ZERO TO WS-ZERO-LOW-CNT.
050502     MOVE ZERO TO WS-TOP-HIGH-CNT.
050506     PERFORM 9110-CHECK-ONE-BAND THRU 9110-EXIT
050522         SET COVERAGE-BAD TO TRUE
050526         DISPLAY "THRMAINT - " WS-ZERO-LOW-CNT
050530             " BANDS START AT ZERO IN THE SET EFFECTIVE "
050534             WS-COVER-EFF " FOR " WS-SET-NAME
050538     END-IF.
050542     IF WS-TOP-HIGH-CNT NOT = 1
050546         SET COVERAGE-BAD TO TRUE
050550         DISPLAY "THRMAINT - " WS-TOP-HIGH-CNT
050554             " BANDS REACH 99999.99 IN THE SET EFFECTIVE "
050558             WS-COVER-EFF " FOR " WS-SET-NAME
050562     END-IF.
050566 9108-EXIT.
050570     EXIT.
050574
050600 9110-CHECK-ONE-BAND.
050700     IF WS-BAND-EFF-DATE (WS-BAND-SUB) NOT = WS-COVER-EFF
050725        OR WS-BAND-SOURCE (WS-BAND-SUB) NOT = WS-COVER-SRC
050750         GO TO 9110-EXIT
050800     END-IF.
050850     IF WS-BAND-LOW (WS-BAND-SUB) = ZERO
050950                 WS-BAND-CODE (WS-BAND-SUB)
050952                 " HAS " WS-SCAN-HITS
050954                 " PREDECESSORS IN THE SET EFFECTIVE "
050956                 WS-COVER-EFF " FOR " WS-SET-NAME
050958         END-IF
050960     END-IF.
051000     IF WS-BAND-HIGH (WS-BAND-SUB) = 99999.99
051560         DISPLAY "THRMAINT - BAND " WS-BAND-CODE (WS-BAND-SUB)
051570             " HAS " WS-SCAN-HITS
051580             " SUCCESSORS IN THE SET EFFECTIVE " WS-COVER-EFF
051585             " FOR " WS-SET-NAME
051590     END-IF.
051600 9110-EXIT.
051700     EXIT.
051800
051900 9120-COUNT-SUCCESSORS.
052000     IF WS-BAND-EFF-DATE (WS-SHIFT-SUB) = WS-COVER-EFF
052050        AND WS-BAND-SOURCE (WS-SHIFT-SUB) = WS-COVER-SRC
052100        AND WS-BAND-LOW (WS-SHIFT-SUB) = WS-NEXT-LOW
052200         ADD 1 TO WS-SCAN-HITS
052300     END-IF.
052510
052520 9130-COUNT-PREDECESSORS.
052530     IF WS-BAND-EFF-DATE (WS-SHIFT-SUB) = WS-COVER-EFF
052535        AND WS-BAND-SOURCE (WS-SHIFT-SUB) = WS-COVER-SRC
052540        AND WS-BAND-HIGH (WS-SHIFT-SUB) = WS-PREV-HIGH
052550         ADD 1 TO WS-SCAN-HITS
052560     END-IF.
052600
052700 9200-WRITE-ONE-BAND.
052800     MOVE SPACES TO WS-THRESH-CTL-DETAIL.
052850     MOVE WS-BAND-SOURCE (WS-BAND-SUB)   TO TC-SOURCE-SYSTEM.
052900     MOVE WS-BAND-CODE (WS-BAND-SUB)     TO TC-BAND-CODE.
053000     MOVE WS-BAND-LOW (WS-BAND-SUB)      TO TC-LOW-BOUND.
053100     MOVE WS-BAND-HIGH (WS-BAND-SUB)     TO TC-HIGH-BOUND.
054130     MOVE WS-CURRENT-TIME TO CL-CHANGE-TIME.
054140     MOVE "BACKOUT"       TO CL-TXN-STATUS.
054145     MOVE ZERO            TO CL-EFFECTIVE-DATE.
054146     MOVE SPACES          TO CL-APPROVER-ID.
054147     MOVE ZERO            TO CL-PEND-ID.
054150     WRITE CHGLOG-RECORD FROM WS-CHGLOG-DETAIL.
054160 9400-EXIT.
054170     EXIT.
054180
054190*-----------------------------------------------------------------
054200* 9500-DISPLAY-RULE-STATUS -- EVERY RULE ON FILE WITH ITS SOURCE
054210* SYSTEM, ITS EFFECTIVE DATE, AND WHETHER ITS SET IS PENDING,
054220* ACTIVE, OR EXPIRED FOR THAT SOURCE, SO A STAGED CHANGE CAN BE
054225* VERIFIED DAYS AHEAD
054230*-----------------------------------------------------------------
054240 9500-DISPLAY-RULE-STATUS.
054260     DISPLAY "THRMAINT - RULES ON FILE BY SOURCE SYSTEM".
054280     PERFORM 9510-DISPLAY-ONE-RULE THRU 9510-EXIT
054290         VARYING WS-BAND-SUB FROM 1 BY 1
054300         UNTIL WS-BAND-SUB > WS-BAND-COUNT.
054320     EXIT.
054330
054340 9510-DISPLAY-ONE-RULE.
054342     MOVE WS-BAND-SOURCE (WS-BAND-SUB) TO WS-EFF-SRC.
054344     PERFORM 2190-NAME-SET THRU 2190-EXIT.
054346     MOVE WS-TODAY-DATE TO WS-EFF-ASOF.
054348     PERFORM 2510-FIND-EFF-FOR-DATE THRU 2510-EXIT.
054350     IF EFF-DATE-FOUND
054352        AND WS-BAND-EFF-DATE (WS-BAND-SUB) = WS-EFF-FOUND
054360         MOVE "ACTIVE"  TO WS-SET-STATUS
054370     ELSE
054380         IF WS-BAND-EFF-DATE (WS-BAND-SUB) > WS-TODAY-DATE
054410             MOVE "EXPIRED" TO WS-SET-STATUS
054420         END-IF
054430     END-IF.
054440     DISPLAY "  " WS-SET-NAME
054445         " BAND " WS-BAND-CODE (WS-BAND-SUB)
054450         " LOW " WS-BAND-LOW (WS-BAND-SUB)
054460         " HIGH " WS-BAND-HIGH (WS-BAND-SUB)
054470         " EFFECTIVE " WS-BAND-EFF-DATE (WS-BAND-SUB)
054480         " " WS-SET-STATUS.
054490 9510-EXIT.
054500     EXIT.
054510
054520*-----------------------------------------------------------------
054530* 9600-WRITE-PENDING -- THE CONTROL RECORD, THEN EVERY CHANGE
054540* STILL AWAITING APPROVAL. A CHANGE APPROVED THIS RUN GOES BACK
054550* ON THE FILE WHEN THRESH-CTL WAS NOT REWRITTEN, SO IT CAN BE
054560* APPROVED AGAIN ONCE THE COVERAGE PROBLEM IS FIXED.
054570*-----------------------------------------------------------------
054580 9600-WRITE-PENDING.
054590     MOVE SPACES          TO WS-PEND-DETAIL.
054600     MOVE ZERO            TO PN-PEND-ID.
054610     MOVE WS-PEND-LAST-ID TO PN-LAST-PEND-ID.
054620     MOVE ZERO            TO PN-SUBMIT-DATE.
054630     MOVE ZERO            TO PN-SUBMIT-TIME.
054640     WRITE PEND-OUT-RECORD FROM WS-PEND-DETAIL.
054650     MOVE ZERO TO WS-PEND-HELD-CNT.
054660     PERFORM 9610-WRITE-ONE-PEND THRU 9610-EXIT
054670         VARYING WS-PEND-SUB FROM 1 BY 1
054680         UNTIL WS-PEND-SUB > WS-PEND-COUNT.
054690     CLOSE PEND-OUT.
054700     DISPLAY "THRMAINT - " WS-PEND-HELD-CNT
054710         " CHANGES AWAITING APPROVAL".
054720 9600-EXIT.
054730     EXIT.
054740
054750 9610-WRITE-ONE-PEND.
054760     IF PEND-CLOSED (WS-PEND-SUB)
054770         GO TO 9610-EXIT
054780     END-IF.
054790     IF PEND-APPROVED (WS-PEND-SUB)
054800        AND THRESH-CTL-REWRITTEN
054810         GO TO 9610-EXIT
054820     END-IF.
054830     IF PEND-APPROVED (WS-PEND-SUB)
054840         DISPLAY "THRMAINT - CHANGE " WS-PN-ID (WS-PEND-SUB)
054850             " NOT APPLIED -- BACK ON THE PENDING FILE"
054860     END-IF.
054870     MOVE SPACES                   TO WS-PEND-DETAIL.
054880     MOVE WS-PN-ID (WS-PEND-SUB)    TO PN-PEND-ID.
054890     MOVE WS-PN-IMAGE (WS-PEND-SUB) TO PN-TXN-IMAGE.
054900     MOVE WS-PN-MAKER (WS-PEND-SUB) TO PN-MAKER-ID.
054910     MOVE WS-PN-DATE (WS-PEND-SUB)  TO PN-SUBMIT-DATE.
054920     MOVE WS-PN-TIME (WS-PEND-SUB)  TO PN-SUBMIT-TIME.
054930     WRITE PEND-OUT-RECORD FROM WS-PEND-DETAIL.
054940     ADD 1 TO WS-PEND-HELD-CNT.
054950 9610-EXIT.
054960     EXIT.
