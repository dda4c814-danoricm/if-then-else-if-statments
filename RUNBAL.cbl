003120*                 FROM EITHER IFTELIF (DIRECT NIGHT) OR
003130*                 CLSMERGE (PARTITIONED NIGHT, WHERE THE
003140*                 SLICES DEFER THE INVENTORY WORK).
003150* 10/15/26  DLM   THRSHEDT NOW SUSPENDS ITS EDIT REJECTS AND
003160*                 POSTS THEM TO SUSPMSTR. NEW CHECK: THE EDIT'S
003170*                 REJECT COUNT MUST EQUAL ITS OWN SUSPMSTR
003180*                 INVENTORY POSTS. REJECTS WITH NO THRSHEDT
003190*                 SUSPMSTR POSTING ARE A BREAK.
003191* 10/15/26  DLM   A NIGHT BACKED OUT BY CLSBKOUT POSTS UNDER ITS
003192*                 OWN RUN DATE. THE PAGE NOW SAYS SO, CROSS-FOOTS
003193*                 THE BACKOUT (KEYS SELECTED = KEYS REVERSED +
003194*                 KEYS LEFT), AND A BALANCED BUT REVERSED NIGHT
003195*                 ENDS WITH CODE 4 INSTEAD OF A PLAIN GO.
003196* 10/15/26  DLM   READS THE BALANCING DATE ON THE CALMSTR
003197*                 CALENDAR (COPYBOOK CALMSTC). ON A NON-PROCESSING
003198*                 DATE WITH NO THRSHEDT OR IFTELIF POSTING THE
003199*                 PAGE SAYS THERE WAS NO NIGHT TO BALANCE AND THE
003200*                 RUN IS A GO, NOT A MISSING-POSTING NO-GO. A
003201*                 NIGHT POSTED ON SUCH A DATE UNDER A CALFORCE
003202*                 OVERRIDE IS NOTED AND BALANCED AS USUAL.
003251*-----------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
004600     SELECT BAL-RPT    ASSIGN TO BALRPT
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-BAL-RPT-STATUS.
004816     SELECT CAL-MSTR   ASSIGN TO CALMSTR
004832         ORGANIZATION IS INDEXED
004848         ACCESS MODE IS RANDOM
004864         RECORD KEY IS CAL-DATE-KEY
004880         FILE STATUS IS WS-CAL-MSTR-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
007800     DATA RECORD IS BAL-RPT-RECORD.
007900 01  BAL-RPT-RECORD              PIC X(80).
008000
008008*-------------------------------------------------------------
008016* CAL-MSTR -- KEYED BUSINESS-DAY CALENDAR (VSAM KSDS), READ BY
008024* DATE. ONLY THE DATE IS NAMED HERE -- SEE WS-CAL-MSTR-DETAIL
008032* FOR THE FULL FIELDS (COPYBOOK CALMSTC).
008040*-------------------------------------------------------------
008048 FD  CAL-MSTR
008056     RECORD CONTAINS 80 CHARACTERS
008064     DATA RECORD IS CAL-MSTR-RECORD.
008072 01  CAL-MSTR-RECORD.
008080     05  CAL-DATE-KEY            PIC 9(08).
008088     05  FILLER                  PIC X(72).
008094
008100 WORKING-STORAGE SECTION.
008200 01  WS-RUN-CTL-EOF-SW            PIC X(01) VALUE "N".
008300     88  RUN-CTL-EOF                        VALUE "Y".
008400 01  WS-BALANCE-BROKE-SW          PIC X(01) VALUE "N".
008500     88  BALANCE-BROKE                      VALUE "Y".
008520 01  WS-NON-PROC-DATE-SW          PIC X(01) VALUE "N".
008540     88  NON-PROCESSING-DATE                VALUE "Y".
008560 01  WS-NO-NIGHT-SW               PIC X(01) VALUE "N".
008580     88  NO-NIGHT-TO-BALANCE                VALUE "Y".
008600
008700 01  WS-BAL-CARD-STATUS           PIC X(02).
008800 01  WS-RUN-CTL-STATUS            PIC X(02).
008900 01  WS-BAL-RPT-STATUS            PIC X(02).
008950 01  WS-CAL-MSTR-STATUS           PIC X(02).
009000
009100 01  WS-FATAL-FILE-ID             PIC X(08).
009200 01  WS-FATAL-FILE-STATUS         PIC X(02).
012000     05  WS-EDIT-SUB             PIC 9(02) COMP VALUE ZERO.
012100     05  WS-CLAS-SUB             PIC 9(02) COMP VALUE ZERO.
012200     05  WS-SMST-SUB             PIC 9(02) COMP VALUE ZERO.
012300     05  WS-ESMS-SUB             PIC 9(02) COMP VALUE ZERO.
012350     05  WS-BKOT-SUB             PIC 9(02) COMP VALUE ZERO.
012400
012414*-------------------------------------------------------------
012428* CAL-MSTR -- NAMED FIELDS FOR THE CALENDAR RECORD
012442* (COPYBOOK CALMSTC)
012456*-------------------------------------------------------------
012470 01  WS-CAL-MSTR-DETAIL.
012484     COPY CALMSTC.
012492
012500*-------------------------------------------------------------
012600* BAL-RPT PRINT LINES
012700*-------------------------------------------------------------
018300     STOP RUN.
018400
018500*-----------------------------------------------------------------
018600* 1000-INITIALIZE -- RESOLVE THE BALANCING DATE, OPEN FILES,
018650* AND LOOK THE DATE UP ON THE CALENDAR
018700*-----------------------------------------------------------------
018800 1000-INITIALIZE.
018900     OPEN INPUT BAL-CARD.
022100         MOVE WS-BAL-RPT-STATUS TO WS-FATAL-FILE-STATUS
022200         GO TO 1000-FATAL-EXIT
022300     END-IF.
022312     OPEN INPUT  CAL-MSTR.
022324     IF WS-CAL-MSTR-STATUS NOT = "00"
022336         MOVE "CALMSTR" TO WS-FATAL-FILE-ID
022348         MOVE WS-CAL-MSTR-STATUS TO WS-FATAL-FILE-STATUS
022360         GO TO 1000-FATAL-EXIT
022372     END-IF.
022384     PERFORM 1100-CHECK-CALENDAR THRU 1100-EXIT.
022400     MOVE WS-BAL-DATE TO WS-HD-DATE.
022500     WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-HEADING-1.
022600     WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-HEADING-2.
023300 1000-EXIT.
023400     EXIT.
023500
023505*-----------------------------------------------------------------
023510* 1100-CHECK-CALENDAR -- A BALANCING DATE ON CALMSTR FLAGGED
023515* NON-PROCESSING IS ONE THE NIGHTLY STREAM DOES NOT RUN ON
023520*-----------------------------------------------------------------
023525 1100-CHECK-CALENDAR.
023530     MOVE WS-BAL-DATE TO CAL-DATE-KEY.
023535     READ CAL-MSTR INTO WS-CAL-MSTR-DETAIL
023540         INVALID KEY
023545             GO TO 1100-CLOSE
023550     END-READ.
023555     IF CA-NON-PROCESSING
023560         SET NON-PROCESSING-DATE TO TRUE
023565     END-IF.
023570 1100-CLOSE.
023575     CLOSE CAL-MSTR.
023580 1100-EXIT.
023585     EXIT.
023600*-----------------------------------------------------------------
023700* 2000-FOLD-ONE-POSTING -- SUM ONE RUNCTL POSTING FOR THE
023800* BALANCING DATE INTO ITS JOB/STEP ENTRY
032460         PERFORM 3000-FIND-POST THRU 3000-EXIT
032470         MOVE WS-POST-FOUND-SUB TO WS-SMST-SUB
032480     END-IF.
032482     MOVE "THRSHEDT" TO WS-FIND-JOB.
032484     MOVE "SUSPMSTR" TO WS-FIND-STEP.
032486     PERFORM 3000-FIND-POST THRU 3000-EXIT.
032488     MOVE WS-POST-FOUND-SUB TO WS-ESMS-SUB.
032490     MOVE "CLSBKOUT" TO WS-FIND-JOB.
032492     MOVE "BACKOUT"  TO WS-FIND-STEP.
032494     PERFORM 3000-FIND-POST THRU 3000-EXIT.
032496     MOVE WS-POST-FOUND-SUB TO WS-BKOT-SUB.
032497*    A NON-PROCESSING DATE HAS NO NIGHT UNLESS IT WAS FORCED
032498     IF NON-PROCESSING-DATE
032499         IF WS-EDIT-SUB = ZERO AND WS-CLAS-SUB = ZERO
032500             MOVE "NON-PROCESSING DATE -- NO NIGHT TO BALANCE"
032501                 TO WS-BAL-RPT-MSG
032502             WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-MSG
032503             SET NO-NIGHT-TO-BALANCE TO TRUE
032504             GO TO 4000-COND-CODES
032505         END-IF
032506         MOVE "NON-PROCESSING DATE FORCED BY CALFORCE"
032507             TO WS-BAL-RPT-MSG
032508         WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-MSG
032509     END-IF.
032554     IF WS-EDIT-SUB = ZERO
032600         MOVE "THRSHEDT DID NOT POST" TO WS-BAL-RPT-MSG
032700         WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-MSG
032800         SET BALANCE-BROKE TO TRUE
036100             SET BALANCE-BROKE TO TRUE
036200         END-IF
036300     END-IF.
036310     IF WS-ESMS-SUB > ZERO
036315        AND WS-EDIT-SUB > ZERO
036320         MOVE "EDIT REJECTS = EDIT INVENTORY POSTS"
036325             TO WS-C-TEXT
036330         MOVE WS-P-AUX1 (WS-EDIT-SUB) TO WS-C-LHS
036335         MOVE WS-P-OUT (WS-ESMS-SUB)  TO WS-C-RHS
036340         PERFORM 4200-JUDGE-ONE-CHECK THRU 4200-EXIT
036345     ELSE
036350         IF WS-EDIT-SUB > ZERO
036355            AND WS-P-AUX1 (WS-EDIT-SUB) > ZERO
036360             MOVE "EDIT REJECTED BUT NO INVENTORY POST"
036365                 TO WS-BAL-RPT-MSG
036370             WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-MSG
036375             SET BALANCE-BROKE TO TRUE
036380         END-IF
036385     END-IF.
036386*    A NIGHT BACKED OUT: EVERY KEY SELECTED MUST HAVE BEEN
036387*    REVERSED OR LISTED AS LEFT FOR A HAND REVIEW
036388     IF WS-BKOT-SUB > ZERO
036389         MOVE "NIGHT REVERSED BY CLSBKOUT" TO WS-BAL-RPT-MSG
036390         WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-MSG
036391         MOVE "BACKOUT KEYS = REVERSED + LEFT"
036392             TO WS-C-TEXT
036393         MOVE WS-P-IN (WS-BKOT-SUB) TO WS-C-LHS
036394         ADD WS-P-OUT (WS-BKOT-SUB) WS-P-AUX2 (WS-BKOT-SUB)
036395             GIVING WS-C-RHS
036396         PERFORM 4200-JUDGE-ONE-CHECK THRU 4200-EXIT
036397     END-IF.
036398 4000-COND-CODES.
036400     PERFORM 4300-CHECK-ONE-COND-CODE THRU 4300-EXIT
036500         VARYING WS-POST-SUB FROM 1 BY 1
036600         UNTIL WS-POST-SUB > WS-POST-COUNT.
041400         WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-MSG
041500         MOVE 8 TO RETURN-CODE
041600     ELSE
041614         IF WS-BKOT-SUB > ZERO
041628             MOVE "REVERSED -- NIGHT BACKED OUT BY CLSBKOUT"
041642                 TO WS-BAL-RPT-MSG
041656             WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-MSG
041670             MOVE 4 TO RETURN-CODE
041684         ELSE
041687             IF NO-NIGHT-TO-BALANCE
041690                 MOVE "GO -- NON-PROCESSING DATE, NOTHING POSTED"
041693                     TO WS-BAL-RPT-MSG
041696             ELSE
041700                 MOVE "GO -- THE NIGHT BALANCED END TO END"
041800                     TO WS-BAL-RPT-MSG
041850             END-IF
041900             WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-MSG
041950         END-IF
042000     END-IF.
042100     DISPLAY "RUNBAL - DATE " WS-BAL-DATE
042200         " JOB/STEP ENTRIES " WS-POST-COUNT
