001600* MM/DD/YY  INIT  DESCRIPTION
001700* --------  ----  -------------------------------------------
001800* 09/03/26  DLM   ORIGINAL COPYBOOK
001810* 10/15/26  DLM   ADDED THE DECISION TYPE OF THE NEW BAND -- "R"
001820*                 RULES, "O" A CLSOVRD OVERRIDE FORCED IT.
001827* 10/15/26  DLM   ADDED THE KEY'S PRIOR CLASS DATE, SOURCE, AND
001834*                 DECISION TYPE ON A CHANGE, SO CLSBKOUT CAN PUT
001841*                 THE MASTER RECORD BACK EXACTLY. ADDED TYPE D
001848*                 (KEY REMOVED) AND THE REVERSED RUN DATE, BOTH
001855*                 USED ONLY ON A CLSBKOUT REVERSAL GENERATION --
001862*                 THERE EACH DETAIL UNDOES ONE CHANGE OF THE
001869*                 NIGHT NAMED IN DL-REVERSED-RUN-DATE: A C PUTS
001876*                 THE OLD BAND BACK, A D REMOVES A KEY THE NIGHT
001883*                 ADDED. SPACES ON A RECORD WRITTEN BEFORE THE
001890*                 FIELDS EXISTED.
001900*-----------------------------------------------------------------
002000     05  DL-RECORD-KEY           PIC 9(06).
002100     05  DL-CHANGE-TYPE          PIC X(01).
002200         88  DL-NEW-KEY                     VALUE "A".
002300         88  DL-BAND-CHANGE                 VALUE "C".
002350         88  DL-KEY-REMOVED                 VALUE "D".
002400     05  DL-OLD-BAND             PIC X(01).
002500     05  DL-NEW-BAND             PIC X(01).
002600     05  DL-OLD-X-VALUE          PIC 9(05)V99.
002700     05  DL-NEW-X-VALUE          PIC 9(05)V99.
002800     05  DL-RUN-DATE             PIC 9(08).
002900     05  DL-SOURCE-SYSTEM        PIC X(08).
002910     05  DL-DECISION-TYPE        PIC X(01).
002920         88  DL-RULE-DECISION               VALUE "R" " ".
002930         88  DL-OVERRIDE-DECISION           VALUE "O".
002944     05  DL-OLD-CLASS-DATE       PIC 9(08).
002958     05  DL-OLD-SOURCE-SYSTEM    PIC X(08).
002972     05  DL-OLD-DECISION-TYPE    PIC X(01).
002986     05  DL-REVERSED-RUN-DATE    PIC 9(08).
003000     05  FILLER                  PIC X(15).
