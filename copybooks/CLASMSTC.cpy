001508*                 EXISTING CLUSTERS WITH XVALCNV AT CUTOVER.
001510* 09/03/26  DLM   ADDED THE SOURCE SYSTEM OF THE EXTRACT THAT
001520*                 LAST CLASSIFIED THE KEY.
001530* 10/15/26  DLM   ADDED THE DECISION TYPE OF THE LATEST BAND --
001540*                 "R" RULES, "O" CLSOVRD OVERRIDE (SPACE ON A
001550*                 RECORD LAST WRITTEN BEFORE THE FIELD = "R").
001600*-----------------------------------------------------------------
001700     05  CM-RECORD-KEY           PIC 9(06).
001800     05  CM-X-VALUE              PIC 9(05)V99.
001900     05  CM-BRANCH-CODE          PIC X(01).
002000     05  CM-CLASS-DATE           PIC 9(08).
002050     05  CM-SOURCE-SYSTEM        PIC X(08).
002060     05  CM-DECISION-TYPE        PIC X(01).
002070         88  CM-RULE-DECISION               VALUE "R" " ".
002080         88  CM-OVERRIDE-DECISION           VALUE "O".
002100     05  FILLER                  PIC X(49).
