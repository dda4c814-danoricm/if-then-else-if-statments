001610* 09/03/26  DLM   ADDED THE FEEDER SOURCE SYSTEM TO EACH
001620*                 DETAIL SO DOWNSTREAM CAN SPLIT A MULTI-
001630*                 SOURCE NIGHT BACK OUT BY FEEDER.
001640* 10/15/26  DLM   ADDED THE DECISION TYPE -- "R" RULES, "O" A
001650*                 CLSOVRD OVERRIDE FORCED THE BAND.
001700*-----------------------------------------------------------------
001800     05  EX-RECORD-KEY           PIC 9(06).
001900     05  EX-X-VALUE              PIC 9(05)V99.
002000     05  EX-BRANCH-CODE          PIC X(01).
002100     05  EX-RUN-DATE             PIC 9(08).
002150     05  EX-SOURCE-SYSTEM        PIC X(08).
002160     05  EX-DECISION-TYPE        PIC X(01).
002170         88  EX-RULE-DECISION               VALUE "R" " ".
002180         88  EX-OVERRIDE-DECISION           VALUE "O".
002200     05  FILLER                  PIC X(49).
