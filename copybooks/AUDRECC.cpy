001760*                 EXTRACT THE RECORD ARRIVED ON, SO A MULTI-
001770*                 SOURCE NIGHT KEEPS EACH DECISION TIED TO ITS
001780*                 FEEDER.
001790* 10/15/26  DLM   ADDED THE DECISION TYPE -- "R" THE RULES
001792*                 BANDED THE KEY, "O" A CLSOVRD OVERRIDE FORCED
001794*                 THE BAND. A RECORD WRITTEN BEFORE THE FIELD
001796*                 EXISTED CARRIES A SPACE AND READS AS "R".
001797* 10/15/26  DLM   ADDED THE CLSBKOUT REVERSAL DECISIONS -- "B"
001798*                 THE NIGHT'S CHANGE WAS BACKED OUT AND THE KEY
001799*                 PUT BACK TO THE X VALUE AND BAND SHOWN, "D" A
001800*                 KEY THE NIGHT ADDED WAS DELETED. A REVERSAL
001801*                 CARRIES THE NIGHT IT UNDID AND, ON A "B", THE
001802*                 CLASS DATE AND DECISION TYPE PUT BACK ON THE
001803*                 MASTER, SO A REPLAY OF THE TRAIL LANDS WHERE
001804*                 THE MASTER DID.
001852*-----------------------------------------------------------------
001900     05  AU-RECORD-KEY           PIC 9(06).
002000     05  AU-X-VALUE              PIC 9(05)V99.
002100     05  AU-BRANCH-CODE          PIC X(01).
002200     05  AU-TIMESTAMP-DATE       PIC 9(08).
002300     05  AU-TIMESTAMP-TIME       PIC 9(08).
002350     05  AU-SOURCE-SYSTEM        PIC X(08).
002360     05  AU-DECISION-TYPE        PIC X(01).
002370         88  AU-RULE-DECISION               VALUE "R" " ".
002380         88  AU-OVERRIDE-DECISION           VALUE "O".
002382         88  AU-BACKOUT-RESTORE             VALUE "B".
002384         88  AU-BACKOUT-DELETE              VALUE "D".
002386         88  AU-BACKOUT-DECISION            VALUE "B" "D".
002388     05  AU-RV-NIGHT-DATE        PIC 9(08).
002390     05  AU-RV-CLASS-DATE        PIC 9(08).
002392     05  AU-RV-DECISION-TYPE     PIC X(01).
002400     05  FILLER                  PIC X(24).
