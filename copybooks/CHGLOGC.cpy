000300*-----------------------------------------------------------------
000400* FIELD LAYOUT FOR ONE CHGLOG RECORD -- ONE BAND OR TOLERANCE
000500* MAINTENANCE ACTION, ITS OLD AND NEW BOUNDS, WHO MADE IT AND
000600* WHEN, WHO APPROVED IT, AND WHETHER IT IS PENDING APPROVAL OR
000700* WAS APPLIED, REJECTED, CANCELED, EXPIRED, OR BACKED OUT BY
000750* THE COVERAGE CHECK. WRITTEN BY THRMAINT, READ BY AUDITINQ AND
000800* CONSOLIDATED BY MOCONSOL. THE CALLER SUPPLIES THE 01-LEVEL --
000900* COPY THIS UNDER A WS GROUP AND MOVE SPACES TO THE GROUP ONCE
001000* BEFORE FIRST USE, SINCE THE FILLER CARRIES NO VALUE CLAUSE
001760*                 ACTION LANDED IN. ZERO MEANS THE ACTION TOOK
001770*                 EFFECT IMMEDIATELY (OR PREDATES EFFECTIVE
001780*                 DATING).
001782* 10/15/26  DLM   BAND AND TOLERANCE CHANGES NOW NEED A SECOND
001784*                 USER'S APPROVAL. ADDED THE APPROVER'S USER ID
001786*                 AND THE PENDING ID THAT TIES A CHANGE'S
001788*                 PENDING, APPLIED, CANCELED, AND EXPIRED ROWS
001790*                 TOGETHER. NEW STATUSES PENDING, CANCELED, AND
001792*                 EXPIRED. THE RECORD GREW FROM 100 TO 120
001794*                 BYTES -- CHGLOG AND CHGHIST ARE NOW LRECL 120.
001795* 10/15/26  DLM   ADDED THE SOURCE SYSTEM WHOSE RULE SET A BAND
001796*                 ACTION MAINTAINED (BLANK FOR THE DEFAULT SET
001797*                 AND FOR TOLERANCE ACTIONS). THE RECORD GREW
001798*                 FROM 120 TO 128 BYTES -- CHGLOG AND CHGHIST
001799*                 ARE NOW LRECL 128.
001800*-----------------------------------------------------------------
001900     05  CL-ACTION               PIC X(01).
002000     05  CL-BAND-CODE            PIC X(01).
002800     05  CL-CHANGE-TIME          PIC 9(08).
002900     05  CL-TXN-STATUS           PIC X(08).
002950     05  CL-EFFECTIVE-DATE       PIC 9(08).
002960     05  CL-APPROVER-ID          PIC X(08).
002970     05  CL-PEND-ID              PIC 9(06).
002975     05  CL-SOURCE-SYSTEM        PIC X(08).
002980     05  FILLER                  PIC X(06).
