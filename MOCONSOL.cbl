002440* 09/03/26  DLM   CHGLOG RECORDS GREW TO 100 BYTES WITH THE
002450*                 9(05)V99 BOUNDS -- CHGLOGIN AND CHGHIST ARE
002460*                 NOW LRECL 100.
002470* 10/15/26  DLM   CHGLOG RECORDS GREW TO 120 BYTES WITH THE
002480*                 APPROVER AND PENDING ID -- CHGLOGIN AND
002490*                 CHGHIST ARE NOW LRECL 120.
002492* 10/15/26  DLM   CHGLOG RECORDS GREW TO 128 BYTES WITH THE
002494*                 SOURCE SYSTEM -- CHGLOGIN AND CHGHIST ARE NOW
002496*                 LRECL 128.
002500*-----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
006900* CHGLOG-IN -- THE MONTH'S CHGLOG GENERATIONS, CONCATENATED
007000*-------------------------------------------------------------
007100 FD  CHGLOG-IN
007200     RECORD CONTAINS 128 CHARACTERS
007300     DATA RECORD IS CHGLOG-IN-RECORD.
007400 01  CHGLOG-IN-RECORD            PIC X(128).
007500
007600*-------------------------------------------------------------
007700* CHG-HIST -- CUMULATIVE THRESHOLD-CHANGE HISTORY MASTER,
007900* DONE STAYS IN ONE PLACE
008000*-------------------------------------------------------------
008100 FD  CHG-HIST
008200     RECORD CONTAINS 128 CHARACTERS
008300     DATA RECORD IS CHG-HIST-RECORD.
008400 01  CHG-HIST-RECORD             PIC X(128).
008500
008600*-------------------------------------------------------------
008700* CONS-RPT -- IN/OUT COUNTS PROVING NOTHING WAS LOST
