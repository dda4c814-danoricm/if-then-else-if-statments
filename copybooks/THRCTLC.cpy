000900* RECORDS AND MAY NOT BE DEFINED AS A BAND. SHARED BY
001000* IFTHENELSEIF AND SUSPRCYC (READ) AND THRMAINT (READS AND
001100* REWRITES). THE CALLER SUPPLIES THE 01-LEVEL -- COPY THIS UNDER
001200* A WS GROUP, SINCE THE FD RECORD ITSELF IS A FLAT PIC X(88).
001300*-----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500* MM/DD/YY  INIT  DESCRIPTION
001950*                 THE READERS SELECT THE SET WITH THE LATEST
001960*                 EFFECTIVE DATE NOT AFTER THE RUN DATE. ZERO
001970*                 MEANS IN FORCE SINCE BEFORE EFFECTIVE DATING.
001980* 10/15/26  DLM   ADDED THE SOURCE SYSTEM -- RECORD GREW FROM 80
001982*                 TO 88 BYTES. A RULE SET IS NOW KEYED BY SOURCE
001984*                 SYSTEM AND EFFECTIVE DATE. A BLANK SOURCE IS
001986*                 THE DEFAULT SET, USED BY ANY FEEDER THAT HAS
001988*                 NO SET OF ITS OWN IN FORCE -- PRE-CUTOVER
001990*                 RECORDS PADDED WITH SPACES BECOME THE DEFAULT.
002000*-----------------------------------------------------------------
002100     05  TC-BAND-CODE            PIC X(01).
002200     05  TC-LOW-BOUND            PIC 9(05)V99.
002700     05  TC-LAST-CHANGE-USER     PIC X(08).
002750     05  TC-EFFECTIVE-DATE       PIC 9(08).
002800     05  FILLER                  PIC X(03).
002900     05  TC-SOURCE-SYSTEM        PIC X(08).
