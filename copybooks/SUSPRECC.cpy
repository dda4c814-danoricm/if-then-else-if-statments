000500* CARRIES THE FULL ORIGINAL 80-BYTE RECORD PLUS A REJECT REASON
000600* CODE AND THE DATE OF THE RUN THAT REJECTED IT, SO THE RECORD
000700* CAN BE REPAIRED AND RECYCLED WITHOUT RE-KEYING. SHARED BY
000800* IFTHENELSEIF AND THRSHEDT (WRITE) AND SUSPRCYC (READS AND
000900* REWRITES). THE CALLER SUPPLIES THE 01-LEVEL -- COPY THIS UNDER
001000* A WS GROUP, SINCE THE FD RECORD ITSELF IS A FLAT PIC X(104).
001100*-----------------------------------------------------------------
001200* MODIFICATION HISTORY
001300* MM/DD/YY  INIT  DESCRIPTION
001570* 09/03/26  DLM   ADDED THE FEEDER SOURCE SYSTEM SO A REPAIRED
001580*                 RECORD RECYCLES UNDER THE SOURCE IT ARRIVED
001590*                 ON. RECORD LENGTH GREW FROM 96 TO 104.
001591* 10/15/26  DLM   THRSHEDT NOW WRITES ITS EDIT REJECTS TO A
001592*                 SUSPENSE FILE OF THEIR OWN IN THIS LAYOUT.
001593*                 ADDED REASONS 03 (KEY NOT NUMERIC), 04
001594*                 (DUPLICATE KEY), AND 05 (KEY OUT OF SEQUENCE).
001600*-----------------------------------------------------------------
001700     05  SP-ORIGINAL-RECORD.
001800         10  SP-RECORD-KEY       PIC 9(06).
002100     05  SP-REJECT-REASON        PIC X(02).
002200         88  SP-REASON-NOT-NUMERIC          VALUE "01".
002250         88  SP-REASON-NO-BAND              VALUE "02".
002260         88  SP-REASON-KEY-NOT-NUMERIC      VALUE "03".
002270         88  SP-REASON-DUPLICATE-KEY        VALUE "04".
002280         88  SP-REASON-OUT-OF-SEQUENCE      VALUE "05".
002300     05  SP-RUN-DATE             PIC 9(08).
002350     05  SP-SOURCE-SYSTEM        PIC X(08).
002400     05  FILLER                  PIC X(06).
