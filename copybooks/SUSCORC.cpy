000100*-----------------------------------------------------------------
000200* SUSCORC -- SUSPENSE CORRECTION TRANSACTION FIELDS
000300*-----------------------------------------------------------------
000400* FIELD LAYOUT FOR ONE SUSPCORR CORRECTION CARD, KEYED BY THE
000500* SUSPENSE RECORD KEY AND THE FEEDER SOURCE SYSTEM IT ARRIVED
000600* ON. ACTION R REPLACES THE X VALUE OF THE SUSPENSE RECORD WITH
000700* SC-NEW-X-VALUE, ACTION W WRITES THE KEY OFF (IT IS MARKED ON
000800* SUSPMSTR AND NEVER RECYCLED AGAIN), ACTION L LEAVES THE
000900* RECORD AS IT IS FOR ANOTHER PASS. EVERY CARD CARRIES THE
001000* USER ID OF THE PERSON MAKING THE CORRECTION. THE CALLER
001100* SUPPLIES THE 01-LEVEL -- COPY THIS UNDER A WS GROUP.
001200*
001300* CARD COLUMNS:  1     ACTION (R, W, OR L)
001400*                2-7   RECORD KEY
001500*                8-15  SOURCE SYSTEM
001600*                16-22 NEW X VALUE 9(05)V99 (ACTION R ONLY)
001700*                23-30 USER ID
001800*                31-60 REMARK
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100* MM/DD/YY  INIT  DESCRIPTION
002200* --------  ----  -------------------------------------------
002300* 10/15/26  DLM   ORIGINAL COPYBOOK
002400*-----------------------------------------------------------------
002500     05  SC-ACTION               PIC X(01).
002600         88  SC-ACTION-REPLACE              VALUE "R".
002700         88  SC-ACTION-WRITE-OFF            VALUE "W".
002800         88  SC-ACTION-LEAVE                VALUE "L".
002900     05  SC-RECORD-KEY           PIC 9(06).
003000     05  SC-SOURCE-SYSTEM        PIC X(08).
003100     05  SC-NEW-X-VALUE          PIC 9(05)V99.
003200     05  SC-USER-ID              PIC X(08).
003300     05  SC-REMARK               PIC X(30).
003400     05  FILLER                  PIC X(20).
