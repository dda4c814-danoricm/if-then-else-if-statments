000100*-----------------------------------------------------------------
000200* OVRTXNC -- CLASSIFICATION OVERRIDE TRANSACTION FIELDS
000300*-----------------------------------------------------------------
000400* FIELD LAYOUT FOR ONE OVRMAINT TRANSACTION CARD AGAINST THE
000500* CLSOVRD OVERRIDE MASTER (COPYBOOK CLSOVRC). ACTION A ADDS AN
000600* OVERRIDE FOR A KEY, C CHANGES ONE ON FILE, D DELETES ONE.
000700* ON AN ADD THE FORCED BAND AND REASON ARE REQUIRED; A BLANK
000800* START DATE IS TODAY AND A BLANK EXPIRY DATE IS OPEN-ENDED
000900* (99999999). ON A CHANGE EVERY FIELD LEFT BLANK KEEPS ITS
001000* VALUE ON FILE. EVERY CARD CARRIES THE USER ID OF THE PERSON
001100* REQUESTING THE OVERRIDE. THE CALLER SUPPLIES THE 01-LEVEL --
001200* COPY THIS UNDER A WS GROUP.
001300*
001400* CARD COLUMNS:  1     ACTION (A, C, OR D)
001500*                2-7   RECORD KEY
001600*                8     FORCED BAND CODE
001700*                9-16  START DATE YYYYMMDD
001800*                17-24 EXPIRY DATE YYYYMMDD
001900*                25-32 USER ID
002000*                33-62 REASON
002100*-----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300* MM/DD/YY  INIT  DESCRIPTION
002400* --------  ----  -------------------------------------------
002500* 10/15/26  DLM   ORIGINAL COPYBOOK
002600*-----------------------------------------------------------------
002700     05  OT-ACTION               PIC X(01).
002800         88  OT-ACTION-ADD                  VALUE "A".
002900         88  OT-ACTION-CHANGE               VALUE "C".
003000         88  OT-ACTION-DELETE               VALUE "D".
003100     05  OT-RECORD-KEY           PIC 9(06).
003200     05  OT-FORCED-BAND          PIC X(01).
003300     05  OT-START-DATE           PIC 9(08).
003400     05  OT-EXPIRY-DATE          PIC 9(08).
003500     05  OT-USER-ID              PIC X(08).
003600     05  OT-REASON               PIC X(30).
003700     05  FILLER                  PIC X(18).
