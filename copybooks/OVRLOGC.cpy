000100*-----------------------------------------------------------------
000200* OVRLOGC -- CLASSIFICATION OVERRIDE CHANGE LOG RECORD FIELDS
000300*-----------------------------------------------------------------
000400* FIELD LAYOUT FOR ONE OVRLOG RECORD WRITTEN BY OVRMAINT FOR
000500* EVERY OVERRIDE TRANSACTION -- APPLIED OR REJECTED -- WITH THE
000600* BEFORE AND AFTER FORCED BAND, START DATE, AND EXPIRY DATE,
000700* THE USER ID FROM THE CARD, AND THE OVERRIDE REASON (OR, ON A
000800* REJECTED CARD, WHY IT WAS REJECTED). THE KEY AND DATES ARE
000900* CARRIED AS CHARACTERS SO A CARD WITH A BAD FIELD LOGS AS
001000* KEYED. THE CALLER SUPPLIES THE 01-LEVEL -- COPY THIS UNDER A
001100* WS GROUP, SINCE THE FD RECORD ITSELF IS A FLAT PIC X(120).
001200*-----------------------------------------------------------------
001300* MODIFICATION HISTORY
001400* MM/DD/YY  INIT  DESCRIPTION
001500* --------  ----  -------------------------------------------
001600* 10/15/26  DLM   ORIGINAL COPYBOOK
001700*-----------------------------------------------------------------
001800     05  OG-RECORD-KEY           PIC X(06).
001900     05  OG-ACTION               PIC X(01).
002000     05  OG-OLD-BAND             PIC X(01).
002100     05  OG-NEW-BAND             PIC X(01).
002200     05  OG-OLD-START-DATE       PIC X(08).
002300     05  OG-NEW-START-DATE       PIC X(08).
002400     05  OG-OLD-EXPIRY-DATE      PIC X(08).
002500     05  OG-NEW-EXPIRY-DATE      PIC X(08).
002600     05  OG-USER-ID              PIC X(08).
002700     05  OG-CHANGE-DATE          PIC 9(08).
002800     05  OG-CHANGE-TIME          PIC 9(08).
002900     05  OG-TXN-STATUS           PIC X(08).
003000     05  OG-REMARK               PIC X(30).
003100     05  FILLER                  PIC X(17).
