000900* (COUNT, OR PERCENT OF RECORDS READ), AND CODE 8 WHEN THE
001000* TOLERANCE IS BREACHED. MAINTAINED THROUGH THRMAINT ACTION T.
001100* THE CALLER SUPPLIES THE 01-LEVEL -- TYPICALLY A REDEFINES OF
001200* THE BAND RECORD VIEW (COPYBOOK THRCTLC) OF THE SAME 88 BYTES.
001250* ONE TOLERANCE RECORD SERVES EVERY SOURCE SYSTEM.
001300*-----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500* MM/DD/YY  INIT  DESCRIPTION
001600* --------  ----  -------------------------------------------
001700* 08/22/26  DLM   ORIGINAL COPYBOOK
001710* 10/15/26  DLM   FILLER GREW TO 54 WITH THE 88-BYTE THRESH-CTL
001720*                 RECORD.
001800*-----------------------------------------------------------------
001900     05  TL-RECORD-TYPE          PIC X(01).
002000         88  TL-TOLERANCE-RECORD            VALUE "T".
002300     05  TL-LAST-CHANGE-DATE     PIC 9(08).
002400     05  TL-LAST-CHANGE-TIME     PIC 9(08).
002500     05  TL-LAST-CHANGE-USER     PIC X(08).
002600     05  FILLER                  PIC X(54).
