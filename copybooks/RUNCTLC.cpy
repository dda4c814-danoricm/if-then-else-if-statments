001400*
001500* AUXILIARY COUNT MEANINGS BY STEP:
001600*   THRSHEDT/EDIT      AUX1=REJECTED        AUX2=(UNUSED)
001650*   THRSHEDT/SUSPMSTR  IN=SUSPENSE WRITES   OUT=INVENTORY POSTS
001700*   IFTELIF /CLASSIFY  AUX1=SUSPENSE WRITES AUX2=EXTRACT DTLS
001800*   IFTELIF /SUSPMSTR  IN=SUSPENSE WRITES   OUT=INVENTORY POSTS
001900*   SUSPRCYC/RECYCLE   AUX1=RESUSPENSED     AUX2=EXTRACT DTLS
001950*   SUSPCORR/CORRECT   AUX1=CARDS REJECTED  AUX2=WRITTEN OFF
001962*   CLSBKOUT/BACKOUT   IN=KEYS SELECTED     OUT=KEYS REVERSED
001974*                      AUX1=KEYS DELETED    AUX2=KEYS LEFT
001986*                      (POSTED UNDER THE BACKED-OUT NIGHT'S DATE)
002000*   TRNDRPT /TREND     (COUNTS INFORMATIONAL)
002100*-----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300* MM/DD/YY  INIT  DESCRIPTION
002400* --------  ----  -------------------------------------------
002500* 09/03/26  DLM   ORIGINAL COPYBOOK
002510* 10/15/26  DLM   ADDED THE SUSPCORR/CORRECT STEP TO THE
002520*                 AUXILIARY COUNT TABLE.
002530* 10/15/26  DLM   ADDED THE THRSHEDT/SUSPMSTR STEP FOR THE EDIT
002540*                 REJECTS NOW HELD IN SUSPENSE.
002560* 10/15/26  DLM   ADDED THE CLSBKOUT/BACKOUT STEP FOR THE NIGHT
002580*                 BACKOUT UTILITY.
002600*-----------------------------------------------------------------
002700     05  RU-JOB-NAME             PIC X(08).
002800     05  RU-STEP-NAME            PIC X(08).
