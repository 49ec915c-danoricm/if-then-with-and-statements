000100*****************************************************
000200*  DGPPREC.CPY                                      *
000300*  OPERATIONS DIGEST PARAMETER CARD LAYOUT. THE CARD *
000400*  IS OPTIONAL - NO CARD, OR A BLANK ONE, IS THE     *
000500*  NORMAL DAILY DIGEST KEEPING 90 DAYS.              *
000600*    DP-REPRINT-DATE  YYYYMMDD, OPTIONAL. REPRINT    *
000700*                     THE DIGEST OF THE EVENTS       *
000800*                     REPORTED ON THAT DATE; NOTHING *
000900*                     ON THE EVENT FILE IS CHANGED.  *
001000*    DP-KEEP-DAYS     DAYS A REPORTED EVENT IS KEPT  *
001100*                     BEFORE IT IS PURGED, OPTIONAL  *
001200*                     (BLANK = 090).                 *
001300*  USED BY: OPSDIGST                                 *
001400*****************************************************
001500 01  DP-DIGEST-PARM-RECORD.
001600     05  DP-REPRINT-DATE         PIC X(08).
001700     05  DP-KEEP-DAYS            PIC X(03).
001800     05  FILLER                  PIC X(69).
