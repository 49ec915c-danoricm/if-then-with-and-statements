000100*****************************************************
000200*  RETROREC.CPY                                     *
000300*  RETROCOR RETROACTIVE RULE CORRECTION PARAMETER    *
000400*  CARD LAYOUT. ONE CARD NAMING THE RULE CODE, THE   *
000500*  RANGE OF BUSINESS DATES (YYYYMMDD, INCLUSIVE) THE *
000600*  WRONG RANGES WERE APPLIED TO, AND THE EFFECTIVE   *
000700*  DATE OF THE CORRECTED VERSION ON PARMRULE - THE   *
000800*  RULE CODE AND EFFECTIVE DATE TOGETHER IDENTIFY    *
000900*  THE ONE VERSION THE RANGE IS RE-EVALUATED UNDER.  *
001000*  THE CORRECTED VERSION IS KEYED THROUGH RULEMAINT  *
001100*  AND PROMOTED LIKE ANY OTHER CHANGE FIRST.         *
001200*  USED BY: RETROCOR                                 *
001300*****************************************************
001400 01  RX-RETRO-PARM-RECORD.
001500     05  RX-RULE-CODE            PIC X(04).
001600     05  RX-FROM-DATE            PIC X(08).
001700     05  RX-TO-DATE              PIC X(08).
001800     05  RX-VERSION-DATE         PIC X(08).
001900     05  FILLER                  PIC X(52).
