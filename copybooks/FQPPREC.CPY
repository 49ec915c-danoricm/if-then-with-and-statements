000100*****************************************************
000200*  FQPPREC.CPY                                      *
000300*  FEED QUALITY SCORECARD PARAMETER CARD LAYOUT.     *
000400*  ONE CARD PER FEEDQUAL RUN:                        *
000500*    QP-PERIOD-TYPE  W = WEEKLY, M = MONTHLY         *
000600*    QP-PERIOD-END   YYYYMMDD, OPTIONAL.             *
000700*      WEEKLY  - LAST DAY OF THE SEVEN TO REPORT     *
000800*                (BLANK = YESTERDAY)                 *
000900*      MONTHLY - ANY DATE IN THE MONTH TO REPORT     *
001000*                (BLANK = LAST MONTH)                *
001100*  USED BY: FEEDQUAL                                 *
001200*****************************************************
001300 01  QP-QUALITY-PARM-RECORD.
001400     05  QP-PERIOD-TYPE          PIC X(01).
001500         88  QP-WEEKLY                     VALUE "W".
001600         88  QP-MONTHLY                    VALUE "M".
001700     05  QP-PERIOD-END           PIC X(08).
001800     05  FILLER                  PIC X(71).
