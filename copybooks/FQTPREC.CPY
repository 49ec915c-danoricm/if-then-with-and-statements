000100*****************************************************
000200*  FQTPREC.CPY                                      *
000300*  FEED QUALITY THRESHOLD PARAMETER RECORD LAYOUT.   *
000400*  ONE RECORD PER SENDING FEED, PLUS ONE WITH A      *
000500*  BLANK FEED ID THAT COVERS EVERY FEED WITHOUT A    *
000600*  RECORD OF ITS OWN. A FEED IS FLAGGED ON THE       *
000700*  SCORECARD WHEN ITS REJECT RATE FOR THE PERIOD     *
000800*  (PERCENT, TWO DECIMALS - 00250 = 2.50) OR ITS     *
000900*  COUNT OF BALANCING FAILURES IS ABOVE THE LIMIT.   *
001000*  OPERATIONS-OWNED, MAINTAINED LIKE THE PARMRULE    *
001100*  FILE - A DATA CHANGE, NOT A RECOMPILE.            *
001200*  USED BY: FEEDQUAL                                 *
001300*****************************************************
001400 01  FT-THRESHOLD-RECORD.
001500     05  FT-FEED-ID              PIC X(08).
001600     05  FT-MAX-REJECT-PCT       PIC X(05).
001700     05  FT-MAX-REJECT-PCT-N     REDEFINES FT-MAX-REJECT-PCT
001800                                 PIC 9(03)V99.
001900     05  FT-MAX-BAL-FAILS        PIC X(03).
002000     05  FT-MAX-BAL-FAILS-N      REDEFINES FT-MAX-BAL-FAILS
002100                                 PIC 9(03).
002200     05  FILLER                  PIC X(64).
