000100*****************************************************
000200*  GLTPREC.CPY                                      *
000300*  GL TRIAL BALANCE PARAMETER CARD LAYOUT. ONE CARD  *
000400*  PER GLTRIAL RUN NAMING THE FISCAL PERIOD (YYYYMM) *
000500*  TO REPORT. THE PERIOD'S FIRST AND LAST DATES ARE  *
000600*  NOT KEYED - THEY ARE DERIVED FROM THE CALPARM     *
000700*  BUSINESS CALENDAR, SO THE PERIOD ALWAYS CLOSES ON *
000800*  THE MONTH'S LAST BUSINESS DAY.                    *
000900*  USED BY: GLTRIAL                                  *
001000*****************************************************
001100 01  GT-TRIAL-PARM-RECORD.
001200     05  GT-PERIOD               PIC X(06).
001300     05  FILLER                  PIC X(74).
