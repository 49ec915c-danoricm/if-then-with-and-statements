000100*****************************************************
000200*  CMPPREC.CPY                                      *
000300*  RULE APPROVAL COMPLIANCE CHECK PARAMETER CARD    *
000400*  LAYOUT. ONE CARD PER RULECOMP RUN NAMING THE     *
000500*  RANGE OF BUSINESS DATES (YYYYMMDD, INCLUSIVE) TO *
000600*  PROVE - NORMALLY ONE CALENDAR QUARTER FOR THE    *
000700*  SOX REVIEW.                                      *
000800*  USED BY: RULECOMP                                *
000900*****************************************************
001000 01  CP-COMPLY-PARM-RECORD.
001100     05  CP-FROM-DATE            PIC X(08).
001200     05  CP-THRU-DATE            PIC X(08).
001300     05  FILLER                  PIC X(64).
