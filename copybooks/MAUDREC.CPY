000600*  VALUES OF THE RULE FOR AUDIT REVIEW, PLUS WHO      *
000610*  KEYED THE CHANGE AND WHO APPROVED IT (DUAL         *
000620*  CONTROL)                                           *
000700*  USED BY: RULEMAINT, RULECOMP                       *
000800*****************************************************
000900 01  MA-MAINT-AUDIT-RECORD.
001000     05  MA-RUN-ID               PIC X(16).
