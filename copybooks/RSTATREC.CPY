000600*  NO-RULE-FOUND COUNTS FOR THAT RUN. THE FILE IS    *
000700*  CUMULATIVE (DISP=MOD) SO THE TRENDRPT PROGRAM     *
000800*  CAN READ A RULE'S FAIL RATE ACROSS RUNS.          *
000900*  USED BY: IFANDTHEN, TRENDRPT, FEEDMRGE            *
001000*****************************************************
001100 01  RS-RULE-STAT-RECORD.
001200     05  RS-RULE-CODE            PIC X(04).
