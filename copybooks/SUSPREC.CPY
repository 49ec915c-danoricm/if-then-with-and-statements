001430*  SU-ORIG-REF LET SUSPREP REBUILD THE RECORD AS     *
001440*  THE SAME TYPE IT ARRIVED AS; SU-TRAN-REF KEEPS    *
001450*  THE ITEM'S REFERENCE THROUGH THE REPAIR CYCLE.    *
001500*  USED BY: IFANDTHEN, SUSPAGE, SUSPREP, RETROCOR,   *
001550*           BACKOUT, FEEDMRGE                       *
001600*****************************************************
001700 01  SU-SUSPENSE-RECORD.
001800     05  SU-CONTROL-VALUE        PIC 9(05).
