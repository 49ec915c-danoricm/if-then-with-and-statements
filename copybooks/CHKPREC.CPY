000750*  IT. CK-FEED-ID NAMES THE FEED GROUP THAT RECORD    *
000760*  BELONGED TO, SO THE RESUMED RUN KNOWS WHICH FEED   *
000770*  IT IS INSIDE.                                      *
000780*  THE FEEDMRGE STEP WRITES ONE RECORD PER FEED RUN   *
000785*  TO THE MERGED CHECKPOINT FILE (KEYED A, B, ...) SO *
000790*  RECONCIL AND FEEDRTN SEE EVERY PARALLEL FEED RUN.  *
000791*  CK-RUN-STATUS IS SET TO E BY THE FINAL CHECKPOINT  *
000792*  IFANDTHEN WRITES WHEN ITS RUN ENDS CLEAN, SO       *
000793*  FEEDMRGE CAN TELL A FINISHED FEED RUN FROM ONE     *
000794*  STILL AWAITING RESTART. CK-FEED-SEQ IS THE FEED'S  *
000795*  POSITION IN THE RUN'S INPUT FILE (AU-FEED-SEQ).    *
000800*  USED BY: IFANDTHEN, RECONCIL, RETROCOR, FEEDMRGE   *
000900*****************************************************
001000 01  CK-CHECKPOINT-RECORD.
001100     05  CK-CHECKPOINT-ID        PIC X(01).
001660     05  CK-BUSINESS-DATE        PIC 9(08).
001670     05  CK-LAST-SLOT-NO         PIC 9(07).
001680     05  CK-FEED-ID              PIC X(08).
001682     05  CK-FEED-SEQ             PIC 9(02).
001684     05  CK-RUN-STATUS           PIC X(01).
001686         88  CK-RUN-ENDED                VALUE "E".
001700     05  FILLER                  PIC X(02).
001800
001900
