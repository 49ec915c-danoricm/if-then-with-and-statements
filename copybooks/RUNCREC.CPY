000100*****************************************************
000200*  RUNCREC.CPY                                      *
000300*  RUN-CONTROL RECORD LAYOUT - ONE RECORD PER FEED   *
000400*  PER BUSINESS DATE, WRITTEN 'COMPLETE' BY FEEDMRGE *
000500*  WHEN IT MERGES THE FEED'S RUN - THE ONLY RUNCTL   *
000550*  UPDATE IN THE DAILY STREAM; IFANDTHEN ONLY READS  *
000600*  IT. 'STARTED' IS NO LONGER WRITTEN. A FEED        *
000700*  ALREADY MARKED COMPLETE FOR ITS BUSINESS DATE IS  *
000800*  SKIPPED ON A SECOND SUBMISSION (RC=12 WHEN EVERY  *
000900*  FEED IN THE FILE IS A DUPLICATE) UNLESS THE       *
001000*  OVERRIDE PARM IS PASSED, SO ONE SOURCE'S          *
001100*  RETRANSMISSION NEVER DOUBLE-POSTS AND NEVER       *
001200*  BLOCKS ANOTHER SOURCE'S FEED.                     *
001210*  BACKOUT SETS A POSTED FEED'S RECORD TO BACKOUT    *
001220*  ("BACKED OUT") - NOT COMPLETE, SO THE CORRECTED   *
001230*  FEED RUNS WITHOUT THE OVERRIDE PARM.              *
001240*  RN-FEED-SEQ IS THE FEED'S POSITION IN THE RUN'S   *
001250*  INPUT FILE, CARRIED AS AU-FEED-SEQ ON ITS AUDIT   *
001260*  ROWS.                                             *
001300*  USED BY: IFANDTHEN, BACKOUT, FEEDMRGE             *
001400*****************************************************
001500 01  RN-RUN-CONTROL-RECORD.
001600     05  RN-RUN-KEY.
001900     05  RN-STATUS               PIC X(08).
002000         88  RN-RUN-STARTED              VALUE "STARTED".
002100         88  RN-RUN-COMPLETE             VALUE "COMPLETE".
002110         88  RN-RUN-BACKED-OUT           VALUE "BACKOUT".
002200     05  RN-RUN-ID               PIC X(16).
002300     05  RN-START-TIME           PIC 9(08).
002400     05  RN-END-TIME             PIC 9(08).
002410     05  RN-FEED-SEQ             PIC 9(02).
002500     05  FILLER                  PIC X(22).
