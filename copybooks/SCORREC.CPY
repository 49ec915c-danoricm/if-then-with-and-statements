000100*****************************************************
000200*  SCORREC.CPY                                      *
000300*  SUSPENSE CORRECTION RECORD LAYOUT. ONE RECORD PER *
000400*  CORRECTION AN OPERATOR KEYS ON THE SUSPSCRN       *
000500*  SUSPENSE WORK QUEUE SCREEN (TRANSACTION SUSQ),    *
000600*  QUEUED TO THE SUSC EXTRAPARTITION TD QUEUE OVER   *
000700*  PROD.IFANDTHN.SUSPENSE.CORRECT FOR THE SUSPREP    *
000800*  RE-FEED TO APPLY. THE ITEM IS IDENTIFIED BY ITS   *
000900*  BUSINESS DATE, FEED ID AND TRAN REF; THE RECORD   *
001000*  CARRIES WHO KEYED IT, WHEN, AND THE OLD AND NEW   *
001100*  CONTROL VALUE AND RULE CODE.                      *
001110*  OPERATOR ID RETROCOR MARKS A WRITE-OFF QUEUED     *
001120*  BY THE RETROACTIVE CORRECTION FOR A WRONG FAIL    *
001130*  IT POSTED WHILE STILL OPEN IN SUSPENSE.           *
001200*  ACTION CODES:                                     *
001300*    C - CORRECT (RE-FEED WITH THE NEW VALUES)       *
001400*    W - WRITE OFF, NO REPOST (COMMENT REQUIRED)     *
001500*  SUSPREP COPIES EVERY CORRECTION IT READS TO THE   *
001600*  PERMANENT CORRECTION LOG WITH SC-APPLY-STATUS:    *
001700*    A - APPLIED TO AN OPEN SUSPENSE ITEM            *
001800*    S - SUPERSEDED BY A LATER CORRECTION OF THE     *
001900*        SAME ITEM                                   *
001950*    H - HELD, CORRECTED VALUES STILL FAIL THE EDITS *
002000*    N - NO OPEN SUSPENSE ITEM MATCHED               *
002100*  (BLANK ON THE QUEUED RECORD.)                     *
002200*  USED BY: SUSPSCRN, SUSPREP, RETROCOR              *
002300*****************************************************
002400 01  SC-SUSP-CORRECT-RECORD.
002500     05  SC-ITEM-KEY.
002600         10  SC-BUSINESS-DATE        PIC 9(08).
002700         10  SC-FEED-ID              PIC X(08).
002800         10  SC-TRAN-REF             PIC X(12).
002900     05  SC-ACTION-CODE          PIC X(01).
003000         88  SC-ACTION-CORRECT           VALUE "C".
003100         88  SC-ACTION-WRITE-OFF         VALUE "W".
003200     05  SC-OLD-CONTROL-VALUE    PIC 9(05).
003300     05  SC-OLD-RULE-CODE        PIC X(04).
003400     05  SC-NEW-CONTROL-VALUE    PIC 9(05).
003500     05  SC-NEW-RULE-CODE        PIC X(04).
003600     05  SC-OPERATOR-ID          PIC X(08).
003700     05  SC-CORRECT-DATE         PIC 9(08).
003800     05  SC-CORRECT-TIME         PIC 9(06).
003900     05  SC-COMMENT              PIC X(30).
004000     05  SC-APPLY-STATUS         PIC X(01).
004100         88  SC-APPLIED                  VALUE "A".
004200         88  SC-SUPERSEDED               VALUE "S".
004250         88  SC-HELD                     VALUE "H".
004300         88  SC-NO-OPEN-ITEM             VALUE "N".
