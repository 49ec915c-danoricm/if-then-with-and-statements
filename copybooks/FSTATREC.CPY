000100*****************************************************
000200*  FSTATREC.CPY                                     *
000300*  FEED EDIT STATISTICS RECORD LAYOUT. ONE RECORD    *
000400*  PER FEED GROUP TRANEDIT EDITED, WRITTEN AT THE    *
000500*  END OF THE RUN: HOW MANY RECORDS THE GROUP        *
000600*  CARRIED, HOW MANY PASSED AND FAILED THE EDITS,    *
000700*  WHETHER THE GROUP BALANCED TO ITS OWN TRAILER     *
000800*  AND WHETHER THE FILE AS A WHOLE WAS ACCEPTED OR   *
000900*  REFUSED. FS-EDIT-HHMMSS MATCHES RJ-EDIT-TIME ON   *
001000*  THE REJECTS THE SAME RUN WROTE.                   *
001100*  BALANCE STATUS:                                   *
001200*    B - BALANCED TO ITS TRAILER                     *
001300*    O - OUT OF BALANCE (TRAILER COUNT OR HASH)      *
001400*    M - TRAILER MISSING AT END OF FILE              *
001500*    N - NOT PROVED (RUN ABENDED FIRST)              *
001600*  USED BY: TRANEDIT, FEEDQUAL                       *
001700*****************************************************
001800 01  FS-FEED-STAT-RECORD.
001900     05  FS-BUSINESS-DATE        PIC 9(08).
002000     05  FS-FEED-ID              PIC X(08).
002100     05  FS-EDIT-DATE            PIC 9(08).
002200     05  FS-EDIT-TIME            PIC 9(08).
002300     05  FS-EDIT-TIME-PARTS      REDEFINES FS-EDIT-TIME.
002400         10  FS-EDIT-HHMMSS      PIC 9(06).
002500         10  FILLER              PIC 9(02).
002600     05  FS-RECEIVED-COUNT       PIC 9(07).
002700     05  FS-VALID-COUNT          PIC 9(07).
002800     05  FS-REJECT-COUNT         PIC 9(07).
002900     05  FS-TRAILER-COUNT        PIC 9(07).
003000     05  FS-BALANCE-STATUS       PIC X(01).
003100         88  FS-GROUP-BALANCED             VALUE "B".
003200         88  FS-GROUP-OUT-OF-BALANCE       VALUE "O".
003300         88  FS-GROUP-NO-TRAILER           VALUE "M".
003400         88  FS-GROUP-NOT-PROVED           VALUE "N".
003500     05  FS-FILE-STATUS          PIC X(01).
003600         88  FS-FILE-ACCEPTED              VALUE "A".
003700         88  FS-FILE-REFUSED               VALUE "R".
003800     05  FILLER                  PIC X(18).
