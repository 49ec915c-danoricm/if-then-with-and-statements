001600*  MARKER RECORD (GL-PASS-FLAG = Q) - THE GL FEED    *
001700*  MUST NOT POST A GENERATION CARRYING THE MARKER    *
001800*  UNTIL OPERATIONS HAS CLEARED THE RUN.             *
001810*  A RETROCOR CORRECTION RUN WRITES ITS OWN          *
001820*  GENERATION OF DETAIL RECORDS ONLY: A CONTRA (R)   *
001830*  FOR EACH WRONG PASS AND A POSTING (Y) FOR EACH    *
001840*  WRONG FAIL, EACH CARRYING THE ORIGINAL TRAN REF.  *
001850*  GL-RUN-ID AND GL-FEED-ID NAME THE RUN AND FEED    *
001860*  THAT WROTE THE RECORD (FEED ID BLANK ON THE       *
001870*  QUARANTINE MARKER AND RETROCOR ADJUSTMENTS).      *
001880*  BACKOUT WRITES ONE CONTRA PER RECORD OF A BACKED- *
001890*  OUT FEED AT THE SAME LEVEL (R FOR A Y RECORD, Y   *
001895*  FOR AN R RECORD), OPPOSITE SIDE, TAGGED WITH ITS  *
001896*  OWN RUN-ID AND THE FEED ID.                       *
001900*  USED BY: IFANDTHEN, RECONCIL, RETROCOR, BACKOUT,  *
001950*           FEEDMRGE, GLTRIAL                        *
002000*****************************************************
002100 01  GL-EXTRACT-RECORD.
002200     05  GL-CONTROL-VALUE        PIC 9(05).
003400     05  GL-RECORD-COUNT         PIC 9(07).
003500     05  GL-HASH-TOTAL           PIC 9(11).
003550     05  GL-TRAN-REF             PIC X(12).
003560     05  GL-RUN-ID               PIC X(16).
003570     05  GL-FEED-ID              PIC X(08).
003600     05  FILLER                  PIC X(02).
