000100*****************************************************
000200*  BOUTREC.CPY                                      *
000300*  BACKOUT FEED BACK-OUT PARAMETER CARD LAYOUT. ONE  *
000400*  CARD NAMING THE BUSINESS DATE (YYYYMMDD) AND FEED *
000500*  ID OF THE RUNCTL ENTRY TO BACK OUT - THE SAME     *
000600*  TWO FIELDS THAT KEY RUNCTL. THE RUN-ID AND FEED   *
000700*  POSITION THE FEED WAS PROCESSED UNDER ARE TAKEN   *
000800*  FROM THE RUNCTL ENTRY ITSELF. BX-MODE BLANK BACKS *
000810*  THE FEED OUT IN FULL; R ONLY RELEASES THE FEED'S  *
000820*  TRANIDX REFERENCES, FOR A FILE THAT NEVER POSTED. *
000900*  USED BY: BACKOUT                                  *
001000*****************************************************
001100 01  BX-BACKOUT-PARM-RECORD.
001200     05  BX-BUSINESS-DATE        PIC X(08).
001300     05  BX-FEED-ID              PIC X(08).
001310     05  BX-MODE                 PIC X(01).
001320         88  BX-RELEASE-REFS             VALUE "R".
001400     05  FILLER                  PIC X(63).
