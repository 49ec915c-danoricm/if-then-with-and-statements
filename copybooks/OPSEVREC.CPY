000100*****************************************************
000200*  OPSEVREC.CPY                                     *
000300*  OPERATIONS EVENT RECORD LAYOUT (VSAM KSDS, KEY    *
000400*  EV-EVENT-KEY). ONE RECORD PER CONDITION A BATCH   *
000500*  PROGRAM RAISES FOR THE ON-CALL OPERATOR, WRITTEN  *
000600*  TO THE SHARED OPERATIONS EVENT FILE AT THE MOMENT *
000700*  THE PROGRAM FINDS IT, SO WHY THE NIGHT'S STREAM   *
000800*  STOPPED IS IN ONE PLACE INSTEAD OF IN EACH STEP'S *
000900*  SYSOUT. THE KEY IS THE EVENT DATE AND TIME, THE   *
001000*  PROGRAM AND A SEQUENCE WITHIN THE PROGRAM'S RUN,  *
001100*  SO THE FILE READS IN THE ORDER THINGS HAPPENED.   *
001200*  AN EVENT IS OPEN (EV-EVENT-STATUS = O) UNTIL THE  *
001300*  DAILY OPSDIGST DIGEST HAS REPORTED IT; THE DIGEST *
001400*  THEN CLOSES IT WITH THE DIGEST DATE.              *
001500*  EV-BUSINESS-DATE IS ZERO AND EV-FEED-ID BLANK     *
001600*  WHEN THE EVENT IS NOT TIED TO ONE DAY OR FEED.    *
001610*  IN THE PARALLEL FEED JOBS, IFANDTHEN AND RECONCIL *
001620*  WRITE THE SAME RECORD TO THE FEED'S OWN           *
001630*  SEQUENTIAL EVNTWORK FILE INSTEAD, AND FEEDMRGE    *
001640*  ADDS THOSE TO THE EVENT FILE AT MERGE TIME. THE   *
001650*  OPSSCRN SCREEN BROWSES OPSONLN, THE ESDS COPY OF  *
001660*  THE EVENT FILE RELOADED BY IFANDMRG AND OPSDIGST. *
001700*  SEVERITY:                                         *
001800*    S - STREAM STOPPED OR OUTPUT HELD - ACT NOW     *
001900*    E - ERROR, STREAM CONTINUED - ACT TODAY         *
002000*    W - WARNING - REVIEW THE PROGRAM'S REPORT       *
002100*    I - INFORMATION ONLY                            *
002200*  EVENT CODES:                                      *
002300*    TE01 - TRANEDIT REFUSED THE FEED FILE           *
002400*    IF01 - IFANDTHEN EXCEPTION RATE OVER TOLERANCE, *
002500*           GL EXTRACT QUARANTINED                   *
002600*    RC01 - RECONCIL RUN OUT OF BALANCE              *
002700*    GA01 - GLACKRPT UNMATCHED GL RETURNS            *
002800*    SA01 - SUSPAGE ITEMS OVER 30 DAYS IN SUSPENSE   *
002900*    TR01 - TRENDRPT RULE FAIL RATE JUMP             *
003000*  USED BY: TRANEDIT, IFANDTHEN, RECONCIL, GLACKRPT, *
003100*           SUSPAGE, TRENDRPT, FEEDMRGE, OPSDIGST,   *
003150*           OPSSCRN                                  *
003200*****************************************************
003300 01  EV-OPS-EVENT-RECORD.
003400     05  EV-EVENT-KEY.
003500         10  EV-EVENT-DATE       PIC 9(08).
003600         10  EV-EVENT-TIME       PIC 9(08).
003700         10  EV-PROGRAM-ID       PIC X(10).
003800         10  EV-EVENT-SEQ        PIC 9(04).
003900     05  EV-RUN-ID               PIC X(16).
004000     05  EV-BUSINESS-DATE        PIC 9(08).
004100     05  EV-FEED-ID              PIC X(08).
004200     05  EV-SEVERITY             PIC X(01).
004300         88  EV-SEV-STOPPED                VALUE "S".
004400         88  EV-SEV-ERROR                  VALUE "E".
004500         88  EV-SEV-WARNING                VALUE "W".
004600         88  EV-SEV-INFO                   VALUE "I".
004700     05  EV-EVENT-CODE           PIC X(04).
004800     05  EV-EVENT-STATUS         PIC X(01).
004900         88  EV-EVENT-OPEN                 VALUE "O".
005000         88  EV-EVENT-CLOSED               VALUE "C".
005100     05  EV-CLOSED-DATE          PIC 9(08).
005200     05  EV-MESSAGE              PIC X(40).
005300     05  FILLER                  PIC X(04).
