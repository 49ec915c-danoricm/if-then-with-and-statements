000600*  EVALUATED AGAINST, AND THE BUSINESS DATE THE ROW    *
000610*  WAS PROCESSED AS (WHICH MAY DIFFER FROM THE EVAL    *
000620*  DATE ON A HOLIDAY OR A BACK-DATED CATCH-UP RUN)     *
000626*  AU-REASON-CODE CARRIES THE SUSPENSE REASON CODE     *
000632*  (F001/F002/F003) ON A FAIL OR RVSF ROW; SPACES      *
000638*  OTHERWISE.                                          *
000644*  A RETROCOR RETROACTIVE CORRECTION WRITES ONE ROW    *
000650*  PER ADJUSTMENT UNDER ITS OWN RUN-ID, CARRYING THE   *
000656*  ORIGINAL ROW'S BUSINESS DATE AND TRAN REF:          *
000662*    ADJC - WRONG PASS, CONTRA GL ENTRY WRITTEN        *
000668*    ADJP - WRONG FAIL, NEW GL POSTING WRITTEN         *
000674*  AU-RULE-EFF-DATE IS THE EFFECTIVE DATE OF THE RULE  *
000680*  VERSION THE ROW WAS EVALUATED AGAINST.              *
000686*  AU-FEED-SEQ IS THE POSITION OF THE ROW'S FEED IN    *
000692*  THE RUN'S INPUT FILE (RN-FEED-SEQ ON RUNCTL).       *
000698*  A BACKOUT OF ONE FEED WRITES ONE BKOT ROW PER ROW   *
000704*  IT BACKS OUT, UNDER ITS OWN RUN-ID, CARRYING THE    *
000710*  ORIGINAL ROW'S FIELDS WITH THE ORIGINAL OUTCOME IN  *
000716*  AU-REASON-CODE.                                     *
000722*  AN APPLIED REVERSAL (RVSL) ROW CARRIES THE          *
000728*  REVERSAL'S OWN DATE AND REF; THE BUSINESS DATE OF   *
000734*  THE PASS IT BACKED OUT IS IN AU-RVSL-ORIG-DATE,     *
000740*  WHICH SHARES AU-RULE-EFF-DATE (A REVERSAL IS NOT    *
000746*  EVALUATED AGAINST A VERSION). ZERO ON AN OLDER      *
000752*  RVSL ROW MEANS THE ORIGINAL'S DATE WAS NOT KEPT.    *
000758*  USED BY: IFANDTHEN, RECONCIL, AUDITSEL,            *
000764*           AUDITARC, FEEDRTN, RETROCOR,               *
000770*           BACKOUT, FEEDMRGE, RULECOMP                *
000800*****************************************************
000900 01  AU-AUDIT-RECORD.
001000     05  AU-RUN-ID               PIC X(16).
001500     05  AU-EVAL-TIME            PIC 9(08).
001510     05  AU-BUSINESS-DATE        PIC 9(08).
001520     05  AU-TRAN-REF             PIC X(12).
001530     05  AU-REASON-CODE          PIC X(04).
001540     05  AU-RULE-EFF-DATE        PIC 9(08).
001543     05  AU-RVSL-ORIG-DATE       REDEFINES AU-RULE-EFF-DATE
001546                                 PIC 9(08).
001550     05  AU-FEED-SEQ             PIC 9(02).
001600     05  FILLER                  PIC X(01).
001700
001800
