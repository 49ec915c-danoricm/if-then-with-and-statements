001800*     COMMAREA SO PAGING KEEPS THEM.                            *
001900*     THE SCREEN BROWSES THE AUDTONLN ONLINE COPY OF THE AUDIT  *
002000*     LOG - A VSAM ESDS RELOADED FROM PROD.IFANDTHN.AUDTLOG BY  *
002100*     IFANDMRG STEP050 AFTER EVERY DAILY RUN (AND BY THE        *
002200*     AUDTVSAM JOB ON FIRST SETUP), THE SAME PATTERN AS THE     *
002300*     RULEPARM ONLINE COPY THE RULE SCREEN BROWSES. THE LIVE    *
002400*     LOG STAYS THE QSAM DATASET THE BATCH JOBS OWN.            *
002700*   DATE       INIT  DESCRIPTION                                 *
002800*   ---------- ----  ------------------------------------------ *
002900*   2026-09-02  DO   ORIGINAL VERSION.                           *
002950*   2026-10-15  DO   AUDTONLN NOW RELOADED BY THE IFANDMRG JOB.  *
003000****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.              AUDTSCRN.
