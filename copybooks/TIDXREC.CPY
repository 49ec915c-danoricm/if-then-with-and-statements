000100*****************************************************
000200*  TIDXREC.CPY                                      *
000300*  ACCEPTED TRANSACTION REFERENCE INDEX RECORD       *
000400*  LAYOUT (VSAM KSDS, KEY TX-TRAN-REF). ONE RECORD   *
000500*  PER UPSTREAM TRANSACTION REFERENCE TRANEDIT HAS   *
000600*  EVER PASSED TO VALIDTRN, WITH THE BUSINESS DATE   *
000700*  AND FEED ID OF THE HEADER IT ARRIVED UNDER. A     *
000800*  DETAIL OR REVERSAL WHOSE REFERENCE IS ALREADY ON  *
000900*  THE INDEX IS A REPLAY OF AN ITEM ALREADY SENT ON  *
001000*  AN EARLIER DAY (OR EARLIER IN THE SAME FILE) AND  *
001100*  IS REJECTED E006 BEFORE IFANDTHEN SEES IT. THE    *
001200*  INDEX IS PERMANENT - ENTRIES ONLY COME OFF WHEN   *
001250*  TRANEDIT REFUSES THE FILE (IT TAKES BACK WHAT IT  *
001300*  ADDED), WHEN BACKOUT BACKS A POSTED FEED OUT, OR  *
001350*  WHEN BACKOUT MODE R RELEASES A FEED THAT NEVER    *
001400*  POSTED (IFANDTHEN REFUSED IT OR TRANEDIT          *
001420*  ABENDED), SO THE CORRECTED FEED CAN BE SENT       *
001440*  AGAIN UNDER THE SAME REFERENCES.                  *
001500*  TX-ACCEPT-DATE/TIME STAMP THE TRANEDIT RUN THAT   *
001600*  ADDED THE ENTRY.                                  *
001700*  USED BY: TRANEDIT, BACKOUT                        *
001800*****************************************************
001900 01  TX-TRAN-INDEX-RECORD.
002000     05  TX-TRAN-REF             PIC X(12).
002100     05  TX-BUSINESS-DATE        PIC 9(08).
002200     05  TX-FEED-ID              PIC X(08).
002300     05  TX-RECORD-TYPE          PIC X(01).
002400     05  TX-ACCEPT-DATE          PIC 9(08).
002500     05  TX-ACCEPT-TIME          PIC 9(08).
002600     05  FILLER                  PIC X(35).
