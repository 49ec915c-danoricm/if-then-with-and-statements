000100*****************************************************
000200*  RTNPREC.CPY                                      *
000300*  FEED ID PARAMETER CARD LAYOUT. ONE CARD NAMING A  *
000400*  FEED ID: THE FEED WHOSE RETURN FILE A FEEDRTN     *
000500*  STEP BUILDS (ONE STEP PER SENDING FEED, EACH WITH *
000600*  ITS OWN RETURN FILE), THE FEED GROUP A FEEDSPLT   *
000610*  STEP SPLITS OUT FOR ITS OWN IFANDTHEN RUN, OR -   *
000620*  ONE CARD PER FEED - THE FEEDS FEEDMRGE EXPECTS TO *
000630*  MERGE. THAT LIST IS PROD.IFANDTHN.PARM.FEEDS, AND *
000640*  TRANEDIT REFUSES A FEED GROUP WHOSE ID IS NOT ON  *
000650*  IT.                                               *
000700*  USED BY: FEEDRTN, FEEDSPLT, FEEDMRGE, TRANEDIT    *
000800*****************************************************
000900 01  FP-RETURN-PARM-RECORD.
001000     05  FP-FEED-ID              PIC X(08).
001100     05  FILLER                  PIC X(72).
