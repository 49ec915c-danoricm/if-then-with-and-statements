000700*  AND THE RUN COMES BACK RC=8. OPERATIONS-OWNED,    *
000800*  MAINTAINED LIKE THE PARMRULE FILE - A DATA        *
000900*  CHANGE, NOT A RECOMPILE.                          *
001000*  USED BY: IFANDTHEN, FEEDMRGE                      *
001100*****************************************************
001200 01  TL-TOLERANCE-RECORD.
001300     05  TL-MAX-EXCP-PCT         PIC X(03).
