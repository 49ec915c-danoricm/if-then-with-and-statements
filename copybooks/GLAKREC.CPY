000700*  REJECTED ON THEIR SIDE. PROCESSED BY GLACKRPT,    *
000800*  WHICH REPORTS EXTRACT RECORDS THE GL NEVER        *
000900*  POSTED AND RE-QUEUES THE REJECTED ONES.           *
001000*  USED BY: GLACKRPT, GLTRIAL                        *
001100*****************************************************
001200 01  GK-GL-RETURN-RECORD.
001300     05  GK-CONTROL-VALUE        PIC 9(05).
