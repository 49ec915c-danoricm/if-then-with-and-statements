000800*  A RULE CODE ON THE RULE TABLE WITH NO MAPPING     *
000900*  RECORD IS A CONFIGURATION FAILURE (RC=16) -       *
001000*  NOTHING POSTS TO A SILENT DEFAULT ACCOUNT.        *
001100*  USED BY: IFANDTHEN, RETROCOR, GLTRIAL             *
001200*****************************************************
001300 01  GM-GL-MAP-RECORD.
001400     05  GM-RULE-CODE            PIC X(04).
