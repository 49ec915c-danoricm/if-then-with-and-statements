000900*  BUSINESS DATE THE FEED HEADERS MUST CARRY, SO     *
001000*  THE MORNING-AFTER-A-HOLIDAY FEED IS NO LONGER     *
001100*  REFUSED FOR BEING DATED THE PRIOR BUSINESS DAY.   *
001200*  USED BY: IFANDTHEN, GLTRIAL                       *
001300*****************************************************
001400 01  CL-CALENDAR-RECORD.
001500     05  CL-RECORD-TYPE          PIC X(01).
