001100*    E003 - RULE CODE NOT ON PARAMETER FILE          *
001150*    E004 - RECORD TYPE NOT H, D, R OR T             *
001160*    E005 - REVERSAL ORIGINAL DATE NOT NUMERIC       *
001170*    E006 - TRAN REF ALREADY ACCEPTED (REPLAY OF AN  *
001180*           ITEM ON THE TRANIDX REFERENCE INDEX)     *
001182*  RJ-BUSINESS-DATE AND RJ-FEED-ID ARE THOSE OF THE  *
001184*  FEED GROUP HEADER THE RECORD ARRIVED UNDER, SO    *
001186*  EACH REJECT CAN BE RETURNED TO ITS OWN SENDER.    *
001188*  RJ-EDIT-TIME IS THE START TIME (HHMMSS) OF THE    *
001190*  TRANEDIT RUN THAT WROTE IT, TYING THE REJECT TO   *
001192*  THAT RUN'S FEEDSTAT RECORD (FSTATREC).            *
001200*  USED BY: TRANEDIT, FEEDRTN, FEEDQUAL              *
001300*****************************************************
001400 01  RJ-REJECT-RECORD.
001500     05  RJ-CONTROL-VALUE        PIC X(05).
001700     05  RJ-ERROR-CODE           PIC X(04).
001800     05  RJ-ERROR-DESC           PIC X(32).
001850     05  RJ-TRAN-REF             PIC X(12).
001860     05  RJ-BUSINESS-DATE        PIC 9(08).
001870     05  RJ-FEED-ID              PIC X(08).
001880     05  RJ-EDIT-TIME            PIC 9(06).
001900     05  FILLER                  PIC X(01).
