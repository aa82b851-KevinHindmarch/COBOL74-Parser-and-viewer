      ******************************************************************
      * Copybook    : CVFXR03Y
      * Application : CardDemo
      * Function    : FX rate review hold record (FXHOLD-FILE,
      *               100 bytes). CBFXR01C writes one for every feed
      *               rate it would not load - out of tolerance
      *               against the prior rate, not numeric, dated for
      *               another day or repeated in the feed - so
      *               treasury can review it. The prior rate stays in
      *               force for the day.
      ******************************************************************
       01  FX-RATE-HOLD-RECORD.
           05  FXRH-CURRENCY-CD                 PIC X(03).
           05  FXRH-RUN-DATE                    PIC X(10).
           05  FXRH-FEED-RATE-DATE              PIC X(10).
           05  FXRH-FEED-RATE                   PIC X(09).
           05  FXRH-PRIOR-RATE-DATE             PIC X(10).
           05  FXRH-PRIOR-RATE                  PIC 9(03)V9(6).
           05  FXRH-CHANGE-PCT                  PIC 9(05)V99.
           05  FXRH-HOLD-REASON                 PIC X(40).
           05  FILLER                           PIC X(02).
