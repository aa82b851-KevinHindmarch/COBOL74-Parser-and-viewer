      ******************************************************************
      * Copybook    : CVFXR02Y
      * Application : CardDemo
      * Function    : Treasury daily FX rate feed record
      *               (FXFEED-FILE, 80 bytes), one per currency -
      *               the USD value of one unit of the currency as
      *               at the rate date. Read by CBFXR01C.
      ******************************************************************
       01  FX-FEED-RECORD.
           05  FXF-CURRENCY-CD                  PIC X(03).
           05  FILLER                           PIC X(01).
           05  FXF-RATE-DATE                    PIC X(10).
           05  FILLER                           PIC X(01).
           05  FXF-USD-RATE                     PIC 9(03)V9(6).
           05  FXF-USD-RATE-X REDEFINES FXF-USD-RATE
                                                PIC X(09).
           05  FILLER                           PIC X(56).
