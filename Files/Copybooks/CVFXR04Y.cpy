      ******************************************************************
      * Copybook    : CVFXR04Y
      * Application : CardDemo
      * Function    : Print-line layouts for the daily FX rate intake
      *               report (FXRRPT-FILE, 133-byte print image)
      *               produced by CBFXR01C - one line per currency
      *               loaded, held or carried forward, then the run
      *               totals.
      ******************************************************************
       01  FXRRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  FXRRPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(30)
                           VALUE 'DAILY FX RATE INTAKE REPORT'.
           05  FILLER                           PIC X(10)
                           VALUE 'RUN DATE'.
           05  FXH-RUN-DATE                     PIC X(10).
           05  FILLER                           PIC X(82) VALUE SPACES.

       01  FXRRPT-COLUMN-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(05)
                                          VALUE 'CCY'.
           05  FILLER                           PIC X(18)
                                          VALUE 'DISPOSITION'.
           05  FILLER                           PIC X(14)
                                          VALUE 'RATE IN FORCE'.
           05  FILLER                           PIC X(14)
                                          VALUE 'FEED RATE'.
           05  FILLER                           PIC X(14)
                                          VALUE 'PRIOR RATE'.
           05  FILLER                           PIC X(12)
                                          VALUE 'PRIOR DATE'.
           05  FILLER                           PIC X(10)
                                          VALUE 'CHANGE %'.
           05  FILLER                           PIC X(45)
                                          VALUE 'NOTE'.

       01  FXRRPT-DETAIL-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FXD-CURRENCY-CD                  PIC X(03).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  FXD-DISPOSITION                  PIC X(16).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  FXD-RATE-IN-FORCE                PIC ZZ9.999999.
           05  FILLER                           PIC X(04) VALUE SPACES.
           05  FXD-FEED-RATE                    PIC X(10).
           05  FILLER                           PIC X(04) VALUE SPACES.
           05  FXD-PRIOR-RATE                   PIC ZZ9.999999.
           05  FILLER                           PIC X(04) VALUE SPACES.
           05  FXD-PRIOR-DATE                   PIC X(10).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  FXD-CHANGE-PCT                   PIC ZZZZ9.99.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  FXD-NOTE                         PIC X(40).
           05  FILLER                           PIC X(05) VALUE SPACES.

       01  FXRRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FXC-LABEL                        PIC X(30).
           05  FXC-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.
