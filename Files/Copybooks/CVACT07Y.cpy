      * "EUR 100.00 @ 1.084200" - spaces for domestic activity.
           05  SDL-FX-INFO                      PIC X(30).
           05  FILLER                           PIC X(03) VALUE SPACES.

      * Installment plan section - one line per active plan on the
      * account, under its own title and column headings.
       01  STMT-PLAN-TITLE-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(30)
                                     VALUE 'INSTALLMENT PLANS'.
           05  FILLER                           PIC X(102) VALUE SPACES.

       01  STMT-PLAN-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(17)
                                          VALUE 'PURCHASE ID'.
           05  FILLER                           PIC X(31)
                                          VALUE 'DESCRIPTION'.
           05  FILLER                           PIC X(13)
                                          VALUE '    ORIGINAL'.
           05  FILLER                           PIC X(05)
                                          VALUE 'TERM'.
           05  FILLER                           PIC X(07)
                                          VALUE '  RATE'.
           05  FILLER                           PIC X(13)
                                          VALUE ' INSTALLMENT'.
           05  FILLER                           PIC X(14)
                                          VALUE '   REMAINING'.
           05  FILLER                           PIC X(04)
                                          VALUE 'LEFT'.
           05  FILLER                           PIC X(28) VALUE SPACES.

       01  STMT-PLAN-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  SPN-TRAN-ID                      PIC X(16).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  SPN-DESC                         PIC X(30).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  SPN-ORIG-AMT                     PIC -(9).99.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  SPN-TERM                         PIC ZZ9.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  SPN-RATE                         PIC ZZ9.99.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  SPN-INSTALLMENT-AMT              PIC -(9).99.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  SPN-REMAINING-PRIN               PIC -(9).99.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  SPN-PAYMENTS-LEFT                PIC ZZ9.
           05  FILLER                           PIC X(29) VALUE SPACES.
