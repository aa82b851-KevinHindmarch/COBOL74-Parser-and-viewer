      ******************************************************************
      * Copybook    : CVCOF02Y
      * Application : CardDemo
      * Function    : Print-line layouts for the monthly charge-off
      *               report (COFRPT-FILE, 133-byte print image)
      *               produced by CBCOF01C.
      ******************************************************************
       01  COFRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  COFRPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(40)
                           VALUE 'MONTHLY CHARGE-OFF REPORT'.
           05  FILLER                           PIC X(92) VALUE SPACES.

       01  COFRPT-COLUMN-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(12)
                                          VALUE 'ACCOUNT ID'.
           05  FILLER                           PIC X(14)
                                          VALUE 'BALANCE'.
           05  FILLER                           PIC X(14)
                                          VALUE 'PRINCIPAL'.
           05  FILLER                           PIC X(14)
                                          VALUE 'INTEREST'.
           05  FILLER                           PIC X(14)
                                          VALUE 'FEES'.
           05  FILLER                           PIC X(06)
                                          VALUE 'CARDS'.
           05  FILLER                           PIC X(58)
                                          VALUE 'DISPOSITION'.

       01  COFRPT-DETAIL-LINE.
           05  CDL-FILLER-1                     PIC X(01) VALUE SPACES.
           05  CDL-ACCT-ID                      PIC 9(11).
           05  CDL-FILLER-2                     PIC X(01) VALUE SPACES.
           05  CDL-BALANCE                      PIC -(10).99.
           05  CDL-FILLER-3                     PIC X(01) VALUE SPACES.
           05  CDL-PRINCIPAL                    PIC -(10).99.
           05  CDL-FILLER-4                     PIC X(01) VALUE SPACES.
           05  CDL-INTEREST                     PIC -(10).99.
           05  CDL-FILLER-5                     PIC X(01) VALUE SPACES.
           05  CDL-FEES                         PIC -(10).99.
           05  CDL-FILLER-6                     PIC X(01) VALUE SPACES.
           05  CDL-CARDS-BLOCKED                PIC ZZ9.
           05  CDL-FILLER-7                     PIC X(03) VALUE SPACES.
           05  CDL-DISPOSITION                  PIC X(40).
           05  FILLER                           PIC X(18) VALUE SPACES.

       01  COFRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CCL-LABEL                        PIC X(30).
           05  CCL-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.

       01  COFRPT-AMOUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CAL-LABEL                        PIC X(30).
           05  CAL-AMOUNT                       PIC -(11).99.
           05  FILLER                           PIC X(87) VALUE SPACES.
