      ******************************************************************
      * Copybook    : CVAPP02Y
      * Application : CardDemo
      * Function    : Print-line layouts for the new-account booking
      *               report (APPRPT-FILE, 133-byte print image)
      *               produced by CBAPP01C - one line per application
      *               booked, declined or still pending approval.
      ******************************************************************
       01  APPRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  APPRPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(40)
                           VALUE 'NEW ACCOUNT BOOKING REPORT'.
           05  FILLER                           PIC X(92) VALUE SPACES.

       01  APPRPT-COLUMN-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(12)
                                          VALUE 'ACCOUNT ID'.
           05  FILLER                           PIC X(10)
                                          VALUE 'CUST ID'.
           05  FILLER                           PIC X(17)
                                          VALUE 'CARD NUMBER'.
           05  FILLER                           PIC X(11)
                                          VALUE 'GROUP'.
           05  FILLER                           PIC X(14)
                                          VALUE ' CREDIT LIMIT'.
           05  FILLER                           PIC X(68)
                                          VALUE 'DISPOSITION'.

       01  APPRPT-DETAIL-LINE.
           05  ADL-FILLER-1                     PIC X(01) VALUE SPACES.
           05  ADL-ACCT-ID                      PIC 9(11).
           05  ADL-FILLER-2                     PIC X(01) VALUE SPACES.
           05  ADL-CUST-ID                      PIC X(09).
           05  ADL-FILLER-3                     PIC X(01) VALUE SPACES.
           05  ADL-CARD-NUM                     PIC X(16).
           05  ADL-FILLER-4                     PIC X(01) VALUE SPACES.
           05  ADL-GROUP-ID                     PIC X(10).
           05  ADL-FILLER-5                     PIC X(01) VALUE SPACES.
           05  ADL-CREDIT-LIMIT                 PIC -(9).99.
           05  ADL-FILLER-6                     PIC X(01) VALUE SPACES.
           05  ADL-DISPOSITION                  PIC X(40).
           05  FILLER                           PIC X(28) VALUE SPACES.

       01  APPRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ACL-LABEL                        PIC X(30).
           05  ACL-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.

       01  APPRPT-AMOUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  AAL-LABEL                        PIC X(30).
           05  AAL-AMOUNT                       PIC -(11).99.
           05  FILLER                           PIC X(87) VALUE SPACES.
