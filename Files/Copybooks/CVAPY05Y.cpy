      ******************************************************************
      * Copybook    : CVAPY05Y
      * Application : CardDemo
      * Function    : Print-line layouts for the autopay origination
      *               report (APYRPT-FILE, 133-byte print image)
      *               produced by CBAPY01C - one line per enrollment
      *               debited or passed over, then the run totals.
      ******************************************************************
       01  APYRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  APYRPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(40)
                           VALUE 'AUTOPAY ACH DEBIT ORIGINATION REPORT'.
           05  FILLER                           PIC X(92) VALUE SPACES.

       01  APYRPT-COLUMN-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(12)
                                          VALUE 'ACCOUNT ID'.
           05  FILLER                           PIC X(04)
                                          VALUE 'OPT'.
           05  FILLER                           PIC X(16)
                                          VALUE 'DEBIT AMOUNT'.
           05  FILLER                           PIC X(16)
                                          VALUE 'TRACE NUMBER'.
           05  FILLER                           PIC X(84)
                                          VALUE 'DISPOSITION'.

       01  APYRPT-DETAIL-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADL-ACCT-ID                      PIC 9(11).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADL-OPTION                       PIC X(01).
           05  FILLER                           PIC X(03) VALUE SPACES.
           05  ADL-AMOUNT                       PIC -(11).99.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADL-TRACE-NUM                    PIC X(15).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADL-DISPOSITION                  PIC X(40).
           05  FILLER                           PIC X(45) VALUE SPACES.

       01  APYRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ACL-LABEL                        PIC X(30).
           05  ACL-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.

       01  APYRPT-AMOUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  AAL-LABEL                        PIC X(30).
           05  AAL-AMOUNT                       PIC -(11).99.
           05  FILLER                           PIC X(87) VALUE SPACES.
