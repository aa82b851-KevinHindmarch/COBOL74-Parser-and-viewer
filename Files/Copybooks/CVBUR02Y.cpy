      ******************************************************************
      * Copybook    : CVBUR02Y
      * Application : CardDemo
      * Function    : Print-line layouts for the credit bureau
      *               extract control report (BURRPT-FILE, 133-byte
      *               print image) produced by CBBUR01C.
      ******************************************************************
       01  BURRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  BURRPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(40)
                   VALUE 'CREDIT BUREAU EXTRACT CONTROL REPORT'.
           05  FILLER                           PIC X(92) VALUE SPACES.

       01  BURRPT-REJECT-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(12)
                                          VALUE 'ACCOUNT ID'.
           05  FILLER                           PIC X(120)
                                          VALUE 'REJECT REASON'.

       01  BURRPT-REJECT-LINE.
           05  BRL-FILLER-1                     PIC X(01) VALUE SPACES.
           05  BRL-ACCT-ID                      PIC 9(11).
           05  BRL-FILLER-2                     PIC X(01) VALUE SPACES.
           05  BRL-REASON                       PIC X(40).
           05  FILLER                           PIC X(80) VALUE SPACES.

       01  BURRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  BCL-LABEL                        PIC X(30).
           05  BCL-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.

       01  BURRPT-AMOUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  BAL-LABEL                        PIC X(30).
           05  BAL-AMOUNT                       PIC -(11).99.
           05  FILLER                           PIC X(87) VALUE SPACES.
