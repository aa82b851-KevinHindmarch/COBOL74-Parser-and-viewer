      ******************************************************************
      * Copybook    : CVRTM01Y
      * Application : CardDemo
      * Function    : Print-line layouts for the returned-mail hold
      *               exception report (133-byte print image) - mail
      *               held back from a customer whose address is
      *               flagged returned (CUST-RETURNED-MAIL) instead of
      *               being sent to it. CBSTM01C lists the paper
      *               statements it held, CBLTR01C the dunning
      *               letters and CBEXP01C the reissued plastics, each
      *               on its own RTMRPT dataset.
      ******************************************************************
       01  RTMRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  RTMRPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(45)
                           VALUE 'RETURNED-MAIL HOLD EXCEPTION REPORT'.
           05  FILLER                           PIC X(09)
                                          VALUE 'PROGRAM'.
           05  RMH-PROGRAM-ID                   PIC X(08).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  FILLER                           PIC X(10)
                                          VALUE 'RUN DATE'.
           05  RMH-RUN-DATE                     PIC X(10).
           05  FILLER                           PIC X(48) VALUE SPACES.

       01  RTMRPT-COLUMN-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(12)
                                          VALUE 'ACCOUNT'.
           05  FILLER                           PIC X(10)
                                          VALUE 'CUSTOMER'.
           05  FILLER                           PIC X(31)
                                          VALUE 'NAME'.
           05  FILLER                           PIC X(17)
                                          VALUE 'ITEM HELD'.
           05  FILLER                           PIC X(17)
                                          VALUE 'REFERENCE'.
           05  FILLER                           PIC X(11)
                                          VALUE 'RETURNED'.
           05  FILLER                           PIC X(30)
                                          VALUE 'REASON'.
           05  FILLER                           PIC X(04) VALUE SPACES.

       01  RTMRPT-DETAIL-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RMD-ACCT-ID                      PIC 9(11).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RMD-CUST-ID                      PIC 9(09).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RMD-CUST-NAME                    PIC X(30).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RMD-ITEM-HELD                    PIC X(16).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RMD-REFERENCE                    PIC X(16).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RMD-RETURNED-DATE                PIC X(10).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RMD-REASON                       PIC X(30).
           05  FILLER                           PIC X(04) VALUE SPACES.

       01  RTMRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RMC-LABEL                        PIC X(30).
           05  RMC-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.
