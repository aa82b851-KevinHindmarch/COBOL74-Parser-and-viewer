      ******************************************************************
      * Copybook    : CVTRA18Y
      * Application : CardDemo
      * Function    : Print-line layouts for the category default rate
      *               reprice report (CATRPT-FILE, 133-byte print
      *               image) produced by CBCAT01C - each category
      *               balance moved from the prior default rate to the
      *               new one, before and after, then the balances
      *               left at an individual rate, then the default
      *               rate changes the run applied.
      ******************************************************************
       01  CATRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  CATRPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(45)
                           VALUE 'CATEGORY DEFAULT RATE REPRICE REPORT'.
           05  FILLER                           PIC X(10)
                                          VALUE 'RUN DATE'.
           05  CRH-RUN-DATE                     PIC X(10).
           05  FILLER                           PIC X(67) VALUE SPACES.

       01  CATRPT-SECTION-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CRH-SECTION-TITLE                PIC X(60).
           05  FILLER                           PIC X(72) VALUE SPACES.

       01  CATRPT-DETAIL-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(12)
                                          VALUE 'ACCOUNT'.
           05  FILLER                           PIC X(08)
                                          VALUE 'TYP CAT'.
           05  FILLER                           PIC X(11)
                                          VALUE 'GROUP'.
           05  FILLER                           PIC X(17)
                                          VALUE '        BALANCE'.
           05  FILLER                           PIC X(08)
                                          VALUE ' BEFORE'.
           05  FILLER                           PIC X(08)
                                          VALUE '  AFTER'.
           05  FILLER                           PIC X(11)
                                          VALUE 'CHANGED'.
           05  FILLER                           PIC X(30)
                                          VALUE 'REMARKS'.
           05  FILLER                           PIC X(27) VALUE SPACES.

       01  CATRPT-DETAIL-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CRD-ACCT-ID                      PIC 9(11).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CRD-TYPE-CD                      PIC X(02).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CRD-CAT-CD                       PIC 9(04).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CRD-GROUP-ID                     PIC X(10).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CRD-BALANCE                      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  CRD-RATE-BEFORE                  PIC ZZ9.99.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  CRD-RATE-AFTER                   PIC ZZ9.99.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  CRD-CHANGE-DATE                  PIC X(10).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CRD-REMARKS                      PIC X(30).
           05  FILLER                           PIC X(27) VALUE SPACES.

       01  CATRPT-DEFAULT-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(08)
                                          VALUE 'TYP CAT'.
           05  FILLER                           PIC X(11)
                                          VALUE 'GROUP'.
           05  FILLER                           PIC X(08)
                                          VALUE '  PRIOR'.
           05  FILLER                           PIC X(08)
                                          VALUE '    NEW'.
           05  FILLER                           PIC X(11)
                                          VALUE 'CHANGED'.
           05  FILLER                           PIC X(09)
                                          VALUE 'BY'.
           05  FILLER                           PIC X(77) VALUE SPACES.

       01  CATRPT-DEFAULT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CRF-TYPE-CD                      PIC X(02).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CRF-CAT-CD                       PIC 9(04).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CRF-GROUP-ID                     PIC X(10).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CRF-PRIOR-RATE                   PIC ZZ9.99.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  CRF-NEW-RATE                     PIC ZZ9.99.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  CRF-CHANGE-DATE                  PIC X(10).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CRF-USER-ID                      PIC X(08).
           05  FILLER                           PIC X(78) VALUE SPACES.

       01  CATRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  CRC-LABEL                        PIC X(30).
           05  CRC-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.
