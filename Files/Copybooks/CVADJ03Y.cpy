      ******************************************************************
      * Copybook    : CVADJ03Y
      * Application : CardDemo
      * Function    : Print-line layouts for the daily manual
      *               adjustment report (ADJRPT-FILE, 133-byte print
      *               image) produced by CBADJ01C for the service
      *               manager - every adjustment sent to posting
      *               tonight, then the totals by keying operator and
      *               reason code, then what is still waiting for a
      *               supervisor.
      ******************************************************************
       01  ADJRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  ADJRPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(45)
                           VALUE 'DAILY MANUAL ADJUSTMENT REPORT'.
           05  FILLER                           PIC X(10)
                                          VALUE 'RUN DATE'.
           05  ADH-RUN-DATE                     PIC X(10).
           05  FILLER                           PIC X(67) VALUE SPACES.

       01  ADJRPT-SECTION-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADH-SECTION-TITLE                PIC X(60).
           05  FILLER                           PIC X(72) VALUE SPACES.

       01  ADJRPT-DETAIL-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(12)
                                          VALUE 'ACCOUNT'.
           05  FILLER                           PIC X(17)
                                          VALUE 'CARD NUMBER'.
           05  FILLER                           PIC X(34)
                                          VALUE 'REASON'.
           05  FILLER                           PIC X(16)
                                          VALUE '          AMOUNT'.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(09)
                                          VALUE 'KEYED BY'.
           05  FILLER                           PIC X(09)
                                          VALUE 'APPROVER'.
           05  FILLER                           PIC X(16)
                                          VALUE 'TRANSACTION ID'.
           05  FILLER                           PIC X(18) VALUE SPACES.

       01  ADJRPT-DETAIL-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADD-ACCT-ID                      PIC 9(11).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADD-CARD-NUM                     PIC X(16).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADD-REASON-CD                    PIC X(02).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADD-REASON-DESC                  PIC X(30).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADD-AMOUNT                       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADD-ENTRY-USER-ID                PIC X(08).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADD-APPRV-USER-ID                PIC X(08).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADD-TRAN-ID                      PIC X(16).
           05  FILLER                           PIC X(19) VALUE SPACES.

       01  ADJRPT-SUMMARY-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(10)
                                          VALUE 'KEYED BY'.
           05  FILLER                           PIC X(34)
                                          VALUE 'REASON'.
           05  FILLER                           PIC X(08)
                                          VALUE '   COUNT'.
           05  FILLER                           PIC X(10)
                                          VALUE '  APPROVED'.
           05  FILLER                           PIC X(19)
                                          VALUE '             AMOUNT'.
           05  FILLER                           PIC X(51) VALUE SPACES.

       01  ADJRPT-SUMMARY-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADS-USER-ID                      PIC X(08).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  ADS-REASON-CD                    PIC X(02).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADS-REASON-DESC                  PIC X(31).
           05  ADS-COUNT                        PIC ZZZ,ZZ9.
           05  FILLER                           PIC X(03) VALUE SPACES.
           05  ADS-APPROVED-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADS-AMOUNT                       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(52) VALUE SPACES.

       01  ADJRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADC-LABEL                        PIC X(30).
           05  ADC-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.

       01  ADJRPT-AMOUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ADA-LABEL                        PIC X(30).
           05  ADA-AMOUNT                       PIC -(11).99.
           05  FILLER                           PIC X(88) VALUE SPACES.
