      ******************************************************************
      * Copybook    : CVRFD03Y
      * Application : CardDemo
      * Function    : Print-line layouts for the credit balance refund
      *               report (RFDRPT-FILE, 133-byte print image)
      *               produced by CBRFD01C - the checks issued, then
      *               the refunds routed to review or excluded, then
      *               the run totals.
      ******************************************************************
       01  RFDRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  RFDRPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(45)
                           VALUE 'CREDIT BALANCE REFUND REPORT'.
           05  FILLER                           PIC X(10)
                                          VALUE 'RUN DATE'.
           05  RFH-RUN-DATE                     PIC X(10).
           05  FILLER                           PIC X(67) VALUE SPACES.

       01  RFDRPT-SECTION-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RFH-SECTION-TITLE                PIC X(60).
           05  FILLER                           PIC X(72) VALUE SPACES.

       01  RFDRPT-DETAIL-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(12)
                                          VALUE 'ACCOUNT'.
           05  FILLER                           PIC X(31)
                                          VALUE 'CUSTOMER'.
           05  FILLER                           PIC X(16)
                                          VALUE '   CREDIT AMOUNT'.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(11)
                                          VALUE 'IN CREDIT'.
           05  FILLER                           PIC X(10)
                                          VALUE 'SOURCE'.
           05  FILLER                           PIC X(17)
                                          VALUE 'CHECK ID'.
           05  FILLER                           PIC X(30)
                                          VALUE 'REMARKS'.
           05  FILLER                           PIC X(04) VALUE SPACES.

       01  RFDRPT-DETAIL-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RFD-RPT-ACCT-ID                  PIC 9(11).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RFD-RPT-CUST-NAME                PIC X(30).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RFD-RPT-AMOUNT                   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RFD-RPT-CREDIT-DATE              PIC X(10).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RFD-RPT-SOURCE                   PIC X(09).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RFD-RPT-CHECK-ID                 PIC X(16).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RFD-RPT-REMARKS                  PIC X(30).
           05  FILLER                           PIC X(05) VALUE SPACES.

       01  RFDRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RFC-LABEL                        PIC X(30).
           05  RFC-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.

       01  RFDRPT-AMOUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RFA-LABEL                        PIC X(30).
           05  RFA-AMOUNT                       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(87) VALUE SPACES.
