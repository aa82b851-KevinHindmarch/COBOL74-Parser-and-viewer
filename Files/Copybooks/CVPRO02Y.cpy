      ******************************************************************
      * Copybook    : CVPRO02Y
      * Application : CardDemo
      * Function    : Print-line layouts for the promotional offer
      *               expiry report (PRORPT-FILE, 133-byte print
      *               image) produced by CBPRO01C - offers expiring
      *               inside the notice window, for the advance notice
      *               to the customer, then the offers that ended
      *               this run.
      ******************************************************************
       01  PRORPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  PRORPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(45)
                           VALUE 'PROMOTIONAL RATE OFFER EXPIRY REPORT'.
           05  FILLER                           PIC X(10)
                                          VALUE 'RUN DATE'.
           05  PRH-RUN-DATE                     PIC X(10).
           05  FILLER                           PIC X(67) VALUE SPACES.

       01  PRORPT-SECTION-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PRH-SECTION-TITLE                PIC X(60).
           05  FILLER                           PIC X(72) VALUE SPACES.

       01  PRORPT-DETAIL-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(12)
                                          VALUE 'ACCOUNT'.
           05  FILLER                           PIC X(08)
                                          VALUE 'TYP CAT'.
           05  FILLER                           PIC X(13)
                                          VALUE 'OFFER'.
           05  FILLER                           PIC X(08)
                                          VALUE '   PROMO'.
           05  FILLER                           PIC X(08)
                                          VALUE '   STD'.
           05  FILLER                           PIC X(11)
                                          VALUE 'START'.
           05  FILLER                           PIC X(11)
                                          VALUE 'EXPIRY'.
           05  FILLER                           PIC X(06)
                                          VALUE 'DAYS'.
           05  FILLER                           PIC X(26)
                                          VALUE 'CUSTOMER'.
           05  FILLER                           PIC X(20)
                                          VALUE 'REMARKS'.
           05  FILLER                           PIC X(09) VALUE SPACES.

       01  PRORPT-DETAIL-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PRD-ACCT-ID                      PIC 9(11).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PRD-TYPE-CD                      PIC X(02).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PRD-CAT-CD                       PIC 9(04).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PRD-OFFER-DESC                   PIC X(12).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PRD-PROMO-RATE                   PIC ZZ9.99.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  PRD-STD-RATE                     PIC ZZ9.99.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  PRD-START-DATE                   PIC X(10).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PRD-EXPIRY-DATE                  PIC X(10).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PRD-DAYS-LEFT                    PIC ZZZ9.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  PRD-CUST-NAME                    PIC X(25).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PRD-REMARKS                      PIC X(20).
           05  FILLER                           PIC X(09) VALUE SPACES.

       01  PRORPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PRC-LABEL                        PIC X(30).
           05  PRC-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.
