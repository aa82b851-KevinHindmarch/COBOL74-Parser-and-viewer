      ******************************************************************
      * Copybook    : CVAPY06Y
      * Application : CardDemo
      * Function    : Print-line layouts for the ACH return
      *               processing report (APRRPT-FILE, 133-byte print
      *               image) produced by CBAPR01C.
      ******************************************************************
       01  APRRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  APRRPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(40)
                           VALUE 'AUTOPAY ACH RETURN PROCESSING REPORT'.
           05  FILLER                           PIC X(92) VALUE SPACES.

       01  APRRPT-SUSPEND-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(22)
                                 VALUE 'AUTOPAY SUSPENDED FOR '.
           05  ASL-ACCT-ID                      PIC 9(11).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(08)
                                          VALUE 'RETURNS '.
           05  ASL-RETURN-COUNT                 PIC Z9.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(05)
                                          VALUE 'LAST '.
           05  ASL-RETURN-CODE                  PIC X(03).
           05  FILLER                           PIC X(79) VALUE SPACES.

       01  APRRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ARC-LABEL                        PIC X(30).
           05  ARC-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.

       01  APRRPT-AMOUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ARA-LABEL                        PIC X(30).
           05  ARA-AMOUNT                       PIC -(11).99.
           05  FILLER                           PIC X(87) VALUE SPACES.

       01  APRRPT-EXCEPTION-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ARE-ENTRY-DATE                   PIC X(10).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ARE-TRACE-NUM                    PIC X(15).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ARE-RETURN-CODE                  PIC X(03).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  ARE-REASON                       PIC X(40).
           05  FILLER                           PIC X(61) VALUE SPACES.
