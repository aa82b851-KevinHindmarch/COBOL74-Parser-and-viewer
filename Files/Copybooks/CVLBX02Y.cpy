      * Application : CardDemo
      * Function    : Print-line layouts for the lockbox intake
      *               report (LBXRPT-FILE, 133-byte print image).
      *               Lockbox and autopay totals print under their
      *               own section headings.
      ******************************************************************
       01  LBXRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
                           VALUE 'LOCKBOX PAYMENT INTAKE REPORT'.
           05  FILLER                           PIC X(92) VALUE SPACES.

       01  LBXRPT-SECTION-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  LSH-TITLE                        PIC X(40) VALUE SPACES.
           05  FILLER                           PIC X(92) VALUE SPACES.

       01  LBXRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  LCL-LABEL                        PIC X(30).
