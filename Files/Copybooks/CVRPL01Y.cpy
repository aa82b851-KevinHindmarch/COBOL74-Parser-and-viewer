      ******************************************************************
      * Copybook    : CVRPL01Y
      * Application : CardDemo
      * Function    : Print-line layouts for the lost/stolen card
      *               replacement control report (RPLRPT-FILE, 133-byte
      *               print image) produced by CBRPL01C.
      ******************************************************************
       01  RPLRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  RPLRPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(40)
                       VALUE 'LOST/STOLEN CARD REPLACEMENT REPORT'.
           05  FILLER                           PIC X(92) VALUE SPACES.

       01  RPLRPT-COLUMN-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(17)
                                          VALUE 'OLD CARD NUMBER'.
           05  FILLER                           PIC X(17)
                                          VALUE 'NEW CARD NUMBER'.
           05  FILLER                           PIC X(12)
                                          VALUE 'ACCOUNT ID'.
           05  FILLER                           PIC X(86)
                                          VALUE 'DISPOSITION'.

       01  RPLRPT-DETAIL-LINE.
           05  RPD-FILLER-1                     PIC X(01) VALUE SPACES.
           05  RPD-OLD-CARD-NUM                 PIC X(16).
           05  RPD-FILLER-2                     PIC X(01) VALUE SPACES.
           05  RPD-NEW-CARD-NUM                 PIC X(16).
           05  RPD-FILLER-3                     PIC X(01) VALUE SPACES.
           05  RPD-ACCT-ID                      PIC 9(11).
           05  RPD-FILLER-4                     PIC X(01) VALUE SPACES.
           05  RPD-DISPOSITION                  PIC X(50).
           05  FILLER                           PIC X(36) VALUE SPACES.

       01  RPLRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  RPC-LABEL                        PIC X(30).
           05  RPC-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.
