      ******************************************************************
      * Copybook    : CVTRA17Y
      * Application : CardDemo
      * Function    : Transaction category default record (CATDFLT-
      *               FILE), maintained on the COCATUPC screen. Keyed
      *               by type, category and ACCT-GROUP-ID; a row with
      *               a blank group holds the category's default for
      *               every group, and a row for a group overrides it
      *               for that group's accounts. Whatever creates a
      *               TCATBAL-FILE row for an account/category seeds
      *               TRAN-CAT-RATE and TRAN-CAT-LIMIT from here.
      *               Changing the default rate marks the row for
      *               CBCAT01C, which reprices the existing TCATBAL
      *               rows still carrying the old rate.
      ******************************************************************
       01  CATEGORY-DEFAULT-RECORD.
           05  TCD-KEY.
               10  TCD-TYPE-CD                  PIC X(02).
               10  TCD-CAT-CD                   PIC 9(04).
               10  TCD-ACCT-GROUP-ID            PIC X(10).
      * Same periodic percentage TRAN-CAT-RATE carries.
           05  TCD-DEFAULT-RATE                 PIC S9(03)V99.
      * Zero means no separate category limit, as on TCATBAL.
           05  TCD-DEFAULT-LIMIT                PIC S9(09)V99.
      * Rate the existing TCATBAL rows were set up at before the
      * pending change - CBCAT01C reprices only the rows still on it.
           05  TCD-PRIOR-RATE                   PIC S9(03)V99.
           05  TCD-REPRICE-STATUS               PIC X(01).
               88  TCD-REPRICE-PENDING          VALUE 'P'.
               88  TCD-REPRICE-DONE             VALUE 'D' ' '.
           05  TCD-RATE-CHANGE-DATE             PIC X(10).
           05  TCD-REPRICE-DATE                 PIC X(10).
           05  TCD-LAST-UPD-USER-ID             PIC X(08).
           05  TCD-LAST-UPD-DATE                PIC X(10).
           05  FILLER                           PIC X(04).
