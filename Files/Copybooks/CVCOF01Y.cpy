      ******************************************************************
      * Copybook    : CVCOF01Y
      * Application : CardDemo
      * Function    : Charge-off recovery record (RECOVERY-FILE), one
      *               row per charged-off account keyed by account id.
      *               CBCOF01C opens it with the principal, interest
      *               and fee amounts written off; CBLBX01C adds each
      *               later payment to the recovered amount, and the
      *               row is marked fully recovered once the whole
      *               charge-off has come back.
      ******************************************************************
       01  RECOVERY-RECORD.
           05  RCV-ACCT-ID                      PIC 9(11).
           05  RCV-CHARGEOFF-DATE               PIC X(10).
           05  RCV-PRINCIPAL-AMT                PIC S9(09)V99.
           05  RCV-INTEREST-AMT                 PIC S9(09)V99.
           05  RCV-FEE-AMT                      PIC S9(09)V99.
           05  RCV-CHARGEOFF-AMT                PIC S9(09)V99.
           05  RCV-RECOVERED-AMT                PIC S9(09)V99.
           05  RCV-RECOVERY-COUNT               PIC 9(05).
           05  RCV-LAST-RECOVERY-DATE           PIC X(10).
           05  RCV-STATUS                       PIC X(01).
               88  RCV-OPEN                     VALUE 'O'.
               88  RCV-FULLY-RECOVERED          VALUE 'R'.
           05  FILLER                           PIC X(08).
