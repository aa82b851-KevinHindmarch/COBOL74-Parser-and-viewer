      ******************************************************************
      * Copybook    : CVSEC02Y
      * Application : CardDemo
      * Function    : Role transaction authority record
      *               (ROLE-TRANSACTION-FILE), keyed by role and CICS
      *               transaction id. A row lets every operator in
      *               the role run the transaction - inquiry only,
      *               or with the right to update through it. No row
      *               means the role may not run the transaction.
      ******************************************************************
       01  ROLE-TRANSACTION-RECORD.
           05  ROLT-KEY.
               10  ROLT-ROLE                    PIC X(08).
               10  ROLT-TRAN-ID                 PIC X(04).
           05  ROLT-ACCESS                      PIC X(01).
               88  ROLT-INQUIRY-ONLY            VALUE 'I'.
               88  ROLT-UPDATE-ALLOWED          VALUE 'U'.
           05  ROLT-DESCRIPTION                 PIC X(30).
           05  FILLER                           PIC X(37).
