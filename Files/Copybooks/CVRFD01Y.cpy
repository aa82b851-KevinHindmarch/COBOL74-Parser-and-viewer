      ******************************************************************
      * Copybook    : CVRFD01Y
      * Application : CardDemo
      * Function    : Credit balance refund record (REFUND-FILE), one
      *               row per account keyed by account id. CORFDUPC
      *               opens a customer-requested refund; CBRFD01C
      *               works every open request each month along with
      *               the credit balances aged past its parameters -
      *               it issues the check and records it here, or
      *               routes the request to review when the account
      *               is dormant, charged off, closed or closing. The
      *               last refund stays on file until the account's
      *               next one replaces it.
      ******************************************************************
       01  REFUND-RECORD.
           05  RFD-ACCT-ID                      PIC 9(11).
           05  RFD-STATUS                       PIC X(01).
               88  RFD-REQUESTED                VALUE 'R'.
               88  RFD-IN-REVIEW                VALUE 'V'.
               88  RFD-ISSUED                   VALUE 'I'.
               88  RFD-CANCELLED                VALUE 'X'.
               88  RFD-OPEN                     VALUES 'R' 'V'.
           05  RFD-SOURCE                       PIC X(01).
               88  RFD-CUSTOMER-REQUEST         VALUE 'C'.
               88  RFD-AGED-CREDIT              VALUE 'A'.
           05  RFD-REQUEST-DATE                 PIC X(10).
           05  RFD-REQ-USER-ID                  PIC X(08).
           05  RFD-REASON                       PIC X(30).
      * Why CBRFD01C sent the request to review or cancelled it.
           05  RFD-REVIEW-REASON                PIC X(30).
           05  RFD-ISSUED-DATE                  PIC X(10).
           05  RFD-ISSUED-AMT                   PIC S9(09)V99.
      * DALY-TRAN-ID of the offsetting debit, which is also the check
      * request id on the disbursement extract.
           05  RFD-CHECK-ID                     PIC X(16).
           05  FILLER                           PIC X(22).
