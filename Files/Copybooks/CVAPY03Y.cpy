      ******************************************************************
      * Copybook    : CVAPY03Y
      * Application : CardDemo
      * Function    : Autopay debit log record (AUTOPAY-LOG-FILE),
      *               keyed by the ACH file's entry date and the trace
      *               number of the entry. CBAPY01C writes one row per
      *               debit it originates, recording the payment
      *               transaction id and the account and card it
      *               posted under, so the bank's ACH returns - which
      *               identify a debit only by its original entry
      *               date and trace number - can be tied back to the
      *               exact payment CBAPR01C must reverse. CBLBX01C
      *               reads the day's rows for the intake report.
      ******************************************************************
       01  AUTOPAY-LOG-RECORD.
           05  APL-LOG-KEY.
               10  APL-ENTRY-DATE               PIC X(10).
               10  APL-TRACE-NUM                PIC X(15).
           05  APL-TRAN-ID                      PIC X(16).
           05  APL-ACCT-ID                      PIC 9(11).
           05  APL-CARD-NUM                     PIC X(16).
           05  APL-PAYMENT-AMT                  PIC 9(09)V99.
      * Set to Y by CBAPR01C when the debit comes back, so a
      * doubled-up return cannot reverse the same payment twice.
           05  APL-RETURNED-FLAG                PIC X(01).
               88  APL-PAYMENT-RETURNED         VALUE 'Y'.
           05  APL-RETURN-CODE                  PIC X(03).
           05  FILLER                           PIC X(17).
