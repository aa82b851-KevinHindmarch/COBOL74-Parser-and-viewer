      ******************************************************************
       01  ACCOUNT-RECORD.
           05  ACCT-ID                          PIC 9(11).
      * Y active, N closed. C is set only by the CBCOF01C charge-off
      * run: the cards are blocked, CBFIN01C and CBFEE01C assess
      * nothing more, COAUTHRC declines, and CBLBX01C books any
      * later payment as a recovery against RECOVERY-FILE instead of
      * an ordinary payment.
           05  ACCT-ACTIVE-STATUS               PIC X(01).
               88  ACCT-IS-CHARGED-OFF          VALUE 'C'.
           05  ACCT-CURR-BAL                    PIC S9(09)V99.
           05  ACCT-CREDIT-LIMIT                PIC S9(09)V99.
           05  ACCT-CASH-CREDIT-LIMIT           PIC S9(09)V99.
      * final statement cuts at zero balance.
           05  ACCT-PENDING-CLOSE-FLAG          PIC X(01).
               88  ACCT-IS-PENDING-CLOSE        VALUE 'Y'.
           05  ACCT-CHARGEOFF-DATE              PIC X(10).
      * Posting date the balance last went into credit, kept by
      * CBTRN02C and cleared once the balance is back to zero or
      * owing - CBRFD01C refunds credit balances aged past its
      * parameter days from it.
           05  ACCT-CREDIT-BAL-DATE             PIC X(10).
           05  FILLER                           PIC X(127).
