      ******************************************************************
      * Copybook    : CVAPY01Y
      * Application : CardDemo
      * Function    : Autopay enrollment record (AUTOPAY-FILE), one
      *               row per account keyed by account id. Keyed
      *               online through COAPYUPC; CBAPY01C originates an
      *               ACH debit against the customer's bank account
      *               on each DLQ-DUE-DATE for active enrollments, and
      *               CBAPR01C counts the bank's returns against it,
      *               suspending the enrollment when they repeat.
      ******************************************************************
       01  AUTOPAY-ENROLL-RECORD.
           05  APY-ACCT-ID                      PIC 9(11).
      * A active, S suspended by CBAPR01C after returned debits, C
      * cancelled by the customer. Only A is debited; saving the
      * enrollment again online reactivates a suspended one.
           05  APY-STATUS                       PIC X(01).
               88  APY-ACTIVE                   VALUE 'A'.
               88  APY-SUSPENDED                VALUE 'S'.
               88  APY-CANCELLED                VALUE 'C'.
           05  APY-ROUTING-NUM                  PIC X(09).
           05  APY-BANK-ACCT-NUM                PIC X(17).
           05  APY-BANK-ACCT-TYPE               PIC X(01).
               88  APY-CHECKING                 VALUE 'C'.
               88  APY-SAVINGS                  VALUE 'S'.
      * M the cycle's minimum due (DLQ-AMOUNT-DUE), S the last
      * statement's closing balance, F the fixed amount below. The
      * debit never exceeds the balance owed on the day.
           05  APY-PAYMENT-OPTION               PIC X(01).
               88  APY-PAY-MINIMUM              VALUE 'M'.
               88  APY-PAY-STATEMENT            VALUE 'S'.
               88  APY-PAY-FIXED                VALUE 'F'.
               88  APY-OPTION-VALID             VALUES 'M' 'S' 'F'.
           05  APY-FIXED-AMT                    PIC S9(09)V99.
           05  APY-ENROLL-DATE                  PIC X(10).
      * Returned debits since the enrollment was last saved online.
           05  APY-RETURN-COUNT                 PIC 9(02).
           05  APY-LAST-RETURN-DATE             PIC X(10).
           05  APY-LAST-RETURN-CODE             PIC X(03).
      * Stamped by CBAPY01C so a rerun of the night cannot debit
      * the same due date twice.
           05  APY-LAST-DEBIT-DATE              PIC X(10).
           05  APY-SUSPEND-DATE                 PIC X(10).
           05  FILLER                           PIC X(54).
