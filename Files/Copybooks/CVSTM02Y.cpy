      ******************************************************************
      * Copybook    : CVSTM02Y
      * Application : CardDemo
      * Function    : E-statement notification extract record
      *               (ESTMT-NOTIFY-FILE) written by CBSTM01C at cycle
      *               cut - one record per statement for a customer
      *               whose delivery preference is electronic. The
      *               e-statement portal holds the enrollment address
      *               against the customer id and sends the "your
      *               statement is ready" notice from these figures;
      *               no paper goes to the print vendor.
      ******************************************************************
       01  ESTMT-NOTIFY-RECORD.
           05  ESN-ACCT-ID                      PIC 9(11).
           05  ESN-CUST-ID                      PIC 9(09).
           05  ESN-CUST-FIRST-NAME              PIC X(25).
           05  ESN-CUST-LAST-NAME               PIC X(25).
           05  ESN-CYCLE-START-DATE             PIC X(10).
           05  ESN-CYCLE-END-DATE               PIC X(10).
           05  ESN-CLOSE-BAL                    PIC S9(09)V99.
           05  ESN-CREDIT-LIMIT                 PIC S9(09)V99.
           05  ESN-AVAIL-CREDIT                 PIC S9(09)V99.
           05  ESN-TRAN-COUNT                   PIC 9(05).
      * Y - this is the account's final statement before closure.
           05  ESN-FINAL-STMT-FLAG              PIC X(01).
           05  FILLER                           PIC X(21).
