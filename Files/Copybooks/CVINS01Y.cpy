      ******************************************************************
      * Copybook    : CVINS01Y
      * Application : CardDemo
      * Function    : Installment plan record (INSTPLAN-FILE), one row
      *               per posted purchase converted to fixed monthly
      *               payments, keyed by account id and the TRAN-ID
      *               of the purchase. COINSUPC writes it and moves the
      *               purchase amount off its revolving TCATBAL row
      *               onto the account's plan principal row (type 09,
      *               category 0001). CBINS01C bills one installment a
      *               month - the principal share moves back off the
      *               plan principal row and the installment, interest
      *               included, posts to the billed installment row
      *               (type 09, category 0002) - until no payments are
      *               left.
      ******************************************************************
       01  INSTALLMENT-PLAN-RECORD.
           05  PLAN-KEY.
               10  PLAN-ACCT-ID                 PIC 9(11).
               10  PLAN-TRAN-ID                 PIC X(16).
           05  PLAN-CARD-NUM                    PIC X(16).
      * Revolving TCATBAL row the purchase posted to.
           05  PLAN-ORIG-TYPE-CD                PIC X(02).
           05  PLAN-ORIG-CAT-CD                 PIC 9(04).
           05  PLAN-DESC                        PIC X(30).
           05  PLAN-ORIG-AMT                    PIC S9(09)V99.
           05  PLAN-TERM-MONTHS                 PIC 9(03).
      * Annual percentage rate the operator chose for the plan.
           05  PLAN-RATE                        PIC S9(03)V99.
           05  PLAN-INSTALLMENT-AMT             PIC S9(09)V99.
           05  PLAN-REMAINING-PRIN              PIC S9(09)V99.
           05  PLAN-PAYMENTS-LEFT               PIC 9(03).
           05  PLAN-INTEREST-BILLED             PIC S9(09)V99.
           05  PLAN-STATUS                      PIC X(01).
               88  PLAN-ACTIVE                  VALUE 'A'.
               88  PLAN-PAID-OFF                VALUE 'P'.
           05  PLAN-SETUP-DATE                  PIC X(10).
           05  PLAN-SETUP-USER-ID               PIC X(08).
      * Billing month (YYYY-MM) of the last installment CBINS01C
      * wrote, so a rerun in the same month bills nothing twice.
           05  PLAN-LAST-BILLED-MONTH           PIC X(07).
           05  FILLER                           PIC X(40).
