      ******************************************************************
      * Copybook    : CVPFL01Y
      * Application : CardDemo
      * Function    : Portfolio month-end snapshot record (PFLSNAP,
      *               80-byte LRECL) written by CBPFL01C - one row per
      *               account in account id order, holding the
      *               account's product group, status class, balance
      *               and delinquency bucket at month end. Next
      *               month's run reads it back as PFLPRIOR to work
      *               out the roll rates and month-over-month columns.
      ******************************************************************
       01  PORTFOLIO-SNAPSHOT-RECORD.
           05  PFS-ACCT-ID                      PIC 9(11).
           05  PFS-REPORT-MONTH                 PIC X(07).
           05  PFS-GROUP-ID                     PIC X(10).
           05  PFS-STATUS-CLASS                 PIC X(01).
               88  PFS-CLASS-ACTIVE             VALUE 'A'.
               88  PFS-CLASS-DORMANT            VALUE 'D'.
               88  PFS-CLASS-PENDING-CLOSE      VALUE 'P'.
               88  PFS-CLASS-CLOSED             VALUE 'C'.
           05  PFS-CURR-BAL                     PIC S9(09)V99.
           05  PFS-CREDIT-LIMIT                 PIC S9(09)V99.
           05  PFS-AGING-BUCKET                 PIC 9(03).
           05  FILLER                           PIC X(26).
