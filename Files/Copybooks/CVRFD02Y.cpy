      ******************************************************************
      * Copybook    : CVRFD02Y
      * Application : CardDemo
      * Function    : Check issuance extract record (RFDCHK-FILE) sent
      *               to the disbursement vendor by CBRFD01C - one
      *               refund check per account, payable to the
      *               customer of record at the CUST-FILE address.
      ******************************************************************
       01  REFUND-CHECK-RECORD.
           05  CHK-CHECK-ID                     PIC X(16).
           05  CHK-ACCT-ID                      PIC 9(11).
           05  CHK-ISSUE-DATE                   PIC X(10).
           05  CHK-AMOUNT                       PIC 9(09)V99.
           05  CHK-PAYEE-NAME                   PIC X(51).
           05  CHK-ADDR-LINE-1                  PIC X(50).
           05  CHK-ADDR-LINE-2                  PIC X(50).
           05  CHK-ADDR-CITY                    PIC X(25).
           05  CHK-ADDR-STATE                   PIC X(02).
           05  CHK-ADDR-ZIP                     PIC X(10).
      * C customer request, A credit balance aged past the parameter.
           05  CHK-REFUND-SOURCE                PIC X(01).
           05  FILLER                           PIC X(13).
