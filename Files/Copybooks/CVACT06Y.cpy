      *               account id and cycle end date, holding the
      *               summary figures printed on the statement so a
      *               prior statement can be reprinted without
      *               rerunning the cycle. Fees billed (type 05
      *               postings in the cycle) are kept alongside the
      *               finance charges for the month-end portfolio
      *               report.
      ******************************************************************
       01  STMT-HIST-RECORD.
           05  STMT-KEY.
           05  STMT-CREDIT-LIMIT                PIC S9(09)V99.
           05  STMT-AVAIL-CREDIT                PIC S9(09)V99.
           05  STMT-TRAN-COUNT                  PIC 9(05).
           05  STMT-FEES-BILLED                 PIC S9(09)V99.
           05  FILLER                           PIC X(06).
