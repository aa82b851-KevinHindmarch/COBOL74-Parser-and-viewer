      ******************************************************************
      * Copybook    : CVPFL03Y
      * Application : CardDemo
      * Function    : Print-line layouts for the month-end portfolio
      *               performance report (PFLRPT-FILE, 133-byte print
      *               image) produced by CBPFL01C - one block per
      *               product group (ACCT-GROUP-ID), then the same
      *               block for the whole portfolio.
      ******************************************************************
       01  PFLRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  PFLRPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(45)
                  VALUE 'MONTH-END PORTFOLIO PERFORMANCE REPORT'.
           05  FILLER                           PIC X(14)
                                          VALUE 'REPORT MONTH'.
           05  PFH-REPORT-MONTH                 PIC X(07).
           05  FILLER                           PIC X(66) VALUE SPACES.

       01  PFLRPT-GROUP-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(15)
                                          VALUE 'PRODUCT GROUP'.
           05  PFG-GROUP-ID                     PIC X(10).
           05  FILLER                           PIC X(107) VALUE SPACES.

       01  PFLRPT-ACCOUNTS-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(14)
                                          VALUE 'ACCOUNTS'.
           05  FILLER                           PIC X(07)
                                          VALUE 'TOTAL'.
           05  PFA-TOTAL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(09)
                                          VALUE '  ACTIVE'.
           05  PFA-ACTIVE-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(10)
                                          VALUE '  DORMANT'.
           05  PFA-DORMANT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(16)
                                          VALUE '  PENDING CLOSE'.
           05  PFA-PEND-CLOSE-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(09)
                                          VALUE '  CLOSED'.
           05  PFA-CLOSED-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(12) VALUE SPACES.

       01  PFLRPT-BALANCE-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(14)
                                          VALUE 'BALANCE'.
           05  PFB-TOTAL-BAL                    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(14)
                                          VALUE '  CREDIT LIMIT'.
           05  PFB-TOTAL-LIMIT                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(16)
                                          VALUE '  UTILIZATION %'.
           05  PFB-UTILIZATION-PCT              PIC -ZZZZ9.99.
           05  FILLER                           PIC X(43) VALUE SPACES.

       01  PFLRPT-PRIOR-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(14)
                                          VALUE 'PRIOR MONTH'.
           05  FILLER                           PIC X(09)
                                          VALUE 'ACCOUNTS'.
           05  PFP-PRIOR-ACCT-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(10)
                                          VALUE '  BALANCE'.
           05  PFP-PRIOR-TOTAL-BAL              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(17)
                                          VALUE '  BALANCE CHANGE'.
           05  PFP-BALANCE-CHANGE               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(35) VALUE SPACES.

       01  PFLRPT-BAND-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(14)
                                          VALUE 'UTILIZATION'.
           05  FILLER                           PIC X(08)
                                          VALUE ' ZERO'.
           05  PFU-BAND-1                       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(08)
                                          VALUE ' 1-29%'.
           05  PFU-BAND-2                       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(08)
                                          VALUE ' 30-49%'.
           05  PFU-BAND-3                       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(08)
                                          VALUE ' 50-79%'.
           05  PFU-BAND-4                       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(08)
                                          VALUE ' 80-99%'.
           05  PFU-BAND-5                       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(08)
                                          VALUE ' 100%+'.
           05  PFU-BAND-6                       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(04) VALUE SPACES.

       01  PFLRPT-DLQ-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(14)
                                          VALUE 'DELINQUENCY'.
           05  FILLER                           PIC X(10)
                                          VALUE 'BUCKET'.
           05  FILLER                           PIC X(12)
                                          VALUE '    ACCOUNTS'.
           05  FILLER                           PIC X(19)
                                          VALUE '            BALANCE'.
           05  FILLER                           PIC X(13)
                                          VALUE '  PRIOR MONTH'.
           05  FILLER                           PIC X(12)
                                          VALUE '   ROLL BASE'.
           05  FILLER                           PIC X(12)
                                          VALUE '  ROLLED FWD'.
           05  FILLER                           PIC X(13)
                                          VALUE '  ROLL RATE %'.
           05  FILLER                           PIC X(27) VALUE SPACES.

       01  PFLRPT-DLQ-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(14) VALUE SPACES.
           05  PFD-BUCKET-NAME                  PIC X(10).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PFD-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PFD-BALANCE                      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  PFD-PRIOR-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PFD-ROLL-BASE                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PFD-ROLLED-FWD                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(07) VALUE SPACES.
           05  PFD-ROLL-RATE                    PIC ZZ9.99.
           05  FILLER                           PIC X(27) VALUE SPACES.

       01  PFLRPT-CHARGES-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(14)
                                          VALUE 'BILLED'.
           05  FILLER                           PIC X(11)
                                          VALUE 'STATEMENTS'.
           05  PFC-STMT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(18)
                                          VALUE '  FINANCE CHARGES'.
           05  PFC-FIN-CHARGES                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(07)
                                          VALUE '  FEES'.
           05  PFC-FEES-BILLED                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                           PIC X(35) VALUE SPACES.

       01  PFLRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  PFN-LABEL                        PIC X(30).
           05  PFN-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.
