      ******************************************************************
      * Copybook    : CVPFL02Y
      * Application : CardDemo
      * Function    : Portfolio month-end extract record (PFLEXTR,
      *               600-byte LRECL) written by CBPFL01C - the
      *               figures behind each product group's block of
      *               the printed report, unedited, one record per
      *               ACCT-GROUP-ID plus a final record for the whole
      *               portfolio (group id ALL-GROUPS). Utilization
      *               bands run zero, 1-29, 30-49, 50-79, 80-99 and
      *               100 percent and over; delinquency buckets run
      *               current, 30, 60, 90, 120, 150 and 180+ days.
      *               Roll counts are accounts in the bucket last
      *               month (roll base) and how many of those moved
      *               to a worse bucket this month (rolled forward).
      ******************************************************************
       01  PORTFOLIO-EXTRACT-RECORD.
           05  PFX-REPORT-MONTH                 PIC X(07).
           05  PFX-GROUP-ID                     PIC X(10).
           05  PFX-ACCT-COUNT                   PIC 9(09).
           05  PFX-ACTIVE-COUNT                 PIC 9(09).
           05  PFX-DORMANT-COUNT                PIC 9(09).
           05  PFX-PEND-CLOSE-COUNT             PIC 9(09).
           05  PFX-CLOSED-COUNT                 PIC 9(09).
           05  PFX-TOTAL-BAL                    PIC S9(11)V99.
           05  PFX-TOTAL-LIMIT                  PIC S9(11)V99.
           05  PFX-UTILIZATION-PCT              PIC S9(05)V99.
           05  PFX-PRIOR-ACCT-COUNT             PIC 9(09).
           05  PFX-PRIOR-TOTAL-BAL              PIC S9(11)V99.
           05  PFX-BAND-COUNT OCCURS 6 TIMES    PIC 9(09).
           05  PFX-BUCKET OCCURS 7 TIMES.
               10  PFX-BKT-COUNT                PIC 9(09).
               10  PFX-BKT-BAL                  PIC S9(11)V99.
               10  PFX-BKT-PRIOR-COUNT          PIC 9(09).
               10  PFX-BKT-ROLL-BASE            PIC 9(09).
               10  PFX-BKT-ROLLED-FWD           PIC 9(09).
           05  PFX-STMT-COUNT                   PIC 9(09).
           05  PFX-FIN-CHARGES                  PIC S9(11)V99.
           05  PFX-FEES-BILLED                  PIC S9(11)V99.
           05  FILLER                           PIC X(51).
