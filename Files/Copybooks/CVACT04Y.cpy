      * Application : CardDemo
      * Function    : Pending supervisor-approval queue record for
      *               high-impact online account changes
      *               (ACCT-APPROVAL-FILE). COAPPUPC queues new
      *               account applications here as well, under the
      *               reserved account number with the applicant's
      *               proposed account as the after-image.
      ******************************************************************
       01  ACCT-APPROVAL-RECORD.
           05  APRV-ACCT-ID                     PIC 9(11).
               88  APRV-STATUS-APPROVED         VALUE 'A'.
               88  APRV-STATUS-REJECTED         VALUE 'R'.
           05  APRV-REASON                      PIC X(30).
               88  APRV-NEW-ACCOUNT-APPL
                               VALUE 'NEW ACCOUNT APPLICATION'.
           05  APRV-TRAN-ID                     PIC X(04).
           05  APRV-TERM-ID                     PIC X(04).
           05  APRV-TIMESTAMP                   PIC X(21).
           05  APRV-AFTER-IMAGE                 PIC X(300).
           05  APRV-APPRV-TERM-ID               PIC X(04).
           05  APRV-APPRV-TIMESTAMP             PIC X(21).
      * Signed-on operator who queued the change, and the one who
      * decided it. COACTAPC will not let the two be the same.
      * Batch proposals carry the proposing program's name.
           05  APRV-USER-ID                     PIC X(08).
           05  APRV-APPRV-USER-ID               PIC X(08).
