      *               30/60/90-day buckets on DELINQ-FILE, and prints
      *               the aging report for collections. Accounts
      *               rolling past 90 days are flagged so ops can
      *               pursue a status change through COACTUPC, and
      *               keep aging a bucket per missed cycle until the
      *               monthly CBCOF01C run charges them off.
      *               Must run at cycle cut BEFORE CBCYC01C clears
      *               the cycle-to-date buckets it reads.
      ******************************************************************
      * balance when that is smaller), rounded to the cent.
           05  WS-MIN-PAY-PCT               PIC 9(03) VALUE 2.
           05  WS-MIN-PAY-FLOOR             PIC 9(03)V99 VALUE 25.00.
      * Past WS-REFER-BUCKET an account is flagged for referral;
      * aging stops deepening at WS-MAX-MISSED missed cycles.
           05  WS-REFER-BUCKET              PIC 9(03) VALUE 90.
           05  WS-MAX-MISSED                PIC 9(03) VALUE 12.

       01  WS-FLAGS.
           05  WS-DLQ-RECORD-FOUND          PIC X(01) VALUE 'N'.
      * posting, so the cycle's payments are that bucket negated. An
      * account that covered its prior minimum (or owed nothing)
      * comes current; one that did not rolls one 30-day bucket
      * deeper, and past 90 days it is flagged for referral. The
      * buckets keep rolling past 90 so the charge-off run can tell
      * 120 days from 180.
      *---------------------------------------------------------------*
       1300-AGE-ACCOUNT.
           COMPUTE WS-CYCLE-PAYMENTS = 0 - ACCT-CURR-CYC-CREDIT.
               IF WS-PRIOR-AMOUNT-DUE > 0
                  AND WS-CYCLE-PAYMENTS < WS-PRIOR-AMOUNT-DUE
                   ADD 1 TO DLQ-MISSED-COUNT
                   IF DLQ-MISSED-COUNT > WS-MAX-MISSED
                       MOVE WS-MAX-MISSED TO DLQ-MISSED-COUNT
                   END-IF
                   COMPUTE DLQ-AGING-BUCKET =
                           DLQ-MISSED-COUNT * 30
                   IF DLQ-AGING-BUCKET > WS-REFER-BUCKET
                       MOVE 'Y' TO DLQ-REFER-FLAG
                   END-IF
               ELSE
                   MOVE 0   TO DLQ-AGING-BUCKET
