                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS STRMTOT-STATUS.

           SELECT FXRATE-HIST-FILE ASSIGN TO FXHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-FXH-KEY
                  FILE STATUS  IS FXHIST-STATUS.

           SELECT REWARDS-FILE ASSIGN TO REWARDS
                  ORGANIZATION IS INDEXED
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RWDRATE-STATUS.

           SELECT CATDFLT-FILE ASSIGN TO CATDFLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CATDFLT-KEY
                  FILE STATUS  IS CATDFLT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05 FD-HOLD-KEY.
              10 FD-HOLD-ACCT-ID                PIC 9(11).
              10 FD-HOLD-SEQ-NUM                PIC 9(04).
           05 FD-HOLD-DATA                      PIC X(73).

       FD  HOLD-PARMS-FILE.
       01  FD-HOLDPARM-REC                      PIC X(80).
       FD  STRMTOT-FILE.
       01  FD-STRMTOT-REC                       PIC X(120).

       FD  FXRATE-HIST-FILE.
       01  FD-FXHIST-RECORD.
           05 FD-FXH-KEY.
              10 FD-FXH-CURRENCY-CD             PIC X(03).
              10 FD-FXH-RATE-DATE               PIC X(10).
           05 FD-FXH-DATA                       PIC X(27).

       FD  REWARDS-FILE.
       01  FD-REWARDS-RECORD.
       FD  RWDRATE-PARMS-FILE.
       01  FD-RWDRATE-REC                       PIC X(80).

       FD  CATDFLT-FILE.
       01  FD-CATDFLT-RECORD.
           05 FD-CATDFLT-KEY.
              10 FD-CATDFLT-TYPE-CD             PIC X(02).
              10 FD-CATDFLT-CAT-CD              PIC 9(04).
              10 FD-CATDFLT-GROUP-ID            PIC X(10).
           05 FD-CATDFLT-DATA                   PIC X(64).

       WORKING-STORAGE SECTION.

      *****************************************************************

       01  WS-CARD-ON-MASTER       PIC X(01) VALUE 'N'.

      * Merchant charges still arriving on a lost/stolen card that
      * CBRPL01C has replaced follow the replacement number - the
      * hop count stops a badly linked chain of replacements.
       01  WS-REPLACEMENT-VARS.
           05  WS-REPLACEMENT-HOPS          PIC 9(02) VALUE 0.
           05  WS-REDIRECTED-COUNT          PIC 9(09) VALUE 0.

      * Charge-off and recovery entries are book entries CBCOF01C and
      * CBLBX01C raise against a charged-off account, whose cards
      * CBCOF01C has just blocked - they are not card activity and
      * skip the card master screening.
       01  WS-CHARGEOFF-CONSTANTS.
           05  WS-CHARGEOFF-TYPE-CD         PIC X(02) VALUE '07'.
           05  WS-RECOVERY-TYPE-CD          PIC X(02) VALUE '08'.

      * Installment plan entries CBINS01C bills against credit the
      * account was extended when the purchase first posted - they
      * skip card master screening and the limit checks, so a plan's
      * principal transfer and installment never post one without
      * the other. Unbilled plan principal is not yet payable and
      * stays out of payment allocation.
       01  WS-PLAN-CONSTANTS.
           05  WS-PLAN-TYPE-CD              PIC X(02) VALUE '09'.
           05  WS-PLAN-PRIN-CAT-CD          PIC 9(04) VALUE 1.

      * A credit balance refund CBRFD01C raises is paid out by check,
      * not on the card - it skips card master screening like the
      * charge-off entries, and its row, which nets against the
      * credit it cleared, stays out of payment allocation.
       01  WS-REFUND-CONSTANTS.
           05  WS-REFUND-TYPE-CD            PIC X(02) VALUE '10'.

       01  DALYREJS-STATUS.
           05  DALYREJS-STAT1      PIC X.
           05  DALYREJS-STAT2      PIC X.
           05  WS-STRMTOT-WRITTEN           PIC X(01) VALUE 'N'.

       COPY CVFXR01Y.
       01  FXHIST-STATUS.
           05  FXHIST-STAT1        PIC X.
           05  FXHIST-STAT2        PIC X.

       COPY CVTRA17Y.
       01  CATDFLT-STATUS.
           05  CATDFLT-STAT1       PIC X.
           05  CATDFLT-STAT2       PIC X.

      * Category defaults seed the rate and limit of every TCATBAL
      * row this run creates. A night the file cannot be opened
      * still posts - new rows start at zero rate and no limit, as
      * they did before the defaults were kept.
       01  WS-CATDFLT-ACTIVE       PIC X(01) VALUE 'N'.

      * The dated FX rate history is loaded daily by CBFXR01C ahead
      * of posting. A night it cannot be opened still posts the
      * domestic work - every foreign transaction rejects with its
      * own fail reason instead of the whole run sitting down.
       01  WS-FXHIST-ACTIVE        PIC X(01) VALUE 'N'.

      * A foreign transaction converts at the rate for its own
      * DALY-TRAN-ORIG-TS date. A date with no rate of its own - the
      * feed does not run every day - takes the latest rate dated no
      * more than WS-FX-LOOKBACK-DAYS before it.
       01  WS-FX-LOOKUP-VARS.
           05  WS-FX-LOOKBACK-DAYS          PIC 9(02) VALUE 7.
           05  WS-FX-DAYS-BACK              PIC 9(02) VALUE 0.
           05  WS-FX-RATE-FOUND             PIC X(01) VALUE 'N'.
               88  FX-RATE-WAS-FOUND        VALUE 'Y'.
           05  WS-FX-ORIG-DATE              PIC X(10) VALUE SPACES.
           05  FILLER REDEFINES WS-FX-ORIG-DATE.
               10  WS-FX-ORIG-YYYY          PIC X(04).
               10  FILLER                   PIC X(01).
               10  WS-FX-ORIG-MM            PIC X(02).
               10  FILLER                   PIC X(01).
               10  WS-FX-ORIG-DD            PIC X(02).
           05  WS-FX-ORIG-YYYYMMDD-X.
               10  WS-FX-ORIG-YMD-YYYY      PIC X(04).
               10  WS-FX-ORIG-YMD-MM        PIC X(02).
               10  WS-FX-ORIG-YMD-DD        PIC X(02).
           05  WS-FX-ORIG-YYYYMMDD REDEFINES WS-FX-ORIG-YYYYMMDD-X
                                            PIC 9(08).
           05  WS-FX-ORIG-INTEGER           PIC S9(09) COMP.
           05  WS-FX-TRY-YYYYMMDD           PIC 9(08) VALUE 0.
           05  FILLER REDEFINES WS-FX-TRY-YYYYMMDD.
               10  WS-FX-TRY-YYYY           PIC X(04).
               10  WS-FX-TRY-MM             PIC X(02).
               10  WS-FX-TRY-DD             PIC X(02).

       COPY CVRWD01Y.
       01  REWARDS-STATUS.
           PERFORM 0680-AUTHHOLD-OPEN.
           PERFORM 0690-HOLDPARM-READ.
           PERFORM 0685-REWARDS-OPEN.
           PERFORM 0687-FXHIST-OPEN.
           PERFORM 0688-CATDFLT-OPEN.
           PERFORM 0695-RWDRATE-LOAD.

           IF WS-RESTART-REQUESTED
           PERFORM 9650-REJINQF-CLOSE.
           PERFORM 9680-AUTHHOLD-CLOSE.
           PERFORM 9685-REWARDS-CLOSE.
           PERFORM 9687-FXHIST-CLOSE.
           PERFORM 9688-CATDFLT-CLOSE.
           DISPLAY 'TRANSACTIONS PROCESSED :' WS-TRANSACTION-COUNT.
           DISPLAY 'TRANSACTIONS REJECTED  :' WS-REJECT-COUNT.
           DISPLAY 'DUPLICATES DIVERTED    :' WS-DUPLICATE-COUNT.
           DISPLAY 'AUTH HOLDS RELEASED    :' WS-HOLD-RELEASED-COUNT.
           DISPLAY 'AUTH HOLDS EXPIRED     :' WS-HOLD-EXPIRED-COUNT.
           DISPLAY 'MOVED TO REPLACEMENT   :' WS-REDIRECTED-COUNT.
           IF WS-REJECT-COUNT > 0
              OR WS-DUPLICATE-COUNT > 0
              MOVE 4 TO RETURN-CODE.
                    TO WS-VALIDATION-FAIL-REASON-DESC.

           IF WS-VALIDATION-FAIL-REASON = 0
              AND DALY-TRAN-TYPE-CD NOT = WS-CHARGEOFF-TYPE-CD
              AND DALY-TRAN-TYPE-CD NOT = WS-RECOVERY-TYPE-CD
              AND DALY-TRAN-TYPE-CD NOT = WS-PLAN-TYPE-CD
              AND DALY-TRAN-TYPE-CD NOT = WS-REFUND-TYPE-CD
               PERFORM 1560-CHECK-CARD-MASTER.

           IF WS-VALIDATION-FAIL-REASON = 0
               PERFORM 1570-CHECK-REWARDS-REDEMPTION.

           IF WS-VALIDATION-FAIL-REASON = 0
              AND DALY-TRAN-TYPE-CD NOT = WS-PLAN-TYPE-CD
               PERFORM 1550-CHECK-LIMITS.

      *---------------------------------------------------------------*
      * currency at all - everything the intake programs built
      * before currencies existed) is normalized to USD, its own
      * amount and a rate of 1. A foreign record settles at the
      * FX rate for its currency on the transaction's own date
      * (see 1545): the USD amount lands in DALY-TRAN-AMT, and the
      * original amount and applied rate stay
      * on the record so statements and reports can show what the
      * cardholder actually spent. Conversion runs before the limit
      * checks so they see the settled USD amount.
                   MOVE 'FOREIGN ORIGINAL AMOUNT NOT NUMERIC'
                        TO WS-VALIDATION-FAIL-REASON-DESC
               ELSE
                   IF WS-FXHIST-ACTIVE NOT = 'Y'
                       MOVE 108 TO WS-VALIDATION-FAIL-REASON
                       MOVE 'NO FX RATE FOR TRANSACTION CURRENCY'
                            TO WS-VALIDATION-FAIL-REASON-DESC
                   ELSE
                       PERFORM 1545-FIND-DATED-RATE
                       IF WS-VALIDATION-FAIL-REASON = 0
                           COMPUTE DALY-TRAN-AMT ROUNDED =
                                   DALY-TRAN-ORIG-AMT * FXR-USD-RATE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Find the rate for the transaction's DALY-TRAN-ORIG-TS date on
      * the dated history, stepping back a day at a time over dates
      * the feed did not run for, up to WS-FX-LOOKBACK-DAYS. A rate
      * older than that is too stale to settle at and the
      * transaction rejects, as it does for a date that is not a
      * date at all.
      *---------------------------------------------------------------*
       1545-FIND-DATED-RATE.
           MOVE 'N' TO WS-FX-RATE-FOUND.
           MOVE DALY-TRAN-ORIG-TS (1:10) TO WS-FX-ORIG-DATE.
           MOVE WS-FX-ORIG-YYYY TO WS-FX-ORIG-YMD-YYYY.
           MOVE WS-FX-ORIG-MM   TO WS-FX-ORIG-YMD-MM.
           MOVE WS-FX-ORIG-DD   TO WS-FX-ORIG-YMD-DD.
           IF WS-FX-ORIG-YYYYMMDD-X NOT NUMERIC
              OR WS-FX-ORIG-YMD-MM < '01' OR WS-FX-ORIG-YMD-MM > '12'
              OR WS-FX-ORIG-YMD-DD < '01' OR WS-FX-ORIG-YMD-DD > '31'
               MOVE 110 TO WS-VALIDATION-FAIL-REASON
               MOVE 'TRANSACTION DATE INVALID FOR FX RATE'
                    TO WS-VALIDATION-FAIL-REASON-DESC
           ELSE
               COMPUTE WS-FX-ORIG-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-FX-ORIG-YYYYMMDD)
               MOVE 0 TO WS-FX-DAYS-BACK
               PERFORM 1546-READ-DATED-RATE
                   UNTIL FX-RATE-WAS-FOUND
                      OR WS-FX-DAYS-BACK > WS-FX-LOOKBACK-DAYS
               IF NOT FX-RATE-WAS-FOUND
                   MOVE 108 TO WS-VALIDATION-FAIL-REASON
                   MOVE 'NO FX RATE FOR TRANSACTION DATE'
                        TO WS-VALIDATION-FAIL-REASON-DESC
               END-IF
           END-IF.

       1546-READ-DATED-RATE.
           COMPUTE WS-FX-TRY-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER
                       (WS-FX-ORIG-INTEGER - WS-FX-DAYS-BACK).
           MOVE DALY-TRAN-CURRENCY-CD TO FD-FXH-CURRENCY-CD.
           STRING WS-FX-TRY-YYYY DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-FX-TRY-MM   DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-FX-TRY-DD   DELIMITED BY SIZE
               INTO FD-FXH-RATE-DATE
           END-STRING.
           READ FXRATE-HIST-FILE INTO FX-RATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-FX-DAYS-BACK
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FX-RATE-FOUND
           END-READ.

      *---------------------------------------------------------------*
      * Credit-limit and category-limit validation.
      *
      * Looks up the account's current category balance (creating a
      * zero-balance row carrying the category's default limit in
      * working storage if this is the first transaction against
      * that category) and rejects the
      * transaction, without posting it, if applying DALY-TRAN-AMT
      * would push either the overall account balance past
      * ACCT-CREDIT-LIMIT or the category balance past TRAN-CAT-LIMIT.
           READ TCATBAL-FILE INTO TRAN-CAT-BAL-RECORD
               INVALID KEY
                   MOVE 0 TO TRAN-CAT-BAL
                   PERFORM 2060-APPLY-CATEGORY-DEFAULTS.

           COMPUTE WS-PROJECTED-ACCT-BAL =
                   ACCT-CURR-BAL + DALY-TRAN-AMT.
      * card explicitly blocked or hot-listed as lost/stolen, or one
      * whose expiration date has passed as of the transaction's
      * origination date, is rejected with its own fail reason so the
      * reject tooling picks it up like any other reject. A merchant
      * charge or credit on a lost/stolen card that has been replaced
      * moves to the replacement card - same account and customer -
      * and is screened against the replacement instead.
      *---------------------------------------------------------------*
       1560-CHECK-CARD-MASTER.
           MOVE 0 TO WS-REPLACEMENT-HOPS.
           PERFORM 1565-READ-CARD-MASTER.
           PERFORM UNTIL WS-CARD-ON-MASTER = 'N'
                      OR NOT CARD-STATUS-LOST-STOLEN
                      OR CARD-REPLACED-BY-NUM = SPACES
                      OR CARD-REPLACED-BY-NUM = LOW-VALUES
                      OR DALY-TRAN-MERCHANT-ID NOT NUMERIC
                      OR DALY-TRAN-MERCHANT-ID = 0
                      OR WS-REPLACEMENT-HOPS >= 5
               ADD 1 TO WS-REPLACEMENT-HOPS
               MOVE CARD-REPLACED-BY-NUM TO DALY-TRAN-CARD-NUM
               PERFORM 1565-READ-CARD-MASTER
           END-PERFORM.
           IF WS-REPLACEMENT-HOPS > 0
               ADD 1 TO WS-REDIRECTED-COUNT.

           IF WS-CARD-ON-MASTER = 'Y'
               IF CARD-STATUS-BLOCKED
                       MOVE 'CARD IS EXPIRED'
                            TO WS-VALIDATION-FAIL-REASON-DESC.

      *---------------------------------------------------------------*
       1565-READ-CARD-MASTER.
           MOVE 'N' TO WS-CARD-ON-MASTER.
           MOVE DALY-TRAN-CARD-NUM TO FD-CARD-NUM.
           READ CARD-FILE INTO CARD-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CARD-ON-MASTER.
           IF CARDMST-STATUS = '00'
               MOVE 'Y' TO WS-CARD-ON-MASTER.

      *---------------------------------------------------------------*
      * A redemption must be a statement credit with enough points
      * behind it - the credit's dollar value times the redemption
               PERFORM 2050-UPDATE-SINGLE-CATEGORY.

           ADD DALY-TRAN-AMT TO ACCT-CURR-BAL.
      * Date the balance went into credit, for the refund aging.
           IF ACCT-CURR-BAL < 0
               IF ACCT-CREDIT-BAL-DATE = SPACES
                   MOVE DALY-TRAN-PROC-TS (1:10)
                     TO ACCT-CREDIT-BAL-DATE
               END-IF
           ELSE
               MOVE SPACES TO ACCT-CREDIT-BAL-DATE
           END-IF.
      * Roll the amount into the matching cycle-to-date bucket by its
      * sign so the cycle's purchases (debits) and payments (credits)
      * can be told apart without re-reading the transaction report.
               MOVE DALY-TRAN-TYPE-CD  TO TRANCAT-TYPE-CD
               MOVE DALY-TRAN-CAT-CD   TO TRANCAT-CD
               MOVE DALY-TRAN-AMT      TO TRAN-CAT-BAL
               PERFORM 2060-APPLY-CATEGORY-DEFAULTS
               MOVE TRAN-CAT-BAL-RECORD TO FD-TRAN-CAT-BAL-RECORD
               WRITE FD-TRAN-CAT-BAL-RECORD
                   INVALID KEY
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * Rate and limit for a category balance row being created - the
      * CATDFLT-FILE default for the account's group, else the
      * category's default for every group, else none: zero rate and
      * no separate limit, as rows always started before.
      *---------------------------------------------------------------*
       2060-APPLY-CATEGORY-DEFAULTS.
           MOVE 0 TO TRAN-CAT-RATE.
           MOVE 0 TO TRAN-CAT-LIMIT.
           IF WS-CATDFLT-ACTIVE = 'Y'
               MOVE DALY-TRAN-TYPE-CD TO FD-CATDFLT-TYPE-CD
               MOVE DALY-TRAN-CAT-CD  TO FD-CATDFLT-CAT-CD
               MOVE ACCT-GROUP-ID     TO FD-CATDFLT-GROUP-ID
               READ CATDFLT-FILE INTO CATEGORY-DEFAULT-RECORD
                   INVALID KEY
                       MOVE SPACES TO FD-CATDFLT-GROUP-ID
                       READ CATDFLT-FILE INTO CATEGORY-DEFAULT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-READ
               END-READ
               IF CATDFLT-STATUS = '00'
                   MOVE TCD-DEFAULT-RATE  TO TRAN-CAT-RATE
                   MOVE TCD-DEFAULT-LIMIT TO TRAN-CAT-LIMIT
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Regulatory payment allocation. The payment's credit is
      * applied against the account's debit category balances - fee
      *---------------------------------------------------------------*
      * Load the account's categories with balances left to pay off
      * the keyed browse. Zero and credit balances need no payment
      * and stay out of the table, as do unbilled plan principal and
      * refunds already paid out by check.
      *---------------------------------------------------------------*
       2110-LOAD-CATEGORY-TABLE.
           MOVE 0 TO WS-ALLOC-CAT-COUNT.
                       MOVE 'Y' TO WS-ALLOC-SCAN-DONE
                   ELSE
                       IF TRAN-CAT-BAL > 0
                          AND (TRANCAT-TYPE-CD NOT = WS-PLAN-TYPE-CD
                           OR TRANCAT-CD NOT = WS-PLAN-PRIN-CAT-CD)
                          AND TRANCAT-TYPE-CD NOT = WS-REFUND-TYPE-CD
                           IF WS-ALLOC-CAT-COUNT < WS-MAX-ALLOC-CATS
                               ADD 1 TO WS-ALLOC-CAT-COUNT
                               SET WS-ALLOC-IDX
               MOVE DALY-TRAN-TYPE-CD  TO TRANCAT-TYPE-CD
               MOVE DALY-TRAN-CAT-CD   TO TRANCAT-CD
               COMPUTE TRAN-CAT-BAL = 0 - WS-ALLOC-REMAINING
               PERFORM 2060-APPLY-CATEGORY-DEFAULTS
               MOVE TRAN-CAT-BAL-RECORD TO FD-TRAN-CAT-BAL-RECORD
               WRITE FD-TRAN-CAT-BAL-RECORD
                   INVALID KEY
               DISPLAY 'NO HOLDPARM FILE - HOLDS EXPIRE AFTER '
                       WS-HOLD-EXPIRY-DAYS ' DAYS'.

       0687-FXHIST-OPEN.
           MOVE 'N' TO WS-FXHIST-ACTIVE.
           OPEN INPUT FXRATE-HIST-FILE.
           IF FXHIST-STATUS = '00'
               MOVE 'Y' TO WS-FXHIST-ACTIVE
           ELSE
               DISPLAY 'WARNING - FX RATE HISTORY NOT AVAILABLE, '
                       'FOREIGN TRANSACTIONS WILL REJECT'.

       9687-FXHIST-CLOSE.
           IF WS-FXHIST-ACTIVE = 'Y'
               CLOSE FXRATE-HIST-FILE.

       0688-CATDFLT-OPEN.
           MOVE 'N' TO WS-CATDFLT-ACTIVE.
           OPEN INPUT CATDFLT-FILE.
           IF CATDFLT-STATUS = '00'
               MOVE 'Y' TO WS-CATDFLT-ACTIVE
           ELSE
               DISPLAY 'WARNING - CATEGORY DEFAULTS NOT AVAILABLE, '
                       'NEW CATEGORY BALANCES GET NO RATE OR LIMIT'.

       9688-CATDFLT-CLOSE.
           IF WS-CATDFLT-ACTIVE = 'Y'
               CLOSE CATDFLT-FILE.

       0685-REWARDS-OPEN.
           OPEN I-O REWARDS-FILE.
