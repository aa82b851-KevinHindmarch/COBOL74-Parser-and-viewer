      *               DALYTRAN-FILE's own record layout so they flow
      *               back through CBTRN02C's normal 2000-POST-
      *               TRANSACTION path on the next posting run instead
      *               of being calculated by hand. Unbilled
      *               installment plan principal carries the plan's
      *               own rate, billed by CBINS01C, and accrues no
      *               revolving interest here. A category with
      *               an active promotional offer on PROMO-FILE is
      *               charged at the promo rate until the offer
      *               expires, or ends early on DELINQ-FILE showing
      *               the account 60 days delinquent.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT PROMO-FILE ASSIGN TO PROMOFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PROMO-KEY
                  FILE STATUS  IS PROMOFIL-STATUS.

           SELECT DELINQ-FILE ASSIGN TO DELINQF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DLQ-ACCT-ID
                  FILE STATUS  IS DELINQF-STATUS.

           SELECT FINCHRG-OUT-FILE ASSIGN TO FINCHRGS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  PROMO-FILE.
       01  FD-PROMO-RECORD.
           05 FD-PROMO-KEY                      PIC X(17).
           05 FD-PROMO-DATA                     PIC X(83).

       FD  DELINQ-FILE.
       01  FD-DELINQ-RECORD.
           05 FD-DLQ-ACCT-ID                    PIC 9(11).
           05 FD-DLQ-DATA                       PIC X(69).

       FD  FINCHRG-OUT-FILE.
       01  FD-FINCHRG-RECORD.
           05 FD-OUT-TRAN-ID                    PIC X(16).
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVPRO01Y.
       01  PROMOFIL-STATUS.
           05  PROMOFIL-STAT1      PIC X.
           05  PROMOFIL-STAT2      PIC X.

       COPY CVACT08Y.
       01  DELINQF-STATUS.
           05  DELINQF-STAT1       PIC X.
           05  DELINQF-STAT2       PIC X.

       COPY CVTRA06Y.
       01  FINCHRGS-STATUS.
           05  FINCHRGS-STAT1      PIC X.
           05  WS-ACCT-CHARGEABLE-FLAG      PIC X(01) VALUE 'Y'.
               88  ACCT-IS-CHARGEABLE       VALUE 'Y'.

       01  WS-PLAN-CONSTANTS.
           05  WS-PLAN-TYPE-CD              PIC X(02) VALUE '09'.
           05  WS-PLAN-PRIN-CAT-CD          PIC 9(04) VALUE 1.

      * Aging bucket at which a promotional offer is forfeited.
       01  WS-PROMO-CONSTANTS.
           05  WS-PROMO-DELINQ-BUCKET       PIC 9(03) VALUE 60.

       01  WS-COUNTERS.
           05  WS-CATBAL-READ-COUNT         PIC 9(09) VALUE 0.
           05  WS-CHARGE-COUNT              PIC 9(09) VALUE 0.
           05  WS-SKIPPED-COUNT             PIC 9(09) VALUE 0.
           05  WS-PROMO-RATE-COUNT          PIC 9(09) VALUE 0.
           05  WS-PROMO-ENDED-COUNT         PIC 9(09) VALUE 0.
           05  WS-CHARGE-SEQ                PIC 9(05) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-LOOKUP-CARD-NUM           PIC X(16) VALUE SPACES.
           05  WS-FINANCE-CHARGE            PIC S9(09)V99 VALUE 0.
           05  WS-CHARGE-RATE               PIC S9(03)V99 VALUE 0.
           05  WS-PROMO-APPLIED-FLAG        PIC X(01) VALUE 'N'.
               88  PROMO-RATE-APPLIED       VALUE 'Y'.
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0250-ACCTFILE-OPEN.
           PERFORM 0300-FINCHRGS-OPEN.
           PERFORM 0350-PROMOFIL-OPEN.
           PERFORM 0360-DELINQF-OPEN.
           PERFORM 0400-BUILD-TIMESTAMP.
           MOVE DB2-FORMAT-TS (1:10) TO WS-RUN-DATE.

           PERFORM 1000-PROCESS-CATEGORIES
               UNTIL END-OF-FILE = 'Y'.
           DISPLAY 'CATEGORY BALANCES READ :' WS-CATBAL-READ-COUNT.
           DISPLAY 'FINANCE CHARGES POSTED :' WS-CHARGE-COUNT.
           DISPLAY 'CATEGORIES SKIPPED     :' WS-SKIPPED-COUNT.
           DISPLAY 'PROMO RATES APPLIED    :' WS-PROMO-RATE-COUNT.
           DISPLAY 'PROMOS ENDED DELINQ    :' WS-PROMO-ENDED-COUNT.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBFIN01C'.
           GOBACK.
           PERFORM 1100-TCATBALF-GET-NEXT.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-CATBAL-READ-COUNT
               MOVE TRAN-CAT-RATE TO WS-CHARGE-RATE
               MOVE 'N' TO WS-PROMO-APPLIED-FLAG
               IF TRAN-CAT-BAL > 0
                   PERFORM 1250-CHECK-PROMO-OFFER
               END-IF
               IF WS-CHARGE-RATE > 0
                  AND TRAN-CAT-BAL > 0
                  AND (TRANCAT-TYPE-CD NOT = WS-PLAN-TYPE-CD
                   OR TRANCAT-CD NOT = WS-PLAN-PRIN-CAT-CD)
                   PERFORM 1150-CHECK-ACCOUNT-CHARGEABLE
                   IF NOT ACCT-IS-CHARGEABLE
                       ADD 1 TO WS-SKIPPED-COUNT
                           PERFORM 1300-COMPUTE-CHARGE
                           PERFORM 1400-WRITE-FINANCE-CHARGE
                           ADD 1 TO WS-CHARGE-COUNT
                           IF PROMO-RATE-APPLIED
                               ADD 1 TO WS-PROMO-RATE-COUNT
                           END-IF
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                           DISPLAY 'NO CARD FOUND FOR ACCOUNT '
      * charge on a dormant credit balance would erode exactly the
      * money the escheatment sweep must remit, and a closed account
      * accruing interest is the leak the closure workflow exists to
      * stop. A charged-off account accrues nothing either - its
      * balance has been written off and anything still collected
      * comes in as a recovery. An account missing from the master
      * charges as before.
      *---------------------------------------------------------------*
       1150-CHECK-ACCOUNT-CHARGEABLE.
           MOVE 'Y' TO WS-ACCT-CHARGEABLE-FLAG.
           IF ACCTFILE-STATUS = '00'
               IF ACCT-IS-DORMANT
                  OR ACCT-ACTIVE-STATUS = 'N'
                  OR ACCT-IS-CHARGED-OFF
                   MOVE 'N' TO WS-ACCT-CHARGEABLE-FLAG.

      *---------------------------------------------------------------*
                   END-IF
           END-START.

      *---------------------------------------------------------------*
      * A promotional offer on the category replaces the standard
      * rate for as long as it is active and the run date is inside
      * its start and expiry dates - once past expiry the standard
      * rate is back without anyone touching the file. An account
      * aged to 60 days on DELINQ-FILE forfeits the offer: it is
      * ended on the spot and the standard rate charged.
      *---------------------------------------------------------------*
       1250-CHECK-PROMO-OFFER.
           MOVE TRANCAT-ACCT-ID TO PROMO-ACCT-ID.
           MOVE TRANCAT-TYPE-CD TO PROMO-TYPE-CD.
           MOVE TRANCAT-CD      TO PROMO-CAT-CD.
           MOVE PROMO-KEY       TO FD-PROMO-KEY.
           READ PROMO-FILE INTO PROMO-OFFER-RECORD
               INVALID KEY
                   MOVE 'N' TO PROMO-STATUS.
           IF PROMOFIL-STATUS = '00'
              AND PROMO-ACTIVE
              AND PROMO-START-DATE NOT > WS-RUN-DATE
              AND PROMO-EXPIRY-DATE NOT < WS-RUN-DATE
               MOVE TRANCAT-ACCT-ID TO FD-DLQ-ACCT-ID
               READ DELINQ-FILE INTO DELINQ-RECORD
                   INVALID KEY
                       MOVE 0 TO DLQ-AGING-BUCKET
               END-READ
               IF DELINQF-STATUS = '00'
                  AND DLQ-AGING-BUCKET >= WS-PROMO-DELINQ-BUCKET
                   PERFORM 1260-END-PROMO-DELINQUENT
               ELSE
                   MOVE PROMO-RATE TO WS-CHARGE-RATE
                   MOVE 'Y' TO WS-PROMO-APPLIED-FLAG
               END-IF
           END-IF.

       1260-END-PROMO-DELINQUENT.
           SET PROMO-ENDED-DELINQUENT TO TRUE.
           MOVE WS-RUN-DATE TO PROMO-END-DATE.
           MOVE PROMO-OFFER-RECORD TO FD-PROMO-RECORD.
           REWRITE FD-PROMO-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING PROMO FILE'
                   MOVE PROMOFIL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.
           ADD 1 TO WS-PROMO-ENDED-COUNT.
           DISPLAY 'PROMO OFFER ENDED - ACCOUNT ' TRANCAT-ACCT-ID
                   ' IS ' DLQ-AGING-BUCKET ' DAYS DELINQUENT'.

      *---------------------------------------------------------------*
       1300-COMPUTE-CHARGE.
           COMPUTE WS-FINANCE-CHARGE ROUNDED =
                   TRAN-CAT-BAL * WS-CHARGE-RATE / 100.

      *---------------------------------------------------------------*
      * WS-CHARGE-SEQ only disambiguates charges within this run, so
           MOVE TRANCAT-TYPE-CD      TO DALY-TRAN-TYPE-CD.
           MOVE TRANCAT-CD           TO DALY-TRAN-CAT-CD.
           MOVE 'FINCHRG'            TO DALY-TRAN-SOURCE.
           IF PROMO-RATE-APPLIED
               MOVE 'MONTH-END FINANCE CHARGE AT PROMOTIONAL RATE'
                                     TO DALY-TRAN-DESC
           ELSE
               MOVE 'MONTH-END FINANCE CHARGE ON CATEGORY BALANCE'
                                     TO DALY-TRAN-DESC
           END-IF.
           MOVE WS-FINANCE-CHARGE    TO DALY-TRAN-AMT.
           MOVE 0                   TO DALY-TRAN-MERCHANT-ID.
           MOVE SPACES               TO DALY-TRAN-MERCHANT-NAME
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0350-PROMOFIL-OPEN.
           OPEN I-O PROMO-FILE.
           IF PROMOFIL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PROMO FILE'
               MOVE PROMOFIL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0360-DELINQF-OPEN.
           OPEN INPUT DELINQ-FILE.
           IF DELINQF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DELINQ FILE'
               MOVE DELINQF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE TCATBAL-FILE
                 XREF-FILE
                 ACCOUNT-FILE
                 FINCHRG-OUT-FILE
                 PROMO-FILE
                 DELINQ-FILE.

      *---------------------------------------------------------------*
      * Run-control log. A START record goes out as the program
