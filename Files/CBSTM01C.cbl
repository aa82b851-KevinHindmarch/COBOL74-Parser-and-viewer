      *               credit limit and available credit. A summary row
      *               per statement is kept on STMT-HIST-FILE so a
      *               prior statement can be reprinted (parm mode 'R')
      *               without rerunning the cycle. Active
      *               installment plans are summarized on a live
      *               cycle cut. STMT-FILE stays the printed copy of
      *               every statement; what is mailed goes out as a
      *               structured, ZIP-sortable print-vendor file with
      *               insert codes, electronic-delivery customers get
      *               an e-statement notice instead of paper, and
      *               paper for a customer whose mail is coming back
      *               is held and listed on the returned-mail
      *               exception report.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CLS-ACCT-ID
                  FILE STATUS  IS CLOSEREQ-STATUS.

           SELECT INSTPLAN-FILE ASSIGN TO INSTPLAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-PLAN-KEY
                  FILE STATUS  IS INSTPLAN-STATUS.

           SELECT STMT-VENDOR-FILE ASSIGN TO STMTVEND
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS STMTVEND-STATUS.

           SELECT ESTMT-NOTIFY-FILE ASSIGN TO ESTMTNTF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ESTMTNTF-STATUS.

           SELECT RTM-REPORT-FILE ASSIGN TO RTMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RTMRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05 FD-CLS-ACCT-ID                    PIC 9(11).
           05 FD-CLS-DATA                       PIC X(89).

       FD  INSTPLAN-FILE.
       01  FD-INSTPLAN-REC.
           05 FD-PLAN-KEY.
              10 FD-PLAN-ACCT-ID                PIC 9(11).
              10 FD-PLAN-TRAN-ID                PIC X(16).
           05 FD-PLAN-DATA                      PIC X(173).

       FD  STMT-VENDOR-FILE.
       01  FD-STMTVEND-REC                      PIC X(450).

       FD  ESTMT-NOTIFY-FILE.
       01  FD-ESTMTNTF-REC                      PIC X(150).

       FD  RTM-REPORT-FILE.
       01  FD-RTMRPT-REC                        PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
           05  CLOSEREQ-STAT1      PIC X.
           05  CLOSEREQ-STAT2      PIC X.

       COPY CVINS01Y.
       01  INSTPLAN-STATUS.
           05  INSTPLAN-STAT1      PIC X.
           05  INSTPLAN-STAT2      PIC X.

       COPY CVSTM01Y.
       01  STMTVEND-STATUS.
           05  STMTVEND-STAT1      PIC X.
           05  STMTVEND-STAT2      PIC X.

       COPY CVSTM02Y.
       01  ESTMTNTF-STATUS.
           05  ESTMTNTF-STAT1      PIC X.
           05  ESTMTNTF-STAT2      PIC X.

       COPY CVRTM01Y.
       01  RTMRPT-STATUS.
           05  RTMRPT-STAT1        PIC X.
           05  RTMRPT-STAT2        PIC X.

      * Statement delivery for the account being statemented. The
      * sort key prefix of its vendor statement record is carried
      * onto each detail record behind it.
       01  WS-DELIVERY-VARS.
           05  WS-STMT-CUST-FOUND           PIC X(01) VALUE 'N'.
               88  STMT-CUST-WAS-FOUND      VALUE 'Y'.
           05  WS-FINAL-STMT-FLAG           PIC X(01) VALUE 'N'.
           05  WS-PV-SORT-KEY               PIC X(27) VALUE SPACES.
           05  WS-PV-DETAIL-SEQ             PIC 9(05) VALUE 0.
           05  WS-INSERT-CODE               PIC X(04) VALUE SPACES.
           05  WS-HOLD-REASON               PIC X(30) VALUE SPACES.
           05  WS-RUN-CURRENT-DATE          PIC X(21).
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.

       01  WS-PLAN-VARS.
           05  WS-PLAN-SCAN-DONE            PIC X(01) VALUE 'N'.
           05  WS-PLAN-COUNT                PIC 9(04) VALUE 0.
           05  WS-PLAN-TOTAL-REMAINING      PIC S9(09)V99 VALUE 0.

       01  WS-CLOSURE-VARS.
           05  WS-CLS-RECORD-FOUND          PIC X(01) VALUE 'N'.
               88  CLS-RECORD-EXISTS        VALUE 'Y'.
           05 WS-PARM-MODE       PIC X(01).
           05 FILLER             PIC X(01).
           05 WS-PARM-RPRT-ACCT-ID PIC X(11).
           05 FILLER             PIC X(01).
      * Campaign insert the print vendor stuffs with every paper
      * statement of the cycle - blank for none.
           05 WS-PARM-INSERT-CODE PIC X(04).
           05 FILLER             PIC X(40).

       01  WS-CONSTANTS.
           05  WS-MAX-STMT-CARDS            PIC 9(04) VALUE 500.
           05  WS-CLOSED-SKIP-COUNT         PIC 9(09) VALUE 0.
           05  WS-FINAL-STMT-COUNT          PIC 9(09) VALUE 0.
           05  WS-STMT-LINE-COUNTER         PIC 9(03) VALUE 0.
           05  WS-PAPER-STMT-COUNT          PIC 9(09) VALUE 0.
           05  WS-ESTMT-COUNT               PIC 9(09) VALUE 0.
           05  WS-MAIL-HELD-COUNT           PIC 9(09) VALUE 0.
           05  WS-PV-DETAIL-COUNT           PIC 9(09) VALUE 0.
           05  WS-PV-TOTAL-CLOSE-BAL        PIC S9(13)V99 VALUE 0.

       01  WS-STMT-TOTALS.
           05  WS-OPEN-BAL                  PIC S9(09)V99 VALUE 0.
           05  WS-TOTAL-DEBITS              PIC S9(09)V99 VALUE 0.
           05  WS-TOTAL-CREDITS             PIC S9(09)V99 VALUE 0.
           05  WS-FIN-CHARGES               PIC S9(09)V99 VALUE 0.
           05  WS-FEES-BILLED               PIC S9(09)V99 VALUE 0.
           05  WS-AVAIL-CREDIT              PIC S9(09)V99 VALUE 0.
           05  WS-CYCLE-TRAN-COUNT          PIC 9(05) VALUE 0.

           PERFORM 0500-STMTHIST-OPEN.
           PERFORM 0600-REWARDS-OPEN.
           PERFORM 0700-CLOSEREQ-OPEN.
           PERFORM 0800-INSTPLAN-OPEN.
      * A reprint is one statement on the print file only - the
      * print-vendor file, e-statement notices and returned-mail
      * report belong to the cycle run and are left untouched.
           IF WS-PARM-MODE = 'R'
               PERFORM 5000-REPRINT-STATEMENT
           ELSE
               PERFORM 0850-STMTVEND-OPEN
               PERFORM 0900-ESTMTNTF-OPEN
               PERFORM 0950-RTMRPT-OPEN
               PERFORM 2100-WRITE-VENDOR-HEADER
               PERFORM 2200-WRITE-RTMRPT-HEADERS
               PERFORM 1000-PROCESS-ACCOUNTS
                   UNTIL END-OF-FILE = 'Y'
               PERFORM 2300-WRITE-VENDOR-TRAILER
               PERFORM 2400-WRITE-RTMRPT-TOTALS
               PERFORM 9050-CLOSE-CYCLE-FILES.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'ACCOUNTS WITHOUT CARDS :' WS-NO-CARD-COUNT.
           DISPLAY 'CLOSED ACCTS SKIPPED   :' WS-CLOSED-SKIP-COUNT.
           DISPLAY 'FINAL STATEMENTS CUT   :' WS-FINAL-STMT-COUNT.
           DISPLAY 'PAPER TO PRINT VENDOR  :' WS-PAPER-STMT-COUNT.
           DISPLAY 'E-STATEMENT NOTICES    :' WS-ESTMT-COUNT.
           DISPLAY 'PAPER HELD             :' WS-MAIL-HELD-COUNT.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBSTM01C'.
           GOBACK.

               DISPLAY 'CYCLE START AND END DATES ARE REQUIRED'
               PERFORM 9999-ABEND-PROGRAM.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-CURRENT-DATE.
           STRING WS-RUN-CURRENT-DATE (1:4) DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  WS-RUN-CURRENT-DATE (5:2) DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  WS-RUN-CURRENT-DATE (7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.

      *---------------------------------------------------------------*
       1000-PROCESS-ACCOUNTS.
           PERFORM 1100-ACCTFILE-GET-NEXT.
                       PERFORM 1400-PRINT-STATEMENT
                       PERFORM 1700-WRITE-HISTORY
                       PERFORM 1900-CHECK-FINAL-STATEMENT
                       PERFORM 1600-ROUTE-STATEMENT
                       ADD 1 TO WS-STATEMENT-COUNT.

      *---------------------------------------------------------------*
           MOVE 0 TO WS-TOTAL-DEBITS.
           MOVE 0 TO WS-TOTAL-CREDITS.
           MOVE 0 TO WS-FIN-CHARGES.
           MOVE 0 TO WS-FEES-BILLED.
           MOVE 0 TO WS-CYCLE-TRAN-COUNT.

           PERFORM VARYING WS-STMT-CARD-IDX FROM 1 BY 1
               IF TRAN-SOURCE = 'FINCHRG'
                   ADD TRAN-AMT TO WS-FIN-CHARGES
               END-IF
               IF TRAN-TYPE-CD = '05'
                   ADD TRAN-AMT TO WS-FEES-BILLED
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * only belongs on a live cycle cut - a reprint months later
      * would show today's points against an old statement.
           IF WS-PARM-MODE NOT = 'R'
               PERFORM 1480-PRINT-POINTS-SUMMARY
               PERFORM 1490-PRINT-PLAN-SUMMARY.

      *---------------------------------------------------------------*
      * Rewards points section: opening points, earned, redeemed and
                   AFTER ADVANCING 1 LINE
           END-IF.

      *---------------------------------------------------------------*
      * Installment plan section: each active plan on the account,
      * browsed off INSTPLAN-FILE's account-id key prefix, with the
      * unbilled principal totalled underneath. An account with no
      * active plan gets no section.
      *---------------------------------------------------------------*
       1490-PRINT-PLAN-SUMMARY.
           MOVE 0   TO WS-PLAN-COUNT.
           MOVE 0   TO WS-PLAN-TOTAL-REMAINING.
           MOVE 'N' TO WS-PLAN-SCAN-DONE.
           MOVE ACCT-ID    TO FD-PLAN-ACCT-ID.
           MOVE LOW-VALUES TO FD-PLAN-TRAN-ID.
           START INSTPLAN-FILE KEY IS >= FD-PLAN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PLAN-SCAN-DONE.

           PERFORM 1495-PRINT-ONE-PLAN
               UNTIL WS-PLAN-SCAN-DONE = 'Y'.

           IF WS-PLAN-COUNT > 0
               MOVE SPACES             TO STMT-AMOUNT-LINE
               MOVE 'PLAN BALANCE REMAINING:' TO SAL-LABEL
               MOVE WS-PLAN-TOTAL-REMAINING TO SAL-AMOUNT
               WRITE FD-STMTFILE-REC FROM STMT-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       1495-PRINT-ONE-PLAN.
           READ INSTPLAN-FILE NEXT RECORD INTO INSTALLMENT-PLAN-RECORD.
           IF INSTPLAN-STATUS NOT = '00'
              OR PLAN-ACCT-ID NOT = ACCT-ID
               MOVE 'Y' TO WS-PLAN-SCAN-DONE
           ELSE
               IF PLAN-ACTIVE
                   IF WS-PLAN-COUNT = 0
                       WRITE FD-STMTFILE-REC FROM STMT-PLAN-TITLE-LINE
                           AFTER ADVANCING 2 LINES
                       WRITE FD-STMTFILE-REC FROM STMT-PLAN-HEADER
                           AFTER ADVANCING 1 LINE
                   END-IF
                   ADD 1 TO WS-PLAN-COUNT
                   ADD PLAN-REMAINING-PRIN TO WS-PLAN-TOTAL-REMAINING
                   MOVE PLAN-TRAN-ID         TO SPN-TRAN-ID
                   MOVE PLAN-DESC            TO SPN-DESC
                   MOVE PLAN-ORIG-AMT        TO SPN-ORIG-AMT
                   MOVE PLAN-TERM-MONTHS     TO SPN-TERM
                   MOVE PLAN-RATE            TO SPN-RATE
                   MOVE PLAN-INSTALLMENT-AMT TO SPN-INSTALLMENT-AMT
                   MOVE PLAN-REMAINING-PRIN  TO SPN-REMAINING-PRIN
                   MOVE PLAN-PAYMENTS-LEFT   TO SPN-PAYMENTS-LEFT
                   WRITE FD-STMTFILE-REC FROM STMT-PLAN-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1410-WRITE-STMT-HEADERS.
           WRITE FD-STMTFILE-REC FROM STMT-NAME-HEADER-1
      *---------------------------------------------------------------*
       1420-READ-CUSTOMER.
           MOVE SPACES TO WS-STMT-CUST-NAME.
           MOVE 'N' TO WS-STMT-CUST-FOUND.
           MOVE WS-STMT-CUST-ID TO FD-CUST-ID.
           READ CUST-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                   MOVE WS-STMT-CUST-ID TO WS-STMT-CUST-NAME
           END-READ.
           IF CUSTFILE-STATUS = '00'
               MOVE 'Y' TO WS-STMT-CUST-FOUND
               STRING FUNCTION TRIM (CUST-FIRST-NAME)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
               ADD 1 TO WS-STMT-LINE-COUNTER
           END-IF.

      *---------------------------------------------------------------*
      * Send the statement just cut the way the customer takes it:
      * an e-statement notice for electronic delivery, otherwise a
      * paper statement on the print-vendor file - unless the
      * customer's mail is coming back, or there is no customer
      * address on file at all, in which case the paper is held and
      * listed instead. STMT-FILE keeps the printed copy either way.
      *---------------------------------------------------------------*
       1600-ROUTE-STATEMENT.
           IF NOT STMT-CUST-WAS-FOUND
               MOVE 'NO CUSTOMER ADDRESS ON FILE' TO WS-HOLD-REASON
               PERFORM 1680-WRITE-MAIL-HOLD-LINE
           ELSE
               IF CUST-DELIVER-ELECTRONIC
                   PERFORM 1660-WRITE-ESTMT-NOTICE
               ELSE
                   IF CUST-MAIL-RETURNED
                       MOVE 'RETURNED MAIL - ADDRESS FLAGGED'
                            TO WS-HOLD-REASON
                       PERFORM 1680-WRITE-MAIL-HOLD-LINE
                   ELSE
                       PERFORM 1610-WRITE-VENDOR-STATEMENT
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * One statement record - address, summary figures, points and
      * plan summary, and the inserts to stuff - sorted by ZIP, then
      * a detail record per cycle transaction behind it.
      *---------------------------------------------------------------*
       1610-WRITE-VENDOR-STATEMENT.
           MOVE SPACES TO STMT-VENDOR-STMT-RECORD.
           SET PV-SORT-STATEMENT TO TRUE.
           MOVE CUST-ADDR-ZIP        TO PVS-SORT-ZIP.
           MOVE ACCT-ID              TO PVS-SORT-ACCT-ID.
           MOVE 0                    TO PVS-SORT-SEQ.
           SET PV-IS-STATEMENT TO TRUE.
           MOVE ACCT-ID              TO PVS-ACCT-ID.
           MOVE WS-STMT-CUST-ID      TO PVS-CUST-ID.
           MOVE WS-CYC-START-DATE    TO PVS-CYCLE-START-DATE.
           MOVE WS-CYC-END-DATE      TO PVS-CYCLE-END-DATE.
           MOVE CUST-FIRST-NAME      TO PVS-CUST-FIRST-NAME.
           MOVE CUST-LAST-NAME       TO PVS-CUST-LAST-NAME.
           MOVE CUST-ADDR-LINE-1     TO PVS-ADDR-LINE-1.
           MOVE CUST-ADDR-LINE-2     TO PVS-ADDR-LINE-2.
           MOVE CUST-ADDR-CITY       TO PVS-ADDR-CITY.
           MOVE CUST-ADDR-STATE      TO PVS-ADDR-STATE.
           MOVE CUST-ADDR-ZIP        TO PVS-ADDR-ZIP.
           MOVE WS-OPEN-BAL          TO PVS-OPEN-BAL.
           MOVE WS-TOTAL-DEBITS      TO PVS-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS     TO PVS-TOTAL-CREDITS.
           MOVE WS-FIN-CHARGES       TO PVS-FIN-CHARGES.
           MOVE WS-FEES-BILLED       TO PVS-FEES-BILLED.
           MOVE ACCT-CURR-BAL        TO PVS-CLOSE-BAL.
           MOVE ACCT-CREDIT-LIMIT    TO PVS-CREDIT-LIMIT.
           MOVE WS-AVAIL-CREDIT      TO PVS-AVAIL-CREDIT.
           MOVE WS-CYCLE-TRAN-COUNT  TO PVS-TRAN-COUNT.
           IF RWD-RECORD-EXISTS
               MOVE WS-RWD-OPEN-POINTS TO PVS-OPEN-POINTS
               MOVE RWD-CYCLE-EARNED   TO PVS-POINTS-EARNED
               MOVE RWD-CYCLE-REDEEMED TO PVS-POINTS-REDEEMED
               MOVE RWD-POINTS-BAL     TO PVS-CLOSE-POINTS
           ELSE
               MOVE 0 TO PVS-OPEN-POINTS
               MOVE 0 TO PVS-POINTS-EARNED
               MOVE 0 TO PVS-POINTS-REDEEMED
               MOVE 0 TO PVS-CLOSE-POINTS
           END-IF.
           MOVE WS-PLAN-COUNT           TO PVS-PLAN-COUNT.
           MOVE WS-PLAN-TOTAL-REMAINING TO PVS-PLAN-REMAINING.
           MOVE WS-FINAL-STMT-FLAG      TO PVS-FINAL-STMT-FLAG.

           MOVE 0 TO PVS-INSERT-COUNT.
           IF WS-PARM-INSERT-CODE NOT = SPACES
               MOVE WS-PARM-INSERT-CODE TO WS-INSERT-CODE
               PERFORM 1615-ADD-INSERT-CODE.
           IF WS-FINAL-STMT-FLAG = 'Y'
               MOVE 'FINL' TO WS-INSERT-CODE
               PERFORM 1615-ADD-INSERT-CODE.
           IF WS-PLAN-COUNT > 0
               MOVE 'PLAN' TO WS-INSERT-CODE
               PERFORM 1615-ADD-INSERT-CODE.
           IF RWD-RECORD-EXISTS
               MOVE 'RWDS' TO WS-INSERT-CODE
               PERFORM 1615-ADD-INSERT-CODE.
           IF ACCT-CURR-BAL > ACCT-CREDIT-LIMIT
               MOVE 'OVLM' TO WS-INSERT-CODE
               PERFORM 1615-ADD-INSERT-CODE
           ELSE
               IF ACCT-CURR-BAL < 0
                   MOVE 'CRBL' TO WS-INSERT-CODE
                   PERFORM 1615-ADD-INSERT-CODE.

           MOVE PVS-SORT-KEY TO WS-PV-SORT-KEY.
           MOVE 0            TO WS-PV-DETAIL-SEQ.
           PERFORM 1650-WRITE-VENDOR-RECORD.
           ADD 1 TO WS-PAPER-STMT-COUNT.
           ADD ACCT-CURR-BAL TO WS-PV-TOTAL-CLOSE-BAL.

           PERFORM 1630-WRITE-VENDOR-DETAILS.

       1615-ADD-INSERT-CODE.
           IF PVS-INSERT-COUNT < 5
               ADD 1 TO PVS-INSERT-COUNT
               MOVE WS-INSERT-CODE
                    TO PVS-INSERT-CODE (PVS-INSERT-COUNT).

      *---------------------------------------------------------------*
      * Third pass over the card-number alternate key, the same walk
      * 1450-PRINT-CARD-DETAILS makes, writing the cycle's
      * transactions as vendor detail records.
      *---------------------------------------------------------------*
       1630-WRITE-VENDOR-DETAILS.
           PERFORM VARYING WS-STMT-CARD-IDX FROM 1 BY 1
               UNTIL WS-STMT-CARD-IDX > WS-STMT-CARD-COUNT
               MOVE WS-STMT-CARD-NUM (WS-STMT-CARD-IDX)
                    TO FD-TRANS-CARD-NUM
               MOVE WS-STMT-CARD-NUM (WS-STMT-CARD-IDX)
                    TO WS-CURR-STMT-CARD
               START TRANSACT-FILE KEY IS = FD-TRANS-CARD-NUM
                   INVALID KEY
                       MOVE 'Y' TO WS-STMT-CARD-DONE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-STMT-CARD-DONE
               END-START
               PERFORM UNTIL WS-STMT-CARD-DONE = 'Y'
                   READ TRANSACT-FILE NEXT RECORD INTO TRAN-RECORD
                   IF TRANFILE-STATUS NOT = '00'
                       MOVE 'Y' TO WS-STMT-CARD-DONE
                   ELSE
                       IF TRAN-CARD-NUM NOT = WS-CURR-STMT-CARD
                           MOVE 'Y' TO WS-STMT-CARD-DONE
                       ELSE
                           PERFORM 1640-WRITE-ONE-VENDOR-DETAIL
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------*
       1640-WRITE-ONE-VENDOR-DETAIL.
           IF TRAN-PROC-TS (1:10) >= WS-CYC-START-DATE
              AND TRAN-PROC-TS (1:10) <= WS-CYC-END-DATE
               MOVE SPACES         TO STMT-VENDOR-DETAIL-RECORD
               MOVE WS-PV-SORT-KEY TO PVD-SORT-KEY
               ADD 1 TO WS-PV-DETAIL-SEQ
               MOVE WS-PV-DETAIL-SEQ    TO PVS-SORT-SEQ
               SET PV-IS-DETAIL TO TRUE
               MOVE TRAN-ID             TO PVD-TRAN-ID
               MOVE TRAN-CARD-NUM       TO PVD-CARD-NUM
               MOVE TRAN-PROC-TS (1:10) TO PVD-PROC-DATE
               MOVE TRAN-DESC (1:100)   TO PVD-DESC
               MOVE TRAN-AMT            TO PVD-AMOUNT
               IF TRAN-CURRENCY-CD NOT = SPACES
                  AND TRAN-CURRENCY-CD NOT = 'USD'
                  AND TRAN-ORIG-AMT IS NUMERIC
                   MOVE TRAN-CURRENCY-CD TO PVD-CURRENCY-CD
                   MOVE TRAN-ORIG-AMT    TO PVD-ORIG-AMT
                   MOVE TRAN-FX-RATE     TO PVD-FX-RATE
               ELSE
                   MOVE 0 TO PVD-ORIG-AMT
                   MOVE 0 TO PVD-FX-RATE
               END-IF
               PERFORM 1650-WRITE-VENDOR-RECORD
               ADD 1 TO WS-PV-DETAIL-COUNT
           END-IF.

      *---------------------------------------------------------------*
       1650-WRITE-VENDOR-RECORD.
           WRITE FD-STMTVEND-REC FROM STMT-VENDOR-STMT-RECORD.
           IF STMTVEND-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PRINT VENDOR FILE'
               MOVE STMTVEND-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1660-WRITE-ESTMT-NOTICE.
           MOVE SPACES              TO ESTMT-NOTIFY-RECORD.
           MOVE ACCT-ID             TO ESN-ACCT-ID.
           MOVE WS-STMT-CUST-ID     TO ESN-CUST-ID.
           MOVE CUST-FIRST-NAME     TO ESN-CUST-FIRST-NAME.
           MOVE CUST-LAST-NAME      TO ESN-CUST-LAST-NAME.
           MOVE WS-CYC-START-DATE   TO ESN-CYCLE-START-DATE.
           MOVE WS-CYC-END-DATE     TO ESN-CYCLE-END-DATE.
           MOVE ACCT-CURR-BAL       TO ESN-CLOSE-BAL.
           MOVE ACCT-CREDIT-LIMIT   TO ESN-CREDIT-LIMIT.
           MOVE WS-AVAIL-CREDIT     TO ESN-AVAIL-CREDIT.
           MOVE WS-CYCLE-TRAN-COUNT TO ESN-TRAN-COUNT.
           MOVE WS-FINAL-STMT-FLAG  TO ESN-FINAL-STMT-FLAG.
           WRITE FD-ESTMTNTF-REC FROM ESTMT-NOTIFY-RECORD.
           IF ESTMTNTF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING E-STATEMENT NOTIFY FILE'
               MOVE ESTMTNTF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           ADD 1 TO WS-ESTMT-COUNT.

      *---------------------------------------------------------------*
       1680-WRITE-MAIL-HOLD-LINE.
           MOVE SPACES            TO RTMRPT-DETAIL-LINE.
           MOVE ACCT-ID           TO RMD-ACCT-ID.
           MOVE WS-STMT-CUST-ID   TO RMD-CUST-ID.
           MOVE WS-STMT-CUST-NAME TO RMD-CUST-NAME.
           MOVE 'PAPER STATEMENT' TO RMD-ITEM-HELD.
           MOVE WS-CYC-END-DATE   TO RMD-REFERENCE.
           IF STMT-CUST-WAS-FOUND
               MOVE CUST-RETURNED-MAIL-DATE TO RMD-RETURNED-DATE.
           MOVE WS-HOLD-REASON    TO RMD-REASON.
           WRITE FD-RTMRPT-REC FROM RTMRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-MAIL-HELD-COUNT.

      *---------------------------------------------------------------*
      * Keep the statement's summary figures on STMT-HIST-FILE. A
      * rerun of the same cycle replaces the prior row rather than
           MOVE ACCT-CREDIT-LIMIT    TO STMT-CREDIT-LIMIT.
           MOVE WS-AVAIL-CREDIT      TO STMT-AVAIL-CREDIT.
           MOVE WS-CYCLE-TRAN-COUNT  TO STMT-TRAN-COUNT.
           MOVE WS-FEES-BILLED       TO STMT-FEES-BILLED.

           MOVE STMT-HIST-RECORD TO FD-STMT-HIST-RECORD.
           WRITE FD-STMT-HIST-RECORD
      * CBCLS01C driver can mark the account closed.
      *---------------------------------------------------------------*
       1900-CHECK-FINAL-STATEMENT.
           MOVE 'N' TO WS-FINAL-STMT-FLAG.
           IF ACCT-IS-PENDING-CLOSE
              AND ACCT-CURR-BAL = 0
               MOVE 'N' TO WS-CLS-RECORD-FOUND
                           PERFORM 9999-ABEND-PROGRAM
                   END-REWRITE
                   ADD 1 TO WS-FINAL-STMT-COUNT
                   MOVE 'Y' TO WS-FINAL-STMT-FLAG
               END-IF
           END-IF.

           MOVE STMT-TOTAL-DEBITS     TO WS-TOTAL-DEBITS.
           MOVE STMT-TOTAL-CREDITS    TO WS-TOTAL-CREDITS.
           MOVE STMT-FIN-CHARGES      TO WS-FIN-CHARGES.
      * History rows written before fees were kept carry spaces.
           IF STMT-FEES-BILLED IS NUMERIC
               MOVE STMT-FEES-BILLED  TO WS-FEES-BILLED
           ELSE
               MOVE 0                 TO WS-FEES-BILLED.
           MOVE STMT-AVAIL-CREDIT     TO WS-AVAIL-CREDIT.

           PERFORM 1200-BUILD-CARD-LIST.
               PERFORM 1400-PRINT-STATEMENT
               ADD 1 TO WS-STATEMENT-COUNT.

      *---------------------------------------------------------------*
      * Print-vendor file header and trailer. The all-zero and
      * all-nine sort keys keep them first and last through the
      * vendor's ZIP sort.
      *---------------------------------------------------------------*
       2100-WRITE-VENDOR-HEADER.
           MOVE SPACES TO STMT-VENDOR-HEADER-RECORD.
           MOVE ALL '0' TO PVH-SORT-KEY.
           SET PV-IS-HEADER TO TRUE.
           MOVE WS-CYC-START-DATE   TO PVH-CYCLE-START-DATE.
           MOVE WS-CYC-END-DATE     TO PVH-CYCLE-END-DATE.
           MOVE WS-RUN-DATE         TO PVH-CREATED-DATE.
           MOVE WS-PARM-INSERT-CODE TO PVH-CAMPAIGN-INSERT-CODE.
           PERFORM 1650-WRITE-VENDOR-RECORD.

       2200-WRITE-RTMRPT-HEADERS.
           MOVE 'CBSTM01C'  TO RMH-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RMH-RUN-DATE.
           WRITE FD-RTMRPT-REC FROM RTMRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-RTMRPT-REC FROM RTMRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE FD-RTMRPT-REC FROM RTMRPT-COLUMN-HEADER
               AFTER ADVANCING 2 LINES.

       2300-WRITE-VENDOR-TRAILER.
           MOVE SPACES TO STMT-VENDOR-TRAILER-RECORD.
           MOVE ALL '9' TO PVT-SORT-KEY.
           SET PV-IS-TRAILER TO TRUE.
           MOVE WS-PAPER-STMT-COUNT   TO PVT-STATEMENT-COUNT.
           MOVE WS-PV-DETAIL-COUNT    TO PVT-DETAIL-COUNT.
           MOVE WS-PV-TOTAL-CLOSE-BAL TO PVT-TOTAL-CLOSE-BAL.
           PERFORM 1650-WRITE-VENDOR-RECORD.

       2400-WRITE-RTMRPT-TOTALS.
           MOVE SPACES TO RTMRPT-COUNT-LINE.
           MOVE 'PAPER STATEMENTS HELD:' TO RMC-LABEL.
           MOVE WS-MAIL-HELD-COUNT TO RMC-COUNT.
           WRITE FD-RTMRPT-REC FROM RTMRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

      *---------------------------------------------------------------*
       0100-ACCTFILE-OPEN.
           OPEN INPUT ACCOUNT-FILE.
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0800-INSTPLAN-OPEN.
           OPEN INPUT INSTPLAN-FILE.
           IF INSTPLAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INSTPLAN FILE'
               MOVE INSTPLAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0850-STMTVEND-OPEN.
           OPEN OUTPUT STMT-VENDOR-FILE.
           IF STMTVEND-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRINT VENDOR FILE'
               MOVE STMTVEND-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0900-ESTMTNTF-OPEN.
           OPEN OUTPUT ESTMT-NOTIFY-FILE.
           IF ESTMTNTF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING E-STATEMENT NOTIFY FILE'
               MOVE ESTMTNTF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0950-RTMRPT-OPEN.
           OPEN OUTPUT RTM-REPORT-FILE.
           IF RTMRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RTMRPT FILE'
               MOVE RTMRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
                 XREF-FILE
                 STMT-FILE
                 STMT-HIST-FILE
                 REWARDS-FILE
                 CLOSE-REQ-FILE
                 INSTPLAN-FILE.

       9050-CLOSE-CYCLE-FILES.
           CLOSE STMT-VENDOR-FILE
                 ESTMT-NOTIFY-FILE
                 RTM-REPORT-FILE.

      *---------------------------------------------------------------*
       9910-DISPLAY-IO-STATUS.
