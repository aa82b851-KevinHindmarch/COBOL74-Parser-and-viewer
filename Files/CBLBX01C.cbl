      *               the payments post through CBTRN02C's normal
      *               path that night. Unmatchable payments go to an
      *               exception file and onto the intake report, not
      *               on the floor. A payment on an account CBCOF01C
      *               has charged off is booked as a recovery instead
      *               of an ordinary payment and credited to the
      *               account's RECOVERY-FILE record. The day's
      *               autopay debits, logged by CBAPY01C ahead of
      *               this step, are totalled from AUTOPAY-LOG-FILE
      *               and shown on the intake report in their own
      *               section apart from the lockbox payments.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                     WITH DUPLICATES
                  FILE STATUS  IS CARDXREF-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO RECOVRY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RCV-ACCT-ID
                  FILE STATUS  IS RECOVRY-STATUS.

           SELECT DALYTRAN-OUT-FILE ASSIGN TO DALYLBX
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-LOG-INTAKE-KEY
                  FILE STATUS  IS LBXLOG-STATUS.

           SELECT AUTOPAY-LOG-FILE ASSIGN TO APYLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-APL-LOG-KEY
                  FILE STATUS  IS APYLOG-STATUS.

           SELECT APY-PARMS-FILE ASSIGN TO APYPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS APYPARM-STATUS.

           SELECT LBX-REPORT-FILE ASSIGN TO LBXRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS LBXRPT-STATUS.
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FILLER                            PIC X(14).

       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  RECOVERY-FILE.
       01  FD-RECOVERY-RECORD.
           05 FD-RCV-ACCT-ID                    PIC 9(11).
           05 FD-RCV-DATA                       PIC X(89).

       FD  DALYTRAN-OUT-FILE.
       01  FD-DALYTRAN-OUT-RECORD.
           05 FD-OUT-TRAN-ID                    PIC X(16).
              10 FD-LOG-SEQ-NUM                 PIC 9(05).
           05 FD-LOG-DATA                       PIC X(67).

       FD  AUTOPAY-LOG-FILE.
       01  FD-AUTOPAY-LOG-RECORD.
           05 FD-APL-LOG-KEY.
              10 FD-APL-ENTRY-DATE              PIC X(10).
              10 FD-APL-TRACE-NUM               PIC X(15).
           05 FD-APL-DATA                       PIC X(75).

       FD  APY-PARMS-FILE.
       01  FD-APYPARM-REC                       PIC X(80).

       FD  LBX-REPORT-FILE.
       01  FD-LBXRPT-REC                        PIC X(133).

           05  CARDXREF-STAT1      PIC X.
           05  CARDXREF-STAT2      PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVCOF01Y.
       01  RECOVRY-STATUS.
           05  RECOVRY-STAT1       PIC X.
           05  RECOVRY-STAT2       PIC X.

       COPY CVTRA06Y.
       01  DALYLBX-STATUS.
           05  DALYLBX-STAT1       PIC X.
           05  LBXEXCP-STAT1       PIC X.
           05  LBXEXCP-STAT2       PIC X.

      * CBAPY01C's parameter card - only its business run date is
      * needed here, to find the autopay debits that run logged.
       01  WS-APYPARM-RECORD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  FILLER                       PIC X(70).
       01  APYPARM-STATUS.
           05  APYPARM-STAT1       PIC X.
           05  APYPARM-STAT2       PIC X.

       COPY CVLBX03Y.
       01  LBXLOG-STATUS.
           05  LBXLOG-STAT1        PIC X.
           05  LBXLOG-STAT2        PIC X.

       COPY CVAPY03Y.
       01  APYLOG-STATUS.
           05  APYLOG-STAT1        PIC X.
           05  APYLOG-STAT2        PIC X.

       COPY CVLBX02Y.
       01  LBXRPT-STATUS.
           05  LBXRPT-STAT1        PIC X.
      * this intake existed.
           05  WS-PAYMENT-TYPE-CD           PIC X(02) VALUE '02'.
           05  WS-PAYMENT-CAT-CD            PIC 9(04) VALUE 2.
      * A payment on a charged-off account posts as a recovery pair:
      * the cash received as a credit, and the same amount back as a
      * debit applying it against the amount charged off, so the
      * account stays at zero and the GL sees the recovery.
           05  WS-RECOVERY-TYPE-CD          PIC X(02) VALUE '08'.
           05  WS-RECOVERY-RCVD-CAT-CD      PIC 9(04) VALUE 1.
           05  WS-RECOVERY-APPLD-CAT-CD     PIC 9(04) VALUE 2.

       01  WS-FLAGS.
           05  WS-CARD-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  CARD-WAS-FOUND           VALUE 'Y'.
           05  WS-CHARGED-OFF-FLAG          PIC X(01) VALUE 'N'.
               88  ACCT-WAS-CHARGED-OFF     VALUE 'Y'.
           05  WS-SCAN-DONE                 PIC X(01) VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-PAYMENT-READ-COUNT        PIC 9(09) VALUE 0.
           05  WS-MATCHED-COUNT             PIC 9(09) VALUE 0.
           05  WS-EXCEPTION-COUNT           PIC 9(09) VALUE 0.
           05  WS-RECOVERY-COUNT            PIC 9(09) VALUE 0.
           05  WS-AUTOPAY-COUNT             PIC 9(09) VALUE 0.
           05  WS-AUTOPAY-RETURNED-COUNT    PIC 9(09) VALUE 0.
           05  WS-PAYMENT-SEQ               PIC 9(05) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-LOOKUP-CARD-NUM           PIC X(16) VALUE SPACES.
           05  WS-PAYMENT-ACCT-ID           PIC 9(11) VALUE 0.
           05  WS-EXCEPTION-REASON          PIC X(40) VALUE SPACES.
           05  WS-ENTRY-TYPE-CD             PIC X(02) VALUE SPACES.
           05  WS-ENTRY-CAT-CD              PIC 9(04) VALUE 0.
           05  WS-ENTRY-AMT                 PIC S9(09)V99 VALUE 0.
           05  WS-ENTRY-DESC-PREFIX         PIC X(22) VALUE SPACES.
           05  WS-FIRST-TRAN-ID             PIC X(16) VALUE SPACES.
           05  WS-INTAKE-DATE               PIC X(10) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-MATCHED-AMOUNT            PIC S9(11)V99 VALUE 0.
           05  WS-EXCEPTION-AMOUNT          PIC S9(11)V99 VALUE 0.
           05  WS-RECOVERY-AMOUNT           PIC S9(11)V99 VALUE 0.
           05  WS-AUTOPAY-AMOUNT            PIC S9(11)V99 VALUE 0.
           05  WS-ALL-PAYMENT-COUNT         PIC 9(09) VALUE 0.
           05  WS-ALL-PAYMENT-AMOUNT        PIC S9(11)V99 VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0100-LOCKBOX-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0250-ACCTFILE-OPEN.
           PERFORM 0270-RECOVRY-OPEN.
           PERFORM 0300-DALYLBX-OPEN.
           PERFORM 0400-LBXEXCP-OPEN.
           PERFORM 0450-LBXLOG-OPEN.
           PERFORM 0470-APYLOG-OPEN.
           PERFORM 0500-LBXRPT-OPEN.
           PERFORM 0600-BUILD-TIMESTAMP.
           PERFORM 0650-APYPARM-READ.

           PERFORM 2100-WRITE-REPORT-HEADERS.

           PERFORM 1000-PROCESS-PAYMENTS
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 1700-TALLY-AUTOPAY-PAYMENTS.

           PERFORM 2200-WRITE-REPORT-TOTALS.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'PAYMENTS READ          :' WS-PAYMENT-READ-COUNT.
           DISPLAY 'PAYMENTS MATCHED       :' WS-MATCHED-COUNT.
           DISPLAY 'POSTED AS RECOVERIES   :' WS-RECOVERY-COUNT.
           DISPLAY 'PAYMENTS TO EXCEPTIONS :' WS-EXCEPTION-COUNT.
           DISPLAY 'AUTOPAY PAYMENTS       :' WS-AUTOPAY-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           MOVE 0        TO DB2-MIL.
           MOVE '0000'   TO DB2-REST.

      *---------------------------------------------------------------*
      * CBAPY01C logs its debits under the run date on APYPARM, or
      * under the clock date when the card leaves it blank; the same
      * card on this step finds them again on a rerun or late run.
      *---------------------------------------------------------------*
       0650-APYPARM-READ.
           OPEN INPUT APY-PARMS-FILE.
           IF APYPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APYPARM FILE'
               MOVE APYPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           READ APY-PARMS-FILE INTO WS-APYPARM-RECORD.
           IF APYPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING APYPARM FILE'
               MOVE APYPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           CLOSE APY-PARMS-FILE.

           IF WS-PARM-RUN-DATE = SPACES
               MOVE DB2-FORMAT-TS (1:10) TO WS-INTAKE-DATE
           ELSE
               MOVE WS-PARM-RUN-DATE TO WS-INTAKE-DATE.

      *---------------------------------------------------------------*
       1000-PROCESS-PAYMENTS.
           PERFORM 1100-LOCKBOX-GET-NEXT.
               IF WS-EXCEPTION-REASON = SPACES
                   PERFORM 1300-LOOKUP-CARD-NUM
                   IF CARD-WAS-FOUND
                       PERFORM 1350-CHECK-CHARGED-OFF
                       IF ACCT-WAS-CHARGED-OFF
                           PERFORM 1600-WRITE-RECOVERY-ENTRIES
                           ADD 1 TO WS-RECOVERY-COUNT
                           ADD LBX-PAYMENT-AMT TO WS-RECOVERY-AMOUNT
                       ELSE
                           PERFORM 1400-WRITE-DALYTRAN-RECORD
                       END-IF
                       ADD 1 TO WS-MATCHED-COUNT
                       ADD LBX-PAYMENT-AMT TO WS-MATCHED-AMOUNT
                   ELSE
                   END-IF
           END-START.

      *---------------------------------------------------------------*
      * A payment for an account CBCOF01C has charged off is a
      * recovery. An account missing from the master just posts the
      * payment as before and lets CBTRN02C reject it.
      *---------------------------------------------------------------*
       1350-CHECK-CHARGED-OFF.
           MOVE 'N' TO WS-CHARGED-OFF-FLAG.
           MOVE WS-PAYMENT-ACCT-ID TO FD-ACCT-ID.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CHARGED-OFF-FLAG.
           IF ACCTFILE-STATUS = '00'
               IF ACCT-IS-CHARGED-OFF
                   MOVE 'Y' TO WS-CHARGED-OFF-FLAG.

      *---------------------------------------------------------------*
      * Build the payment as a DALYTRAN-FILE record: LOCKBOX source,
      * a generated id (run date, account tail and running sequence,
      * way through 2000-POST-TRANSACTION.
      *---------------------------------------------------------------*
       1400-WRITE-DALYTRAN-RECORD.
           MOVE WS-PAYMENT-TYPE-CD TO WS-ENTRY-TYPE-CD.
           MOVE WS-PAYMENT-CAT-CD  TO WS-ENTRY-CAT-CD.
           COMPUTE WS-ENTRY-AMT = 0 - LBX-PAYMENT-AMT.
           MOVE 'LOCKBOX PAYMENT BATCH ' TO WS-ENTRY-DESC-PREFIX.
           PERFORM 1420-BUILD-AND-WRITE-ENTRY.
           PERFORM 1450-WRITE-INTAKE-LOG.

       1420-BUILD-AND-WRITE-ENTRY.
           ADD 1 TO WS-PAYMENT-SEQ.
           IF WS-PAYMENT-SEQ > 99999
               MOVE 1 TO WS-PAYMENT-SEQ.
                  WS-PAYMENT-ACCT-ID (8:4) DELIMITED BY SIZE
                  WS-PAYMENT-SEQ DELIMITED BY SIZE
                  INTO DALY-TRAN-ID.
           MOVE WS-ENTRY-TYPE-CD     TO DALY-TRAN-TYPE-CD.
           MOVE WS-ENTRY-CAT-CD      TO DALY-TRAN-CAT-CD.
           MOVE 'LOCKBOX'            TO DALY-TRAN-SOURCE.
           STRING WS-ENTRY-DESC-PREFIX DELIMITED BY SIZE
                  LBX-BATCH-ID DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  LBX-REMITTER-NAME DELIMITED BY SIZE
                  INTO DALY-TRAN-DESC.
           MOVE WS-ENTRY-AMT         TO DALY-TRAN-AMT.
           MOVE 0                    TO DALY-TRAN-MERCHANT-ID.
           MOVE SPACES               TO DALY-TRAN-MERCHANT-NAME
                                         DALY-TRAN-MERCHANT-CITY
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * Log the conversion on the keyed intake log, under the bank's
      * own batch id and sequence number, so the returns file the
                           PERFORM 9910-DISPLAY-IO-STATUS
                           PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * The recovery pair, then the intake log under the cash entry's
      * id, then the running recovered total on the account's
      * recovery record. The record closes as fully recovered once
      * the recoveries reach the amount charged off.
      *---------------------------------------------------------------*
       1600-WRITE-RECOVERY-ENTRIES.
           MOVE WS-RECOVERY-TYPE-CD     TO WS-ENTRY-TYPE-CD.
           MOVE WS-RECOVERY-RCVD-CAT-CD TO WS-ENTRY-CAT-CD.
           COMPUTE WS-ENTRY-AMT = 0 - LBX-PAYMENT-AMT.
           MOVE 'RECOVERY RECVD BATCH ' TO WS-ENTRY-DESC-PREFIX.
           PERFORM 1420-BUILD-AND-WRITE-ENTRY.
           MOVE DALY-TRAN-ID TO WS-FIRST-TRAN-ID.

           MOVE WS-RECOVERY-APPLD-CAT-CD TO WS-ENTRY-CAT-CD.
           MOVE LBX-PAYMENT-AMT TO WS-ENTRY-AMT.
           MOVE 'RECOVERY APPLD BATCH ' TO WS-ENTRY-DESC-PREFIX.
           PERFORM 1420-BUILD-AND-WRITE-ENTRY.

           MOVE WS-FIRST-TRAN-ID TO DALY-TRAN-ID.
           PERFORM 1450-WRITE-INTAKE-LOG.
           PERFORM 1650-UPDATE-RECOVERY-RECORD.

       1650-UPDATE-RECOVERY-RECORD.
           MOVE WS-PAYMENT-ACCT-ID TO FD-RCV-ACCT-ID.
           READ RECOVERY-FILE INTO RECOVERY-RECORD
               INVALID KEY
                   MOVE SPACES             TO RECOVERY-RECORD
                   MOVE WS-PAYMENT-ACCT-ID TO RCV-ACCT-ID
                   MOVE ACCT-CHARGEOFF-DATE TO RCV-CHARGEOFF-DATE
                   MOVE 0 TO RCV-PRINCIPAL-AMT
                             RCV-INTEREST-AMT
                             RCV-FEE-AMT
                             RCV-CHARGEOFF-AMT
                             RCV-RECOVERED-AMT
                             RCV-RECOVERY-COUNT
                   SET RCV-OPEN TO TRUE
                   DISPLAY 'NO RECOVERY RECORD FOR ACCOUNT '
                           WS-PAYMENT-ACCT-ID ' - ONE IS STARTED'.

           ADD LBX-PAYMENT-AMT TO RCV-RECOVERED-AMT.
           ADD 1 TO RCV-RECOVERY-COUNT.
           MOVE LBX-PAYMENT-DATE TO RCV-LAST-RECOVERY-DATE.
           IF RCV-RECOVERED-AMT >= RCV-CHARGEOFF-AMT
              AND RCV-CHARGEOFF-AMT > 0
               SET RCV-FULLY-RECOVERED TO TRUE.

           MOVE RECOVERY-RECORD TO FD-RECOVERY-RECORD.
           IF RECOVRY-STATUS = '00'
               REWRITE FD-RECOVERY-RECORD
           ELSE
               WRITE FD-RECOVERY-RECORD.
           IF RECOVRY-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING RECOVERY FILE'
               MOVE RECOVRY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * Autopay debits do not come through the lockbox; CBAPY01C
      * writes their payments straight to DALYTRAN-FILE and logs
      * each one under its entry date - the business run date off
      * APYPARM, which 0650 picks up the same way. The log is keyed
      * entry date first, so the run's debits are one contiguous
      * run of keys. A debit already returned by the bank is still
      * counted - it was a payment taken in - and noted separately.
      *---------------------------------------------------------------*
       1700-TALLY-AUTOPAY-PAYMENTS.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE WS-INTAKE-DATE TO FD-APL-ENTRY-DATE.
           MOVE LOW-VALUES     TO FD-APL-TRACE-NUM.
           START AUTOPAY-LOG-FILE KEY IS >= FD-APL-LOG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.

           PERFORM 1710-TALLY-NEXT-AUTOPAY
               UNTIL WS-SCAN-DONE = 'Y'.

       1710-TALLY-NEXT-AUTOPAY.
           READ AUTOPAY-LOG-FILE NEXT RECORD INTO AUTOPAY-LOG-RECORD.
           IF APYLOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCAN-DONE
           ELSE
               IF APL-ENTRY-DATE NOT = WS-INTAKE-DATE
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   ADD 1 TO WS-AUTOPAY-COUNT
                   ADD APL-PAYMENT-AMT TO WS-AUTOPAY-AMOUNT
                   IF APL-PAYMENT-RETURNED
                       ADD 1 TO WS-AUTOPAY-RETURNED-COUNT
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1500-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
               AFTER ADVANCING 1 LINE.

       2200-WRITE-REPORT-TOTALS.
           MOVE 'LOCKBOX PAYMENTS' TO LSH-TITLE.
           WRITE FD-LBXRPT-REC FROM LBXRPT-SECTION-HEADER
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LBXRPT-COUNT-LINE.
           MOVE 'PAYMENTS READ:' TO LCL-LABEL.
           MOVE WS-PAYMENT-READ-COUNT TO LCL-COUNT.
           WRITE FD-LBXRPT-REC FROM LBXRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LBXRPT-COUNT-LINE.
           MOVE 'PAYMENTS MATCHED:' TO LCL-LABEL.
           WRITE FD-LBXRPT-REC FROM LBXRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LBXRPT-COUNT-LINE.
           MOVE 'POSTED AS RECOVERIES:' TO LCL-LABEL.
           MOVE WS-RECOVERY-COUNT TO LCL-COUNT.
           WRITE FD-LBXRPT-REC FROM LBXRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LBXRPT-AMOUNT-LINE.
           MOVE 'AMOUNT RECOVERED:' TO LAL-LABEL.
           MOVE WS-RECOVERY-AMOUNT TO LAL-AMOUNT.
           WRITE FD-LBXRPT-REC FROM LBXRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LBXRPT-COUNT-LINE.
           MOVE 'PAYMENTS TO EXCEPTIONS:' TO LCL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO LCL-COUNT.
           WRITE FD-LBXRPT-REC FROM LBXRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'AUTOPAY PAYMENTS' TO LSH-TITLE.
           WRITE FD-LBXRPT-REC FROM LBXRPT-SECTION-HEADER
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LBXRPT-COUNT-LINE.
           MOVE 'ACH DEBITS ORIGINATED:' TO LCL-LABEL.
           MOVE WS-AUTOPAY-COUNT TO LCL-COUNT.
           WRITE FD-LBXRPT-REC FROM LBXRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LBXRPT-AMOUNT-LINE.
           MOVE 'AMOUNT DEBITED:' TO LAL-LABEL.
           MOVE WS-AUTOPAY-AMOUNT TO LAL-AMOUNT.
           WRITE FD-LBXRPT-REC FROM LBXRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LBXRPT-COUNT-LINE.
           MOVE 'ALREADY RETURNED BY BANK:' TO LCL-LABEL.
           MOVE WS-AUTOPAY-RETURNED-COUNT TO LCL-COUNT.
           WRITE FD-LBXRPT-REC FROM LBXRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           COMPUTE WS-ALL-PAYMENT-COUNT =
                   WS-MATCHED-COUNT + WS-AUTOPAY-COUNT.
           COMPUTE WS-ALL-PAYMENT-AMOUNT =
                   WS-MATCHED-AMOUNT + WS-AUTOPAY-AMOUNT.

           MOVE SPACES TO LBXRPT-COUNT-LINE.
           MOVE 'TOTAL PAYMENTS TAKEN IN:' TO LCL-LABEL.
           MOVE WS-ALL-PAYMENT-COUNT TO LCL-COUNT.
           WRITE FD-LBXRPT-REC FROM LBXRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LBXRPT-AMOUNT-LINE.
           MOVE 'TOTAL AMOUNT TAKEN IN:' TO LAL-LABEL.
           MOVE WS-ALL-PAYMENT-AMOUNT TO LAL-AMOUNT.
           WRITE FD-LBXRPT-REC FROM LBXRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       0100-LOCKBOX-OPEN.
           OPEN INPUT LOCKBOX-FILE.
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0250-ACCTFILE-OPEN.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0270-RECOVRY-OPEN.
           OPEN I-O RECOVERY-FILE.
           IF RECOVRY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RECOVERY FILE'
               MOVE RECOVRY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0300-DALYLBX-OPEN.
           OPEN OUTPUT DALYTRAN-OUT-FILE.
           IF DALYLBX-STATUS NOT = '00'
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0470-APYLOG-OPEN.
           OPEN INPUT AUTOPAY-LOG-FILE.
           IF APYLOG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUTOPAY LOG'
               MOVE APYLOG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0500-LBXRPT-OPEN.
           OPEN OUTPUT LBX-REPORT-FILE.
           IF LBXRPT-STATUS NOT = '00'
       9000-CLOSE-FILES.
           CLOSE LOCKBOX-FILE
                 XREF-FILE
                 ACCOUNT-FILE
                 RECOVERY-FILE
                 DALYTRAN-OUT-FILE
                 LBX-EXCEPT-FILE
                 LBX-INTAKE-FILE
                 AUTOPAY-LOG-FILE
                 LBX-REPORT-FILE.

      *---------------------------------------------------------------*
