      *               night. The account's DLQ-MISSED-COUNT on
      *               DELINQ-FILE is bumped so the delinquency aging
      *               reflects that the payment never really
      *               happened. A returned recovery payment on a
      *               charged-off account is backed out with the
      *               opposite type 08 recovery pair instead, and the
      *               account's RECOVERY-FILE total comes back down;
      *               no fee is charged and the aging is left alone.
      *               Returns that cannot be matched to an
      *               intake batch go to an exception file and onto
      *               the report, not on the floor.
      ******************************************************************
                  RECORD KEY   IS FD-PRC-GROUP-ID
                  FILE STATUS  IS PRICING-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO RECOVRY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RCV-ACCT-ID
                  FILE STATUS  IS RECOVRY-STATUS.

           SELECT DALYTRAN-OUT-FILE ASSIGN TO DALYNSF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           05 FD-PRC-GROUP-ID                   PIC X(10).
           05 FD-PRC-DATA                       PIC X(70).

       FD  RECOVERY-FILE.
       01  FD-RECOVERY-RECORD.
           05 FD-RCV-ACCT-ID                    PIC 9(11).
           05 FD-RCV-DATA                       PIC X(89).

       FD  DALYTRAN-OUT-FILE.
       01  FD-DALYTRAN-OUT-RECORD.
           05 FD-OUT-TRAN-ID                    PIC X(16).
           05  PRICING-STAT1       PIC X.
           05  PRICING-STAT2       PIC X.

       COPY CVCOF01Y.
       01  RECOVRY-STATUS.
           05  RECOVRY-STAT1       PIC X.
           05  RECOVRY-STAT2       PIC X.

       COPY CVTRA06Y.
       01  DALYNSF-STATUS.
           05  DALYNSF-STAT1       PIC X.
      * the product's own returned-payment fee comes off the
      * pricing master keyed by ACCT-GROUP-ID.
           05  WS-DEFAULT-RETURN-FEE        PIC 9(07)V99 VALUE 25.00.
           05  WS-REFER-BUCKET              PIC 9(03) VALUE 90.
           05  WS-MAX-MISSED                PIC 9(03) VALUE 12.
      * A charged-off account's lockbox payments went in as a type
      * 08 recovery pair (cash received cat 1, applied cat 2); a
      * returned one comes back out under the same pair.
           05  WS-RECOVERY-TYPE-CD          PIC X(02) VALUE '08'.
           05  WS-RECOVERY-RCVD-CAT-CD      PIC 9(04) VALUE 1.
           05  WS-RECOVERY-APPLD-CAT-CD     PIC 9(04) VALUE 2.

       01  WS-FLAGS.
           05  WS-LOG-FOUND-FLAG            PIC X(01) VALUE 'N'.
               88  INTAKE-LOG-FOUND         VALUE 'Y'.
           05  WS-DLQ-RECORD-FOUND          PIC X(01) VALUE 'N'.
               88  DLQ-RECORD-EXISTS        VALUE 'Y'.
           05  WS-CHARGED-OFF-FLAG          PIC X(01) VALUE 'N'.
               88  RETURN-IS-RECOVERY       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RETURN-READ-COUNT         PIC 9(09) VALUE 0.
           05  WS-REVERSED-COUNT            PIC 9(09) VALUE 0.
           05  WS-FEE-COUNT                 PIC 9(09) VALUE 0.
           05  WS-EXCEPTION-COUNT           PIC 9(09) VALUE 0.
           05  WS-RCV-REVERSED-COUNT        PIC 9(09) VALUE 0.
           05  WS-RETURN-SEQ                PIC 9(05) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-EXCEPTION-REASON          PIC X(40) VALUE SPACES.
           05  WS-RETURNED-PAYMENT-FEE      PIC 9(07)V99 VALUE 0.
           05  WS-ENTRY-CAT-CD              PIC 9(04) VALUE 0.
           05  WS-ENTRY-AMT                 PIC S9(09)V99 VALUE 0.
           05  WS-ENTRY-DESC-PREFIX         PIC X(21) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-REVERSED-AMOUNT           PIC S9(11)V99 VALUE 0.
           05  WS-FEE-AMOUNT                PIC S9(11)V99 VALUE 0.
           05  WS-RCV-REVERSED-AMOUNT       PIC S9(11)V99 VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 0200-LBXLOG-OPEN.
           PERFORM 0300-DELINQF-OPEN.
           PERFORM 0350-ACCT-PRICING-OPEN.
           PERFORM 0370-RECOVRY-OPEN.
           PERFORM 0400-DALYNSF-OPEN.
           PERFORM 0500-NSFEXCP-OPEN.
           PERFORM 0600-NSFRPT-OPEN.
           DISPLAY 'RETURNS READ           :' WS-RETURN-READ-COUNT.
           DISPLAY 'PAYMENTS REVERSED      :' WS-REVERSED-COUNT.
           DISPLAY 'FEES ASSESSED          :' WS-FEE-COUNT.
           DISPLAY 'RECOVERIES REVERSED    :' WS-RCV-REVERSED-COUNT.
           DISPLAY 'RETURNS TO EXCEPTIONS  :' WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE.
               MOVE SPACES TO WS-EXCEPTION-REASON
               PERFORM 1200-MATCH-INTAKE-LOG
               IF WS-EXCEPTION-REASON = SPACES
                   PERFORM 1250-CHECK-CHARGED-OFF
                   IF RETURN-IS-RECOVERY
                       PERFORM 1700-WRITE-RECOVERY-REVERSAL
                   ELSE
                       PERFORM 1300-WRITE-REVERSAL
                       PERFORM 1400-WRITE-RETURN-FEE
                       PERFORM 1500-BUMP-DELINQUENCY
                   END-IF
                   PERFORM 1600-MARK-LOG-RETURNED
               ELSE
                   PERFORM 1900-WRITE-EXCEPTION.
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * CBLBX01C converts every lockbox payment on a charged-off
      * account as a recovery, so a return on one is a returned
      * recovery.
      *---------------------------------------------------------------*
       1250-CHECK-CHARGED-OFF.
           MOVE 'N' TO WS-CHARGED-OFF-FLAG.
           MOVE LOG-ACCT-ID TO FD-ACCT-ID.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CHARGED-OFF-FLAG.
           IF ACCTFILE-STATUS = '00'
               IF ACCT-IS-CHARGED-OFF
                   MOVE 'Y' TO WS-CHARGED-OFF-FLAG.

      *---------------------------------------------------------------*
      * Reverse the payment: the original credit re-posted as a
      * debit for the same amount, under the same type and category,
               MOVE 'N'         TO DLQ-REFER-FLAG.

           ADD 1 TO DLQ-MISSED-COUNT.
           IF DLQ-MISSED-COUNT > WS-MAX-MISSED
               MOVE WS-MAX-MISSED TO DLQ-MISSED-COUNT.
           COMPUTE DLQ-AGING-BUCKET = DLQ-MISSED-COUNT * 30.
           IF DLQ-AGING-BUCKET > WS-REFER-BUCKET
               MOVE 'Y' TO DLQ-REFER-FLAG.

           MOVE DELINQ-RECORD TO FD-DELINQ-RECORD.
           IF DLQ-RECORD-EXISTS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * Back out a returned recovery: the cash-received entry comes
      * back out of cat 1 as a debit and the applied entry out of
      * cat 2 as a credit, the mirror of the pair CBLBX01C wrote.
      * The recovered total drops by the amount, and an account that
      * had closed out as fully recovered goes back open.
      *---------------------------------------------------------------*
       1700-WRITE-RECOVERY-REVERSAL.
           MOVE WS-RECOVERY-RCVD-CAT-CD TO WS-ENTRY-CAT-CD.
           MOVE LOG-PAYMENT-AMT TO WS-ENTRY-AMT.
           MOVE 'RECOVERY RETURN RCVD ' TO WS-ENTRY-DESC-PREFIX.
           PERFORM 1720-WRITE-RECOVERY-ENTRY.

           MOVE WS-RECOVERY-APPLD-CAT-CD TO WS-ENTRY-CAT-CD.
           COMPUTE WS-ENTRY-AMT = 0 - LOG-PAYMENT-AMT.
           MOVE 'RECOVERY RETURN APPLD' TO WS-ENTRY-DESC-PREFIX.
           PERFORM 1720-WRITE-RECOVERY-ENTRY.

           PERFORM 1750-BACK-OUT-RECOVERY.

           ADD 1 TO WS-RCV-REVERSED-COUNT.
           ADD LOG-PAYMENT-AMT TO WS-RCV-REVERSED-AMOUNT.

       1720-WRITE-RECOVERY-ENTRY.
           ADD 1 TO WS-RETURN-SEQ.
           IF WS-RETURN-SEQ > 99999
               MOVE 1 TO WS-RETURN-SEQ.

           MOVE SPACES TO DALYTRAN-RECORD.
           STRING 'R' DELIMITED BY SIZE
                  DB2-YYYY (3:2) DELIMITED BY SIZE
                  DB2-MM DELIMITED BY SIZE
                  DB2-DD DELIMITED BY SIZE
                  LOG-ACCT-ID (8:4) DELIMITED BY SIZE
                  WS-RETURN-SEQ DELIMITED BY SIZE
                  INTO DALY-TRAN-ID.
           MOVE WS-RECOVERY-TYPE-CD  TO DALY-TRAN-TYPE-CD.
           MOVE WS-ENTRY-CAT-CD      TO DALY-TRAN-CAT-CD.
           MOVE 'NSFRTRN'            TO DALY-TRAN-SOURCE.
           STRING WS-ENTRY-DESC-PREFIX DELIMITED BY SIZE
                  ' - LOCKBOX BATCH ' DELIMITED BY SIZE
                  LOG-BATCH-ID DELIMITED BY SIZE
                  ' SEQ ' DELIMITED BY SIZE
                  LOG-SEQ-NUM DELIMITED BY SIZE
                  INTO DALY-TRAN-DESC.
           MOVE WS-ENTRY-AMT         TO DALY-TRAN-AMT.
           MOVE 0                    TO DALY-TRAN-MERCHANT-ID.
           MOVE SPACES               TO DALY-TRAN-MERCHANT-NAME
                                         DALY-TRAN-MERCHANT-CITY
                                         DALY-TRAN-MERCHANT-ZIP.
           MOVE LOG-CARD-NUM         TO DALY-TRAN-CARD-NUM.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-ORIG-TS.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-PROC-TS.
           MOVE 'USD'                TO DALY-TRAN-CURRENCY-CD.
           MOVE DALY-TRAN-AMT        TO DALY-TRAN-ORIG-AMT.
           MOVE 1                    TO DALY-TRAN-FX-RATE.
           PERFORM 1800-WRITE-DALYTRAN-RECORD.

       1750-BACK-OUT-RECOVERY.
           MOVE LOG-ACCT-ID TO FD-RCV-ACCT-ID.
           READ RECOVERY-FILE INTO RECOVERY-RECORD
               INVALID KEY
                   DISPLAY 'NO RECOVERY RECORD FOR ACCOUNT '
                           LOG-ACCT-ID ' - TOTAL NOT ADJUSTED'.
           IF RECOVRY-STATUS = '00'
               SUBTRACT LOG-PAYMENT-AMT FROM RCV-RECOVERED-AMT
               IF RCV-RECOVERY-COUNT > 0
                   SUBTRACT 1 FROM RCV-RECOVERY-COUNT
               END-IF
               SET RCV-OPEN TO TRUE
               MOVE RECOVERY-RECORD TO FD-RECOVERY-RECORD
               REWRITE FD-RECOVERY-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING RECOVERY FILE'
                       MOVE RECOVRY-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-REWRITE
           END-IF.

      *---------------------------------------------------------------*
       1800-WRITE-DALYTRAN-RECORD.
           MOVE DALYTRAN-RECORD TO FD-DALYTRAN-OUT-RECORD.
           WRITE FD-NSFRPT-REC FROM NSFRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO NSFRPT-COUNT-LINE.
           MOVE 'RECOVERIES REVERSED:' TO NFC-LABEL.
           MOVE WS-RCV-REVERSED-COUNT TO NFC-COUNT.
           WRITE FD-NSFRPT-REC FROM NSFRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO NSFRPT-AMOUNT-LINE.
           MOVE 'RECOVERY AMOUNT REVERSED:' TO NFA-LABEL.
           MOVE WS-RCV-REVERSED-AMOUNT TO NFA-AMOUNT.
           WRITE FD-NSFRPT-REC FROM NSFRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO NSFRPT-COUNT-LINE.
           MOVE 'RETURNS TO EXCEPTIONS:' TO NFC-LABEL.
           MOVE WS-EXCEPTION-COUNT TO NFC-COUNT.
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0370-RECOVRY-OPEN.
           OPEN I-O RECOVERY-FILE.
           IF RECOVRY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RECOVERY FILE'
               MOVE RECOVRY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0400-DALYNSF-OPEN.
           OPEN OUTPUT DALYTRAN-OUT-FILE.
           IF DALYNSF-STATUS NOT = '00'
                 DELINQ-FILE
                 ACCOUNT-FILE
                 PRICING-FILE
                 RECOVERY-FILE
                 DALYTRAN-OUT-FILE
                 NSF-EXCEPT-FILE
                 NSF-REPORT-FILE.
