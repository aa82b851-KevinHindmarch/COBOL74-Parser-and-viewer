      ******************************************************************
      * Program     : CBRFD01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly credit balance refund run. Walks
      *               ACCOUNT-FILE and refunds every account whose
      *               balance is in credit and either carries an open
      *               customer request from CORFDUPC or has been in
      *               credit past the RFDPARM days and amount. Each
      *               refund goes out as a check request on the
      *               disbursement vendor extract, payable to the
      *               customer at the CUST-FILE address, and as an
      *               offsetting debit in DALYTRAN-FILE's layout that
      *               CBTRN02C posts to take the balance to zero.
      *               Dormant, charged-off, closed and closing
      *               accounts are never paid here - a customer
      *               request on one is routed to review, an aged
      *               credit on one is listed as excluded and left to
      *               the process that owns the account (CBDOR01C
      *               escheats dormant credits).
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBRFD01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT REFUND-FILE ASSIGN TO REFUNDRQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RFD-ACCT-ID
                  FILE STATUS  IS REFUNDRQ-STATUS.

           SELECT XREF-FILE ASSIGN TO CARDXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                     WITH DUPLICATES
                  FILE STATUS  IS CARDXREF-STATUS.

           SELECT CUST-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT RFD-PARMS-FILE ASSIGN TO RFDPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RFDPARM-STATUS.

           SELECT RFD-CHECK-FILE ASSIGN TO RFDCHK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RFDCHK-STATUS.

           SELECT DALYTRAN-OUT-FILE ASSIGN TO DALYRFD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DALYRFD-STATUS.

           SELECT RFD-REPORT-FILE ASSIGN TO RFDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RFDRPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  REFUND-FILE.
       01  FD-REFUND-RECORD.
           05 FD-RFD-ACCT-ID                    PIC 9(11).
           05 FD-RFD-DATA                       PIC X(139).

       FD  XREF-FILE.
       01  FD-CARDXREF-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-DATA                      PIC X(34).
      * Second view of the same 50-byte record, exposing the account
      * id (XREF-ACCT-ID's offset in CVACT03Y) as the alternate key
      * declared above.
       01  FD-CARDXREF-KEYVIEW.
           05 FILLER                            PIC X(25).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FILLER                            PIC X(14).

       FD  CUST-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(241).

       FD  RFD-PARMS-FILE.
       01  FD-RFDPARM-REC                       PIC X(80).

       FD  RFD-CHECK-FILE.
       01  FD-RFDCHK-REC                        PIC X(250).

       FD  DALYTRAN-OUT-FILE.
       01  FD-DALYTRAN-OUT-RECORD.
           05 FD-OUT-TRAN-ID                    PIC X(16).
           05 FD-OUT-TRAN-DATA                  PIC X(384).

       FD  RFD-REPORT-FILE.
       01  FD-RFDRPT-REC                        PIC X(133).

       FD  RUNCTL-FILE.
       01  FD-RUNCTL-REC                        PIC X(80).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVRUN01Y.
       01  RUNCTL-STATUS.
           05  RUNCTL-STAT1        PIC X.
           05  RUNCTL-STAT2        PIC X.

       01  WS-RUNCTL-VARS.
           05  WS-RUNCTL-ACTIVE             PIC X(01) VALUE 'N'.
           05  WS-RUN-CURRENT-DATE          PIC X(21).
           05  WS-RUN-TS                    PIC X(26).

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVRFD01Y.
       01  REFUNDRQ-STATUS.
           05  REFUNDRQ-STAT1      PIC X.
           05  REFUNDRQ-STAT2      PIC X.

       COPY CVACT03Y.
       01  CARDXREF-STATUS.
           05  CARDXREF-STAT1      PIC X.
           05  CARDXREF-STAT2      PIC X.

       COPY CVCUS01Y.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.

       01  RFDPARM-STATUS.
           05  RFDPARM-STAT1       PIC X.
           05  RFDPARM-STAT2       PIC X.

       COPY CVRFD02Y.
       01  RFDCHK-STATUS.
           05  RFDCHK-STAT1        PIC X.
           05  RFDCHK-STAT2        PIC X.

       COPY CVTRA06Y.
       01  DALYRFD-STATUS.
           05  DALYRFD-STAT1       PIC X.
           05  DALYRFD-STAT2       PIC X.

       COPY CVRFD03Y.
       01  RFDRPT-STATUS.
           05  RFDRPT-STAT1        PIC X.
           05  RFDRPT-STAT2        PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  IO-STATUS-04.
           05  IO-STATUS-0401      PIC 9   VALUE 0.
           05  IO-STATUS-0403      PIC 999 VALUE 0.

       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) COMP.

      * T I M E S T A M P   D B 2  X(26)     EEEE-MM-DD-UU.MM.SS.HH0000
       01  COBOL-TS.
           05 COB-YYYY                  PIC X(04).
           05 COB-MM                    PIC X(02).
           05 COB-DD                    PIC X(02).
           05 COB-HH                    PIC X(02).
           05 COB-MIN                   PIC X(02).
           05 COB-SS                    PIC X(02).
       01  DB2-FORMAT-TS                PIC X(26).
       01  FILLER REDEFINES DB2-FORMAT-TS.
           06 DB2-YYYY                  PIC X(004).
           06 DB2-STREEP-1              PIC X.
           06 DB2-MM                    PIC X(002).
           06 DB2-STREEP-2              PIC X.
           06 DB2-DD                    PIC X(002).
           06 DB2-STREEP-3              PIC X.
           06 DB2-HH                    PIC X(002).
           06 DB2-DOT-1                 PIC X.
           06 DB2-MIN                   PIC X(002).
           06 DB2-DOT-2                 PIC X.
           06 DB2-SS                    PIC X(002).
           06 DB2-DOT-3                 PIC X.
           06 DB2-MIL                   PIC 9(002).
           06 DB2-REST                  PIC X(04).

      * Run date the refunds are issued as of (blank means today),
      * the days a balance must have been in credit before it is
      * refunded unasked (blank or zero means 60), and the smallest
      * aged credit worth a check (blank means 1.00). A customer
      * request is refunded whatever its age and amount.
       01  WS-RFDPARM-RECORD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  FILLER                       PIC X(01).
           05  WS-PARM-CREDIT-DAYS          PIC 9(03).
           05  FILLER                       PIC X(01).
           05  WS-PARM-MIN-AMOUNT           PIC 9(07)V99.
           05  FILLER                       PIC X(56).

       01  WS-CONSTANTS.
           05  WS-DEFAULT-CREDIT-DAYS       PIC 9(03) VALUE 60.
           05  WS-DEFAULT-MIN-AMOUNT        PIC 9(07)V99 VALUE 1.00.
           05  WS-RFD-SOURCE                PIC X(10) VALUE 'REFUND'.
           05  WS-RFD-TYPE-CD               PIC X(02) VALUE '10'.
           05  WS-RFD-CAT-CD                PIC 9(04) VALUE 1.
           05  WS-RFD-DESC                  PIC X(40)
                     VALUE 'CREDIT BALANCE REFUND - CHECK ISSUED'.

       01  WS-FLAGS.
           05  WS-REFUND-ON-FILE-FLAG       PIC X(01) VALUE 'N'.
               88  REFUND-ON-FILE           VALUE 'Y'.
           05  WS-PAYEE-FOUND-FLAG          PIC X(01) VALUE 'N'.
               88  PAYEE-FOUND              VALUE 'Y'.
           05  WS-CANDIDATE-FLAG            PIC X(01) VALUE 'N'.
               88  REFUND-CANDIDATE         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCT-READ-COUNT           PIC 9(09) VALUE 0.
           05  WS-CREDIT-COUNT              PIC 9(09) VALUE 0.
           05  WS-CREDIT-DATED-COUNT        PIC 9(09) VALUE 0.
           05  WS-ISSUED-COUNT              PIC 9(09) VALUE 0.
           05  WS-ISSUED-REQUEST-COUNT      PIC 9(09) VALUE 0.
           05  WS-REVIEW-COUNT              PIC 9(09) VALUE 0.
           05  WS-EXCLUDED-COUNT            PIC 9(09) VALUE 0.
           05  WS-CANCELLED-COUNT           PIC 9(09) VALUE 0.
           05  WS-ALREADY-ISSUED-COUNT      PIC 9(09) VALUE 0.
           05  WS-RFD-SEQ                   PIC 9(05) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-ISSUED-AMOUNT       PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-HELD-AMOUNT         PIC S9(11)V99 VALUE 0.

      * Refunds held back this run - routed to review, excluded or
      * cancelled - are kept here and printed as their own section
      * after the checks issued.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 1000 TIMES.
               10  WS-HELD-LINE             PIC X(133).
       01  WS-HELD-VARS.
           05  WS-HELD-USED                 PIC 9(04) VALUE 0.
           05  WS-HELD-SUB                  PIC 9(04) VALUE 0.
           05  WS-MAX-HELD                  PIC 9(04) VALUE 1000.
           05  WS-HELD-OVERFLOW-FLAG        PIC X(01) VALUE 'N'.

       01  WS-WORK-FIELDS.
           05  WS-AGED-CUTOFF-DATE          PIC X(10) VALUE SPACES.
           05  WS-REFUND-AMT                PIC S9(09)V99 VALUE 0.
           05  WS-HOLD-REASON               PIC X(30) VALUE SPACES.
           05  WS-CARD-NUM                  PIC X(16) VALUE SPACES.
           05  WS-PAYEE-NAME                PIC X(51) VALUE SPACES.

      * Date-arithmetic work areas, the same INTEGER-OF-DATE
      * technique CBDOR01C's cutoffs use.
       01  WS-DATE-WORK-FIELDS.
           05  WS-DATE-INTEGER              PIC S9(09) COMP.
           05  WS-RESULT-YYYYMMDD           PIC 9(08) VALUE 0.
           05  FILLER REDEFINES WS-RESULT-YYYYMMDD.
               10  WS-RESULT-YYYY           PIC X(04).
               10  WS-RESULT-MM             PIC X(02).
               10  WS-RESULT-DD             PIC X(02).
           05  WS-RESULT-DATE               PIC X(10) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBRFD01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0400-BUILD-TIMESTAMP.
           PERFORM 0050-RFDPARM-READ.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0150-REFUNDRQ-OPEN.
           PERFORM 0200-CARDXREF-OPEN.
           PERFORM 0250-CUSTFILE-OPEN.
           PERFORM 0300-RFDCHK-OPEN.
           PERFORM 0350-DALYRFD-OPEN.
           PERFORM 0500-RFDRPT-OPEN.
           PERFORM 0700-BUILD-AGED-CUTOFF.

           PERFORM 2100-WRITE-REPORT-HEADERS.

           PERFORM 1000-PROCESS-ACCOUNTS
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 2300-WRITE-HELD-REFUNDS.
           PERFORM 2500-WRITE-REPORT-TOTALS.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-READ-COUNT.
           DISPLAY 'ACCOUNTS IN CREDIT     :' WS-CREDIT-COUNT.
           DISPLAY '  CREDIT DATE STAMPED  :' WS-CREDIT-DATED-COUNT.
           DISPLAY 'REFUND CHECKS ISSUED   :' WS-ISSUED-COUNT.
           DISPLAY '  CUSTOMER REQUESTED   :' WS-ISSUED-REQUEST-COUNT.
           DISPLAY 'ROUTED TO REVIEW       :' WS-REVIEW-COUNT.
           DISPLAY 'EXCLUDED               :' WS-EXCLUDED-COUNT.
           DISPLAY 'REQUESTS CANCELLED     :' WS-CANCELLED-COUNT.
           DISPLAY 'ALREADY ISSUED TODAY   :' WS-ALREADY-ISSUED-COUNT.
           IF WS-HELD-OVERFLOW-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBRFD01C'.
           GOBACK.

      *---------------------------------------------------------------*
       0050-RFDPARM-READ.
           OPEN INPUT RFD-PARMS-FILE.
           IF RFDPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RFDPARM FILE'
               MOVE RFDPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           READ RFD-PARMS-FILE INTO WS-RFDPARM-RECORD.
           IF RFDPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING RFDPARM FILE'
               MOVE RFDPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           CLOSE RFD-PARMS-FILE.

           IF WS-PARM-RUN-DATE = SPACES
               MOVE DB2-FORMAT-TS (1:10) TO WS-PARM-RUN-DATE.
           IF WS-PARM-CREDIT-DAYS NOT NUMERIC
              OR WS-PARM-CREDIT-DAYS = 0
               MOVE WS-DEFAULT-CREDIT-DAYS TO WS-PARM-CREDIT-DAYS.
           IF WS-PARM-MIN-AMOUNT NOT NUMERIC
               MOVE WS-DEFAULT-MIN-AMOUNT TO WS-PARM-MIN-AMOUNT.
           MOVE WS-PARM-RUN-DATE TO RFH-RUN-DATE.

      *---------------------------------------------------------------*
       0400-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO COBOL-TS.
           MOVE COB-YYYY TO DB2-YYYY.
           MOVE '-'      TO DB2-STREEP-1.
           MOVE COB-MM   TO DB2-MM.
           MOVE '-'      TO DB2-STREEP-2.
           MOVE COB-DD   TO DB2-DD.
           MOVE '-'      TO DB2-STREEP-3.
           MOVE COB-HH   TO DB2-HH.
           MOVE '.'      TO DB2-DOT-1.
           MOVE COB-MIN  TO DB2-MIN.
           MOVE '.'      TO DB2-DOT-2.
           MOVE COB-SS   TO DB2-SS.
           MOVE '.'      TO DB2-DOT-3.
           MOVE 0        TO DB2-MIL.
           MOVE '0000'   TO DB2-REST.

      *---------------------------------------------------------------*
      * A credit dated on or before this cutoff has been in credit
      * the parameter days and is refunded without being asked for.
      *---------------------------------------------------------------*
       0700-BUILD-AGED-CUTOFF.
           MOVE WS-PARM-RUN-DATE TO WS-RESULT-DATE.
           COMPUTE WS-DATE-INTEGER = 0 - WS-PARM-CREDIT-DAYS.
           PERFORM 1700-ADD-DAYS-TO-DATE.
           MOVE WS-RESULT-DATE TO WS-AGED-CUTOFF-DATE.

      *---------------------------------------------------------------*
      * An account in credit is checked for a refund. An open
      * request on an account that is no longer in credit has
      * nothing left to refund and is cancelled.
      *---------------------------------------------------------------*
       1000-PROCESS-ACCOUNTS.
           PERFORM 1100-ACCTFILE-GET-NEXT.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-ACCT-READ-COUNT
               PERFORM 1150-READ-REFUND
               IF ACCT-CURR-BAL < 0
                   ADD 1 TO WS-CREDIT-COUNT
                   PERFORM 1200-CHECK-REFUND
               ELSE
                   IF REFUND-ON-FILE AND RFD-OPEN
                       PERFORM 1600-CANCEL-REQUEST
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1100-ACCTFILE-GET-NEXT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD.
           IF ACCTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF ACCTFILE-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               NEXT SENTENCE
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1150-READ-REFUND.
           MOVE 'N' TO WS-REFUND-ON-FILE-FLAG.
           MOVE ACCT-ID TO FD-RFD-ACCT-ID.
           READ REFUND-FILE INTO REFUND-RECORD
               INVALID KEY
                   MOVE SPACES TO REFUND-RECORD.
           IF REFUNDRQ-STATUS = '00'
               MOVE 'Y' TO WS-REFUND-ON-FILE-FLAG
           ELSE
               IF REFUNDRQ-STATUS NOT = '23'
                   DISPLAY 'ERROR READING REFUND FILE'
                   MOVE REFUNDRQ-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * A balance with no credit date on it went into credit before
      * CBTRN02C kept one, and is dated from this run. A refund
      * already issued today is not issued again on a rerun. Past
      * that the account is a candidate when the customer asked for
      * the refund, or the credit is old enough and large enough.
      *---------------------------------------------------------------*
       1200-CHECK-REFUND.
           IF ACCT-CREDIT-BAL-DATE = SPACES
               MOVE WS-PARM-RUN-DATE TO ACCT-CREDIT-BAL-DATE
               PERFORM 1650-REWRITE-ACCOUNT
               ADD 1 TO WS-CREDIT-DATED-COUNT.

           MOVE 'N' TO WS-CANDIDATE-FLAG.
           COMPUTE WS-REFUND-AMT = 0 - ACCT-CURR-BAL.
           IF REFUND-ON-FILE AND RFD-ISSUED
              AND RFD-ISSUED-DATE = WS-PARM-RUN-DATE
               ADD 1 TO WS-ALREADY-ISSUED-COUNT
           ELSE
               IF REFUND-ON-FILE AND RFD-OPEN
                   MOVE 'Y' TO WS-CANDIDATE-FLAG
               ELSE
                   IF ACCT-CREDIT-BAL-DATE NOT > WS-AGED-CUTOFF-DATE
                      AND WS-REFUND-AMT NOT < WS-PARM-MIN-AMOUNT
                       MOVE 'Y' TO WS-CANDIDATE-FLAG
                       PERFORM 1250-NEW-AGED-REFUND
                   END-IF
               END-IF
           END-IF.

           IF REFUND-CANDIDATE
               PERFORM 1320-READ-CUSTOMER
               PERFORM 1280-CHECK-EXCLUSIONS
               IF WS-HOLD-REASON = SPACES
                   PERFORM 1300-ISSUE-REFUND
               ELSE
                   PERFORM 1500-HOLD-REFUND
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * An aged credit refund starts a fresh refund record, replacing
      * whatever earlier refund or cancelled request was on file.
      *---------------------------------------------------------------*
       1250-NEW-AGED-REFUND.
           MOVE SPACES TO REFUND-RECORD.
           MOVE ACCT-ID TO RFD-ACCT-ID.
           SET RFD-AGED-CREDIT TO TRUE.
           MOVE WS-PARM-RUN-DATE TO RFD-REQUEST-DATE.
           MOVE 'CREDIT BALANCE AGED' TO RFD-REASON.
           MOVE 0 TO RFD-ISSUED-AMT.

      *---------------------------------------------------------------*
      * Accounts a refund check may not go to. The first reason that
      * applies is the one reported.
      *---------------------------------------------------------------*
       1280-CHECK-EXCLUSIONS.
           MOVE SPACES TO WS-HOLD-REASON.
           EVALUATE TRUE
               WHEN ACCT-IS-CHARGED-OFF
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-HOLD-REASON
               WHEN ACCT-ACTIVE-STATUS = 'N'
                   MOVE 'ACCOUNT CLOSED' TO WS-HOLD-REASON
               WHEN ACCT-IS-PENDING-CLOSE
                   MOVE 'ACCOUNT PENDING CLOSE' TO WS-HOLD-REASON
               WHEN ACCT-IS-DORMANT
                   MOVE 'ACCOUNT DORMANT' TO WS-HOLD-REASON
               WHEN NOT PAYEE-FOUND
                   MOVE 'NO PAYEE ADDRESS ON FILE' TO WS-HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------*
      * Offsetting debit, check request and refund record, then the
      * report line.
      *---------------------------------------------------------------*
       1300-ISSUE-REFUND.
           PERFORM 1400-WRITE-REFUND-TRAN.
           PERFORM 1450-WRITE-CHECK.

           SET RFD-ISSUED TO TRUE.
           MOVE SPACES            TO RFD-REVIEW-REASON.
           MOVE WS-PARM-RUN-DATE  TO RFD-ISSUED-DATE.
           MOVE WS-REFUND-AMT     TO RFD-ISSUED-AMT.
           MOVE DALY-TRAN-ID      TO RFD-CHECK-ID.
           PERFORM 1550-SAVE-REFUND.

           ADD 1 TO WS-ISSUED-COUNT.
           IF RFD-CUSTOMER-REQUEST
               ADD 1 TO WS-ISSUED-REQUEST-COUNT.
           ADD WS-REFUND-AMT TO WS-TOTAL-ISSUED-AMOUNT.

           PERFORM 1800-BUILD-DETAIL-LINE.
           MOVE RFD-CHECK-ID TO RFD-RPT-CHECK-ID.
           MOVE SPACES       TO RFD-RPT-REMARKS.
           WRITE FD-RFDRPT-REC FROM RFDRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
      * Name, address and a card on the account, off the first card
      * XREF-FILE's account-id alternate key lists for it.
      *---------------------------------------------------------------*
       1320-READ-CUSTOMER.
           MOVE 'N'    TO WS-PAYEE-FOUND-FLAG.
           MOVE SPACES TO WS-PAYEE-NAME
                          WS-CARD-NUM.
           MOVE SPACES TO CUSTOMER-RECORD.
           MOVE ACCT-ID TO FD-XREF-ACCT-ID.
           START XREF-FILE KEY IS = FD-XREF-ACCT-ID
               INVALID KEY
                   MOVE 'NO CARD ON FILE' TO WS-PAYEE-NAME
               NOT INVALID KEY
                   READ XREF-FILE NEXT RECORD INTO CARD-XREF-RECORD
                   IF CARDXREF-STATUS = '00'
                      AND XREF-ACCT-ID = ACCT-ID
                       MOVE XREF-CARD-NUM TO WS-CARD-NUM
                       MOVE XREF-CUST-ID TO FD-CUST-ID
                       READ CUST-FILE INTO CUSTOMER-RECORD
                           INVALID KEY
                               MOVE XREF-CUST-ID TO WS-PAYEE-NAME
                       END-READ
                       IF CUSTFILE-STATUS = '00'
                           STRING FUNCTION TRIM (CUST-FIRST-NAME)
                                      DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  CUST-LAST-NAME DELIMITED BY SIZE
                               INTO WS-PAYEE-NAME
                           END-STRING
                           IF CUST-ADDR-LINE-1 NOT = SPACES
                              AND CUST-ADDR-ZIP NOT = SPACES
                               MOVE 'Y' TO WS-PAYEE-FOUND-FLAG
                           END-IF
                       END-IF
                   END-IF
           END-START.

      *---------------------------------------------------------------*
      * The refund as a DALYTRAN-FILE record with a generated id on
      * the CBFEE01C recipe. It is a debit for the credit amount, so
      * CBTRN02C's posting brings the balance back to zero.
      *---------------------------------------------------------------*
       1400-WRITE-REFUND-TRAN.
           ADD 1 TO WS-RFD-SEQ.
           IF WS-RFD-SEQ > 99999
               MOVE 1 TO WS-RFD-SEQ.

           MOVE SPACES TO DALYTRAN-RECORD.
           STRING 'K' DELIMITED BY SIZE
                  DB2-YYYY (3:2) DELIMITED BY SIZE
                  DB2-MM DELIMITED BY SIZE
                  DB2-DD DELIMITED BY SIZE
                  ACCT-ID (8:4) DELIMITED BY SIZE
                  WS-RFD-SEQ DELIMITED BY SIZE
                  INTO DALY-TRAN-ID.
           MOVE WS-RFD-TYPE-CD       TO DALY-TRAN-TYPE-CD.
           MOVE WS-RFD-CAT-CD        TO DALY-TRAN-CAT-CD.
           MOVE WS-RFD-SOURCE        TO DALY-TRAN-SOURCE.
           MOVE WS-RFD-DESC          TO DALY-TRAN-DESC.
           MOVE WS-REFUND-AMT        TO DALY-TRAN-AMT.
           MOVE 0                    TO DALY-TRAN-MERCHANT-ID.
           MOVE SPACES               TO DALY-TRAN-MERCHANT-NAME
                                         DALY-TRAN-MERCHANT-CITY
                                         DALY-TRAN-MERCHANT-ZIP.
           MOVE WS-CARD-NUM          TO DALY-TRAN-CARD-NUM.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-ORIG-TS.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-PROC-TS.
           MOVE 'USD'                TO DALY-TRAN-CURRENCY-CD.
           MOVE DALY-TRAN-AMT        TO DALY-TRAN-ORIG-AMT.
           MOVE 1                    TO DALY-TRAN-FX-RATE.

           MOVE DALYTRAN-RECORD TO FD-DALYTRAN-OUT-RECORD.
           WRITE FD-DALYTRAN-OUT-RECORD.
           IF DALYRFD-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DALYTRAN-OUT FILE'
               MOVE DALYRFD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1450-WRITE-CHECK.
           MOVE SPACES TO REFUND-CHECK-RECORD.
           MOVE DALY-TRAN-ID      TO CHK-CHECK-ID.
           MOVE ACCT-ID           TO CHK-ACCT-ID.
           MOVE WS-PARM-RUN-DATE  TO CHK-ISSUE-DATE.
           MOVE WS-REFUND-AMT     TO CHK-AMOUNT.
           MOVE WS-PAYEE-NAME     TO CHK-PAYEE-NAME.
           MOVE CUST-ADDR-LINE-1  TO CHK-ADDR-LINE-1.
           MOVE CUST-ADDR-LINE-2  TO CHK-ADDR-LINE-2.
           MOVE CUST-ADDR-CITY    TO CHK-ADDR-CITY.
           MOVE CUST-ADDR-STATE   TO CHK-ADDR-STATE.
           MOVE CUST-ADDR-ZIP     TO CHK-ADDR-ZIP.
           MOVE RFD-SOURCE        TO CHK-REFUND-SOURCE.
           WRITE FD-RFDCHK-REC FROM REFUND-CHECK-RECORD.
           IF RFDCHK-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RFDCHK FILE'
               MOVE RFDCHK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * A refund that may not be paid. A customer request goes to
      * review with the reason on it for the service team; an aged
      * credit is only listed, left for the process that owns the
      * account.
      *---------------------------------------------------------------*
       1500-HOLD-REFUND.
           PERFORM 1800-BUILD-DETAIL-LINE.
           MOVE SPACES TO RFD-RPT-CHECK-ID.
           IF RFD-CUSTOMER-REQUEST
               ADD 1 TO WS-REVIEW-COUNT
               IF RFD-REQUESTED
                  OR RFD-REVIEW-REASON NOT = WS-HOLD-REASON
                   SET RFD-IN-REVIEW TO TRUE
                   MOVE WS-HOLD-REASON TO RFD-REVIEW-REASON
                   PERFORM 1550-SAVE-REFUND
               END-IF
               MOVE SPACES TO RFD-RPT-REMARKS
               STRING 'REVIEW - ' DELIMITED BY SIZE
                      WS-HOLD-REASON DELIMITED BY '  '
                   INTO RFD-RPT-REMARKS
               END-STRING
           ELSE
               ADD 1 TO WS-EXCLUDED-COUNT
               MOVE SPACES TO RFD-RPT-REMARKS
               STRING 'EXCLUDED - ' DELIMITED BY SIZE
                      WS-HOLD-REASON DELIMITED BY '  '
                   INTO RFD-RPT-REMARKS
               END-STRING
           END-IF.
           ADD WS-REFUND-AMT TO WS-TOTAL-HELD-AMOUNT.
           PERFORM 1750-HOLD-REPORT-LINE.

      *---------------------------------------------------------------*
      * Rewrite the account's refund record, or write it when the
      * account has none yet.
      *---------------------------------------------------------------*
       1550-SAVE-REFUND.
           MOVE REFUND-RECORD TO FD-REFUND-RECORD.
           IF REFUND-ON-FILE
               REWRITE FD-REFUND-RECORD
           ELSE
               WRITE FD-REFUND-RECORD
           END-IF.
           IF REFUNDRQ-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING REFUND FILE'
               MOVE REFUNDRQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           MOVE 'Y' TO WS-REFUND-ON-FILE-FLAG.

      *---------------------------------------------------------------*
       1600-CANCEL-REQUEST.
           SET RFD-CANCELLED TO TRUE.
           MOVE 'BALANCE NO LONGER IN CREDIT' TO RFD-REVIEW-REASON.
           PERFORM 1550-SAVE-REFUND.
           ADD 1 TO WS-CANCELLED-COUNT.

           MOVE 0 TO WS-REFUND-AMT.
           PERFORM 1320-READ-CUSTOMER.
           PERFORM 1800-BUILD-DETAIL-LINE.
           MOVE SPACES TO RFD-RPT-CHECK-ID.
           MOVE 'CANCELLED - NOT IN CREDIT' TO RFD-RPT-REMARKS.
           PERFORM 1750-HOLD-REPORT-LINE.

      *---------------------------------------------------------------*
       1650-REWRITE-ACCOUNT.
           MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC.
           REWRITE FD-ACCTFILE-REC
               INVALID KEY
                   DISPLAY 'ERROR REWRITING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1700-ADD-DAYS-TO-DATE.
           MOVE WS-RESULT-DATE (1:4) TO WS-RESULT-YYYY.
           MOVE WS-RESULT-DATE (6:2) TO WS-RESULT-MM.
           MOVE WS-RESULT-DATE (9:2) TO WS-RESULT-DD.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-RESULT-YYYYMMDD)
                   + WS-DATE-INTEGER.
           COMPUTE WS-RESULT-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           STRING WS-RESULT-YYYY DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-RESULT-MM   DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-RESULT-DD   DELIMITED BY SIZE
               INTO WS-RESULT-DATE
           END-STRING.

      *---------------------------------------------------------------*
       1750-HOLD-REPORT-LINE.
           IF WS-HELD-USED < WS-MAX-HELD
               ADD 1 TO WS-HELD-USED
               MOVE RFDRPT-DETAIL-LINE TO WS-HELD-LINE (WS-HELD-USED)
           ELSE
               MOVE 'Y' TO WS-HELD-OVERFLOW-FLAG
               DISPLAY 'WARNING - HELD REFUND TABLE FULL, ACCOUNT '
                       ACCT-ID ' NOT LISTED'.

      *---------------------------------------------------------------*
      * Common part of the report line.
      *---------------------------------------------------------------*
       1800-BUILD-DETAIL-LINE.
           MOVE ACCT-ID              TO RFD-RPT-ACCT-ID.
           MOVE WS-PAYEE-NAME        TO RFD-RPT-CUST-NAME.
           MOVE WS-REFUND-AMT        TO RFD-RPT-AMOUNT.
           MOVE ACCT-CREDIT-BAL-DATE TO RFD-RPT-CREDIT-DATE.
           IF RFD-CUSTOMER-REQUEST
               MOVE 'REQUESTED' TO RFD-RPT-SOURCE
           ELSE
               MOVE 'AGED'      TO RFD-RPT-SOURCE
           END-IF.

      *---------------------------------------------------------------*
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-RFDRPT-REC FROM RFDRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-RFDRPT-REC FROM RFDRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.
           MOVE 'REFUND CHECKS ISSUED' TO RFH-SECTION-TITLE.
           WRITE FD-RFDRPT-REC FROM RFDRPT-SECTION-HEADER
               AFTER ADVANCING 2 LINES.
           WRITE FD-RFDRPT-REC FROM RFDRPT-DETAIL-HEADER
               AFTER ADVANCING 2 LINES.

      *---------------------------------------------------------------*
       2300-WRITE-HELD-REFUNDS.
           MOVE 'REFUNDS ROUTED TO REVIEW, EXCLUDED OR CANCELLED'
                TO RFH-SECTION-TITLE.
           WRITE FD-RFDRPT-REC FROM RFDRPT-SECTION-HEADER
               AFTER ADVANCING 3 LINES.
           WRITE FD-RFDRPT-REC FROM RFDRPT-DETAIL-HEADER
               AFTER ADVANCING 2 LINES.
           PERFORM 2310-WRITE-HELD-LINE
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-USED.

       2310-WRITE-HELD-LINE.
           WRITE FD-RFDRPT-REC FROM WS-HELD-LINE (WS-HELD-SUB)
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       2500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RFDRPT-COUNT-LINE.
           MOVE 'ACCOUNTS IN CREDIT:' TO RFC-LABEL.
           MOVE WS-CREDIT-COUNT TO RFC-COUNT.
           WRITE FD-RFDRPT-REC FROM RFDRPT-COUNT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE SPACES TO RFDRPT-COUNT-LINE.
           MOVE 'REFUND CHECKS ISSUED:' TO RFC-LABEL.
           MOVE WS-ISSUED-COUNT TO RFC-COUNT.
           WRITE FD-RFDRPT-REC FROM RFDRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RFDRPT-COUNT-LINE.
           MOVE '  CUSTOMER REQUESTED:' TO RFC-LABEL.
           MOVE WS-ISSUED-REQUEST-COUNT TO RFC-COUNT.
           WRITE FD-RFDRPT-REC FROM RFDRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RFDRPT-AMOUNT-LINE.
           MOVE 'TOTAL REFUNDED:' TO RFA-LABEL.
           MOVE WS-TOTAL-ISSUED-AMOUNT TO RFA-AMOUNT.
           WRITE FD-RFDRPT-REC FROM RFDRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RFDRPT-COUNT-LINE.
           MOVE 'ROUTED TO REVIEW:' TO RFC-LABEL.
           MOVE WS-REVIEW-COUNT TO RFC-COUNT.
           WRITE FD-RFDRPT-REC FROM RFDRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO RFDRPT-COUNT-LINE.
           MOVE 'EXCLUDED:' TO RFC-LABEL.
           MOVE WS-EXCLUDED-COUNT TO RFC-COUNT.
           WRITE FD-RFDRPT-REC FROM RFDRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RFDRPT-AMOUNT-LINE.
           MOVE 'CREDIT HELD BACK:' TO RFA-LABEL.
           MOVE WS-TOTAL-HELD-AMOUNT TO RFA-AMOUNT.
           WRITE FD-RFDRPT-REC FROM RFDRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RFDRPT-COUNT-LINE.
           MOVE 'REQUESTS CANCELLED:' TO RFC-LABEL.
           MOVE WS-CANCELLED-COUNT TO RFC-COUNT.
           WRITE FD-RFDRPT-REC FROM RFDRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       0100-ACCTFILE-OPEN.
           OPEN I-O ACCOUNT-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0150-REFUNDRQ-OPEN.
           OPEN I-O REFUND-FILE.
           IF REFUNDRQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REFUND FILE'
               MOVE REFUNDRQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-CARDXREF-OPEN.
           OPEN INPUT XREF-FILE.
           IF CARDXREF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREF FILE'
               MOVE CARDXREF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0250-CUSTFILE-OPEN.
           OPEN INPUT CUST-FILE.
           IF CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0300-RFDCHK-OPEN.
           OPEN OUTPUT RFD-CHECK-FILE.
           IF RFDCHK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RFDCHK FILE'
               MOVE RFDCHK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0350-DALYRFD-OPEN.
           OPEN OUTPUT DALYTRAN-OUT-FILE.
           IF DALYRFD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DALYTRAN-OUT FILE'
               MOVE DALYRFD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0500-RFDRPT-OPEN.
           OPEN OUTPUT RFD-REPORT-FILE.
           IF RFDRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RFDRPT FILE'
               MOVE RFDRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
                 REFUND-FILE
                 XREF-FILE
                 CUST-FILE
                 RFD-CHECK-FILE
                 DALYTRAN-OUT-FILE
                 RFD-REPORT-FILE.

      *---------------------------------------------------------------*
      * Run-control log. A START record goes out as the program
      * begins and an END record (counts and final return code) as
      * it finishes - including the abend path - so CBRUN01C can
      * print the end-of-night operations summary. A missing or
      * unopenable RUNCTL dataset costs a warning, never the run.
      *---------------------------------------------------------------*
       9800-WRITE-RUN-START.
           OPEN EXTEND RUNCTL-FILE.
           IF RUNCTL-STATUS NOT = '00'
               DISPLAY 'WARNING - RUN-CONTROL LOG NOT AVAILABLE, '
                       'STATUS ' RUNCTL-STATUS
               MOVE 'N' TO WS-RUNCTL-ACTIVE
           ELSE
               MOVE 'Y' TO WS-RUNCTL-ACTIVE
               PERFORM 9820-BUILD-RUN-TS
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE 'CBRFD01C' TO RUN-PROGRAM-ID
               SET RUN-REC-START TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE 0 TO RUN-READ-COUNT
               MOVE 0 TO RUN-POSTED-COUNT
               MOVE 0 TO RUN-REJECT-COUNT
               MOVE 0 TO RUN-RETURN-CODE
               WRITE FD-RUNCTL-REC FROM RUN-CONTROL-RECORD
               IF RUNCTL-STATUS NOT = '00'
                   DISPLAY 'WARNING - RUN-CONTROL START NOT WRITTEN'
                   MOVE 'N' TO WS-RUNCTL-ACTIVE
               END-IF
           END-IF.

       9810-WRITE-RUN-END.
           IF WS-RUNCTL-ACTIVE = 'Y'
               MOVE 'N' TO WS-RUNCTL-ACTIVE
               PERFORM 9820-BUILD-RUN-TS
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE 'CBRFD01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-ACCT-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-ISSUED-COUNT TO RUN-POSTED-COUNT
               MOVE WS-REVIEW-COUNT TO RUN-REJECT-COUNT
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               WRITE FD-RUNCTL-REC FROM RUN-CONTROL-RECORD
               CLOSE RUNCTL-FILE
           END-IF.

       9820-BUILD-RUN-TS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-CURRENT-DATE.
           STRING WS-RUN-CURRENT-DATE (1:4)  DELIMITED BY SIZE
                  '-'                        DELIMITED BY SIZE
                  WS-RUN-CURRENT-DATE (5:2)  DELIMITED BY SIZE
                  '-'                        DELIMITED BY SIZE
                  WS-RUN-CURRENT-DATE (7:2)  DELIMITED BY SIZE
                  '-'                        DELIMITED BY SIZE
                  WS-RUN-CURRENT-DATE (9:2)  DELIMITED BY SIZE
                  '.'                        DELIMITED BY SIZE
                  WS-RUN-CURRENT-DATE (11:2) DELIMITED BY SIZE
                  '.'                        DELIMITED BY SIZE
                  WS-RUN-CURRENT-DATE (13:2) DELIMITED BY SIZE
                  '.'                        DELIMITED BY SIZE
                  WS-RUN-CURRENT-DATE (15:2) DELIMITED BY SIZE
                  '0000'                     DELIMITED BY SIZE
               INTO WS-RUN-TS
           END-STRING.

      *---------------------------------------------------------------*
       9910-DISPLAY-IO-STATUS.
           IF IO-STAT1 NOT NUMERIC
              OR IO-STAT2 NOT NUMERIC
               MOVE 0 TO IO-STATUS-0401
               MOVE IO-STAT1 TO IO-STATUS-0401
               MOVE IO-STAT2 TO IO-STATUS-0403
           ELSE
               MOVE IO-STATUS TO IO-STATUS-04.
           DISPLAY 'FILE STATUS IS: ' IO-STATUS-0401 IO-STATUS-0403.

      *---------------------------------------------------------------*
       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'.
           MOVE 999 TO ABCODE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           CALL 'CEE3ABD'.
