      ******************************************************************
      * Program     : CBBUR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Month-end credit bureau reporting extract.
      *               Reads ACCOUNT-FILE end to end and writes one
      *               bureau base segment per account to BUREAU-FILE,
      *               between a header and a trailer record: balance,
      *               limit, open date and status off the account,
      *               name, address and date of birth off the
      *               customer master (through XREF-FILE), the SSN,
      *               the DELINQ-FILE aging bucket, and the amount
      *               due and payment received off the account's last
      *               STMT-HIST-FILE row. CLOSE-REQ-FILE settles the
      *               closed status, RECOVERY-FILE the balance still
      *               owed on a charged-off account, and an
      *               unresolved DISPUTE-FILE row sets the consumer-
      *               dispute compliance code. Accounts with no SSN
      *               or no usable mailing address are held off the
      *               file and listed as rejects on the control
      *               report, which also counts the segments written
      *               by account status.
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
       PROGRAM-ID. CBBUR01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

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

           SELECT DELINQ-FILE ASSIGN TO DELINQF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DLQ-ACCT-ID
                  FILE STATUS  IS DELINQF-STATUS.

           SELECT STMT-HIST-FILE ASSIGN TO STMTHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-STMT-KEY
                  FILE STATUS  IS STMTHIST-STATUS.

           SELECT CLOSE-REQ-FILE ASSIGN TO CLOSEREQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CLS-ACCT-ID
                  FILE STATUS  IS CLOSEREQ-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO RECOVRY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RCV-ACCT-ID
                  FILE STATUS  IS RECOVRY-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO DISPUTEF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-DSP-TRAN-ID
                  FILE STATUS  IS DISPUTEF-STATUS.

           SELECT BUR-PARMS-FILE ASSIGN TO BURPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BURPARM-STATUS.

           SELECT BUREAU-FILE ASSIGN TO BUREAUF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BUREAUF-STATUS.

           SELECT BUR-REPORT-FILE ASSIGN TO BURRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS BURRPT-STATUS.

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

       FD  DELINQ-FILE.
       01  FD-DELINQ-RECORD.
           05 FD-DLQ-ACCT-ID                    PIC 9(11).
           05 FD-DLQ-DATA                       PIC X(69).

       FD  STMT-HIST-FILE.
       01  FD-STMT-HIST-RECORD.
           05 FD-STMT-KEY.
              10 FD-STMT-ACCT-ID                PIC 9(11).
              10 FD-STMT-CYCLE-END-DATE         PIC X(10).
           05 FD-STMT-HIST-DATA                 PIC X(109).

       FD  CLOSE-REQ-FILE.
       01  FD-CLOSE-REQ-RECORD.
           05 FD-CLS-ACCT-ID                    PIC 9(11).
           05 FD-CLS-DATA                       PIC X(89).

       FD  RECOVERY-FILE.
       01  FD-RECOVERY-RECORD.
           05 FD-RCV-ACCT-ID                    PIC 9(11).
           05 FD-RCV-DATA                       PIC X(89).

       FD  DISPUTE-FILE.
       01  FD-DISPUTE-RECORD.
           05 FD-DSP-TRAN-ID                    PIC X(16).
           05 FD-DSP-DATA                       PIC X(144).

       FD  BUR-PARMS-FILE.
       01  FD-BURPARM-REC                       PIC X(80).

       FD  BUREAU-FILE.
       01  FD-BUREAU-RECORD                     PIC X(320).

       FD  BUR-REPORT-FILE.
       01  FD-BURRPT-REC                        PIC X(133).

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

       COPY CVACT03Y.
       01  CARDXREF-STATUS.
           05  CARDXREF-STAT1      PIC X.
           05  CARDXREF-STAT2      PIC X.

       COPY CVCUS01Y.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.

       COPY CVACT08Y.
       01  DELINQF-STATUS.
           05  DELINQF-STAT1       PIC X.
           05  DELINQF-STAT2       PIC X.

       COPY CVACT06Y.
       01  STMTHIST-STATUS.
           05  STMTHIST-STAT1      PIC X.
           05  STMTHIST-STAT2      PIC X.

       COPY CVCLS01Y.
       01  CLOSEREQ-STATUS.
           05  CLOSEREQ-STAT1      PIC X.
           05  CLOSEREQ-STAT2      PIC X.

       COPY CVCOF01Y.
       01  RECOVRY-STATUS.
           05  RECOVRY-STAT1       PIC X.
           05  RECOVRY-STAT2       PIC X.

       COPY CVDSP01Y.
       01  DISPUTEF-STATUS.
           05  DISPUTEF-STAT1      PIC X.
           05  DISPUTEF-STAT2      PIC X.

       01  BURPARM-STATUS.
           05  BURPARM-STAT1       PIC X.
           05  BURPARM-STAT2       PIC X.

       COPY CVBUR01Y.
       01  BUREAUF-STATUS.
           05  BUREAUF-STAT1       PIC X.
           05  BUREAUF-STAT2       PIC X.

       COPY CVBUR02Y.
       01  BURRPT-STATUS.
           05  BURRPT-STAT1        PIC X.
           05  BURRPT-STAT2        PIC X.

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

      * Activity date the file reports as of, and the furnisher
      * identity the bureau assigned. A blank date means today.
       01  WS-BURPARM-RECORD.
           05  WS-PARM-ACTIVITY-DATE        PIC X(10).
           05  FILLER                       PIC X(01).
           05  WS-PARM-REPORTER-ID          PIC X(10).
           05  FILLER                       PIC X(01).
           05  WS-PARM-REPORTER-NAME        PIC X(40).
           05  FILLER                       PIC X(18).

       01  WS-CONSTANTS.
           05  WS-MAX-DISPUTED-ACCTS        PIC 9(04) VALUE 2000.

      * Accounts with at least one unresolved dispute. DISPUTE-FILE
      * is keyed by transaction, so it is read once up front.
       01  WS-DISPUTE-TABLE.
           05  WS-DISPUTE-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-DSP-IDX.
               10  WS-DSP-TAB-ACCT-ID       PIC 9(11).

       01  WS-FLAGS.
           05  WS-CUST-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  CUST-WAS-FOUND           VALUE 'Y'.
           05  WS-STMT-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  STMT-WAS-FOUND           VALUE 'Y'.
           05  WS-DISPUTED-FLAG             PIC X(01) VALUE 'N'.
               88  ACCT-IS-DISPUTED         VALUE 'Y'.
           05  WS-DSP-EOF                   PIC X(01) VALUE 'N'.
           05  WS-SCAN-DONE                 PIC X(01) VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-ACCT-READ-COUNT           PIC 9(09) VALUE 0.
           05  WS-BASE-WRITTEN-COUNT        PIC 9(09) VALUE 0.
           05  WS-CURRENT-COUNT             PIC 9(09) VALUE 0.
           05  WS-PAST-DUE-COUNT            PIC 9(09) VALUE 0.
           05  WS-CLOSED-COUNT              PIC 9(09) VALUE 0.
           05  WS-CHARGED-OFF-COUNT         PIC 9(09) VALUE 0.
           05  WS-DISPUTED-COUNT            PIC 9(09) VALUE 0.
           05  WS-REJECT-COUNT              PIC 9(09) VALUE 0.
           05  WS-NO-SSN-COUNT              PIC 9(09) VALUE 0.
           05  WS-NO-ADDRESS-COUNT          PIC 9(09) VALUE 0.
           05  WS-DISPUTED-ACCT-COUNT       PIC 9(04) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-ACTIVITY-DATE             PIC X(10) VALUE SPACES.
           05  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
           05  WS-OWED-AMT                  PIC S9(09)V99 VALUE 0.
           05  WS-WHOLE-DOLLARS             PIC S9(09)V99 VALUE 0.
           05  WS-DOLLAR-RESULT             PIC 9(09) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-BALANCE             PIC 9(13) VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBBUR01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0050-BURPARM-READ.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0250-CUSTFILE-OPEN.
           PERFORM 0300-DELINQF-OPEN.
           PERFORM 0350-STMTHIST-OPEN.
           PERFORM 0400-CLOSEREQ-OPEN.
           PERFORM 0450-RECOVRY-OPEN.
           PERFORM 0500-BUREAUF-OPEN.
           PERFORM 0600-BURRPT-OPEN.

           PERFORM 0700-LOAD-DISPUTED-ACCOUNTS.

           PERFORM 2100-WRITE-REPORT-HEADERS.
           PERFORM 2500-WRITE-BUREAU-HEADER.

           PERFORM 1000-PROCESS-ACCOUNTS
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 2600-WRITE-BUREAU-TRAILER.
           PERFORM 2200-WRITE-REPORT-TOTALS.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-READ-COUNT.
           DISPLAY 'BASE SEGMENTS WRITTEN  :' WS-BASE-WRITTEN-COUNT.
           DISPLAY 'ACCOUNTS REJECTED      :' WS-REJECT-COUNT.
           DISPLAY 'DISPUTED ACCOUNTS      :' WS-DISPUTED-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBBUR01C'.
           GOBACK.

      *---------------------------------------------------------------*
       0050-BURPARM-READ.
           OPEN INPUT BUR-PARMS-FILE.
           IF BURPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BURPARM FILE'
               MOVE BURPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           READ BUR-PARMS-FILE INTO WS-BURPARM-RECORD.
           IF BURPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING BURPARM FILE'
               MOVE BURPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           CLOSE BUR-PARMS-FILE.

           IF WS-PARM-ACTIVITY-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-CURRENT-DATE
               STRING WS-RUN-CURRENT-DATE (1:4) DELIMITED BY SIZE
                      '-'                       DELIMITED BY SIZE
                      WS-RUN-CURRENT-DATE (5:2) DELIMITED BY SIZE
                      '-'                       DELIMITED BY SIZE
                      WS-RUN-CURRENT-DATE (7:2) DELIMITED BY SIZE
                   INTO WS-ACTIVITY-DATE
               END-STRING
           ELSE
               MOVE WS-PARM-ACTIVITY-DATE TO WS-ACTIVITY-DATE.

           DISPLAY 'ACTIVITY DATE          :' WS-ACTIVITY-DATE.

      *---------------------------------------------------------------*
       0700-LOAD-DISPUTED-ACCOUNTS.
           OPEN INPUT DISPUTE-FILE.
           IF DISPUTEF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPUTE FILE'
               MOVE DISPUTEF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

           MOVE 'N' TO WS-DSP-EOF.
           PERFORM 0710-LOAD-NEXT-DISPUTE
               UNTIL WS-DSP-EOF = 'Y'.

           CLOSE DISPUTE-FILE.
           DISPLAY 'ACCOUNTS IN DISPUTE    :' WS-DISPUTED-ACCT-COUNT.

       0710-LOAD-NEXT-DISPUTE.
           READ DISPUTE-FILE INTO DISPUTE-RECORD.
           IF DISPUTEF-STATUS = '00'
               IF DSP-STATUS-UNRESOLVED
                   PERFORM 0720-ADD-DISPUTED-ACCOUNT
               END-IF
           ELSE
               IF DISPUTEF-STATUS = '10'
                   MOVE 'Y' TO WS-DSP-EOF
               ELSE
                   DISPLAY 'ERROR READING DISPUTE FILE'
                   MOVE DISPUTEF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF.

       0720-ADD-DISPUTED-ACCOUNT.
           MOVE DSP-ACCT-ID TO ACCT-ID.
           PERFORM 1600-CHECK-DISPUTED.
           IF NOT ACCT-IS-DISPUTED
               IF WS-DISPUTED-ACCT-COUNT < WS-MAX-DISPUTED-ACCTS
                   ADD 1 TO WS-DISPUTED-ACCT-COUNT
                   SET WS-DSP-IDX TO WS-DISPUTED-ACCT-COUNT
                   MOVE DSP-ACCT-ID TO WS-DSP-TAB-ACCT-ID (WS-DSP-IDX)
               ELSE
                   DISPLAY 'WARNING - DISPUTE TABLE FULL, '
                           'ACCOUNT ' DSP-ACCT-ID
                           ' NOT FLAGGED AS DISPUTED'.

      *---------------------------------------------------------------*
       1000-PROCESS-ACCOUNTS.
           PERFORM 1100-ACCTFILE-GET-NEXT.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-ACCT-READ-COUNT
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM 1200-GET-CUSTOMER
               PERFORM 1300-EDIT-REPORTABLE
               IF WS-REJECT-REASON = SPACES
                   PERFORM 1400-BUILD-BASE-SEGMENT
                   PERFORM 1800-WRITE-BASE-SEGMENT
               ELSE
                   PERFORM 2300-WRITE-REJECT-LINE.

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
      * The account's customer through XREF-FILE's account-id
      * alternate key - every card on an account carries the same
      * customer, so the first one found is enough.
      *---------------------------------------------------------------*
       1200-GET-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-FLAG.
           MOVE ACCT-ID TO FD-XREF-ACCT-ID.
           START XREF-FILE KEY IS = FD-XREF-ACCT-ID
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND-FLAG
               NOT INVALID KEY
                   READ XREF-FILE NEXT RECORD INTO CARD-XREF-RECORD
                   IF CARDXREF-STATUS = '00'
                      AND XREF-ACCT-ID = ACCT-ID
                       MOVE XREF-CUST-ID TO FD-CUST-ID
                       READ CUST-FILE INTO CUSTOMER-RECORD
                           INVALID KEY
                               MOVE 'N' TO WS-CUST-FOUND-FLAG
                       END-READ
                       IF CUSTFILE-STATUS = '00'
                           MOVE 'Y' TO WS-CUST-FOUND-FLAG
                       END-IF
                   END-IF
           END-START.

      *---------------------------------------------------------------*
      * The bureau matches a segment to a consumer on SSN, name and
      * address; a segment missing any of them would be rejected at
      * their end, so it is held back here and worked from the
      * control report instead.
      *---------------------------------------------------------------*
       1300-EDIT-REPORTABLE.
           IF ACCT-SSN NOT NUMERIC
              OR ACCT-SSN = 0
               ADD 1 TO WS-NO-SSN-COUNT
               MOVE 'MISSING SSN' TO WS-REJECT-REASON
           ELSE
               IF NOT CUST-WAS-FOUND
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   MOVE 'MISSING ADDRESS - NO CUSTOMER RECORD'
                        TO WS-REJECT-REASON
               ELSE
                   IF CUST-ADDR-LINE-1 = SPACES
                      OR CUST-ADDR-CITY = SPACES
                      OR CUST-ADDR-STATE = SPACES
                      OR CUST-ADDR-ZIP = SPACES
                       ADD 1 TO WS-NO-ADDRESS-COUNT
                       MOVE 'MISSING ADDRESS'
                            TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1400-BUILD-BASE-SEGMENT.
           MOVE SPACES TO BUREAU-BASE-RECORD.
           SET BUR-IS-BASE TO TRUE.
           MOVE ACCT-ID           TO BURB-ACCT-ID.
           MOVE ACCT-OPEN-DATE    TO BURB-OPEN-DATE.
           MOVE ACCT-SSN          TO BURB-SSN.
           MOVE CUST-LAST-NAME    TO BURB-SURNAME.
           MOVE CUST-FIRST-NAME   TO BURB-FIRST-NAME.
           MOVE CUST-DOB          TO BURB-DOB.
           MOVE CUST-ADDR-LINE-1  TO BURB-ADDR-LINE-1.
           MOVE CUST-ADDR-LINE-2  TO BURB-ADDR-LINE-2.
           MOVE CUST-ADDR-CITY    TO BURB-ADDR-CITY.
           MOVE CUST-ADDR-STATE   TO BURB-ADDR-STATE.
           MOVE CUST-ADDR-ZIP     TO BURB-ADDR-ZIP.

           MOVE ACCT-CREDIT-LIMIT TO WS-WHOLE-DOLLARS.
           PERFORM 1900-TO-WHOLE-DOLLARS.
           MOVE WS-DOLLAR-RESULT  TO BURB-CREDIT-LIMIT.

           MOVE 0 TO DLQ-AGING-BUCKET.
           MOVE 0 TO DLQ-AMOUNT-DUE.
           MOVE ACCT-ID TO FD-DLQ-ACCT-ID.
           READ DELINQ-FILE INTO DELINQ-RECORD
               INVALID KEY
                   MOVE 0 TO DLQ-AGING-BUCKET
                   MOVE 0 TO DLQ-AMOUNT-DUE.

           MOVE ACCT-CURR-BAL TO WS-OWED-AMT.
           PERFORM 1500-SET-ACCOUNT-STATUS.

           MOVE WS-OWED-AMT TO WS-WHOLE-DOLLARS.
           PERFORM 1900-TO-WHOLE-DOLLARS.
           MOVE WS-DOLLAR-RESULT TO BURB-CURRENT-BAL.

           PERFORM 1700-GET-LAST-STATEMENT.
           IF STMT-WAS-FOUND
               MOVE STMT-CYCLE-END-DATE TO BURB-LAST-STMT-DATE
               MOVE STMT-CLOSE-BAL TO WS-WHOLE-DOLLARS
               PERFORM 1900-TO-WHOLE-DOLLARS
               MOVE WS-DOLLAR-RESULT TO BURB-STMT-AMOUNT-DUE
      * Credits are carried negative on the history row. After
      * charge-off the cycle's credits are only the type 08 recovery
      * pairs, which the history row does not split out from their
      * offsetting entries, so a charged-off account reports none.
               IF ACCT-IS-CHARGED-OFF
                   MOVE 0 TO BURB-ACTUAL-PAYMENT
               ELSE
                   COMPUTE WS-WHOLE-DOLLARS = 0 - STMT-TOTAL-CREDITS
                   PERFORM 1900-TO-WHOLE-DOLLARS
                   MOVE WS-DOLLAR-RESULT TO BURB-ACTUAL-PAYMENT
               END-IF
           ELSE
               MOVE 0 TO BURB-STMT-AMOUNT-DUE
               MOVE 0 TO BURB-ACTUAL-PAYMENT
           END-IF.

           PERFORM 1600-CHECK-DISPUTED.
           IF ACCT-IS-DISPUTED
               MOVE 'XB' TO BURB-COMPLIANCE-CODE.

      *---------------------------------------------------------------*
      * A charged-off account reports the charge-off still unpaid -
      * its ledger balance was written to zero, but the consumer
      * still owes what the recovery record shows outstanding. A
      * closure completed through CLOSE-REQ-FILE (or an account
      * simply marked closed) reports closed; one still working
      * through the closure sequence reports its payment status
      * with the consumer-request comment. Everything else reports
      * by its aging bucket.
      *---------------------------------------------------------------*
       1500-SET-ACCOUNT-STATUS.
           MOVE 0 TO BURB-DAYS-PAST-DUE.
           MOVE 0 TO BURB-AMOUNT-PAST-DUE.
           MOVE SPACES TO CLOSE-REQUEST-RECORD.
           MOVE ACCT-ID TO FD-CLS-ACCT-ID.
           READ CLOSE-REQ-FILE INTO CLOSE-REQUEST-RECORD
               INVALID KEY
                   MOVE SPACES TO CLOSE-REQUEST-RECORD.

           IF ACCT-IS-CHARGED-OFF
               SET BURB-STATUS-CHARGED-OFF TO TRUE
               MOVE ACCT-CHARGEOFF-DATE TO BURB-CLOSED-DATE
               MOVE DLQ-AGING-BUCKET TO BURB-DAYS-PAST-DUE
               MOVE ACCT-ID TO FD-RCV-ACCT-ID
               READ RECOVERY-FILE INTO RECOVERY-RECORD
                   INVALID KEY
                       MOVE 0 TO RCV-CHARGEOFF-AMT
                       MOVE 0 TO RCV-RECOVERED-AMT
               END-READ
               COMPUTE WS-OWED-AMT =
                       RCV-CHARGEOFF-AMT - RCV-RECOVERED-AMT
               MOVE WS-OWED-AMT TO WS-WHOLE-DOLLARS
               PERFORM 1900-TO-WHOLE-DOLLARS
               MOVE WS-DOLLAR-RESULT TO BURB-AMOUNT-PAST-DUE
           ELSE
               IF ACCT-ACTIVE-STATUS = 'N'
                  OR CLS-STATUS-CLOSED
                   SET BURB-STATUS-CLOSED TO TRUE
                   MOVE CLS-CLOSED-DATE TO BURB-CLOSED-DATE
               ELSE
                   IF CLS-STATUS-IN-FLIGHT
                       MOVE 'CR' TO BURB-SPECIAL-COMMENT
                   END-IF
                   PERFORM 1550-STATUS-FROM-AGING
               END-IF
           END-IF.

       1550-STATUS-FROM-AGING.
           MOVE DLQ-AGING-BUCKET TO BURB-DAYS-PAST-DUE.
           EVALUATE TRUE
               WHEN DLQ-AGING-BUCKET >= 180
                   MOVE '84' TO BURB-ACCT-STATUS
               WHEN DLQ-AGING-BUCKET >= 150
                   MOVE '83' TO BURB-ACCT-STATUS
               WHEN DLQ-AGING-BUCKET >= 120
                   MOVE '82' TO BURB-ACCT-STATUS
               WHEN DLQ-AGING-BUCKET >= 90
                   MOVE '80' TO BURB-ACCT-STATUS
               WHEN DLQ-AGING-BUCKET >= 60
                   MOVE '78' TO BURB-ACCT-STATUS
               WHEN DLQ-AGING-BUCKET >= 30
                   MOVE '71' TO BURB-ACCT-STATUS
               WHEN OTHER
                   SET BURB-STATUS-CURRENT TO TRUE
           END-EVALUATE.
           IF NOT BURB-STATUS-CURRENT
               MOVE DLQ-AMOUNT-DUE TO WS-WHOLE-DOLLARS
               PERFORM 1900-TO-WHOLE-DOLLARS
               MOVE WS-DOLLAR-RESULT TO BURB-AMOUNT-PAST-DUE.

      *---------------------------------------------------------------*
       1600-CHECK-DISPUTED.
           MOVE 'N' TO WS-DISPUTED-FLAG.
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DISPUTED-ACCT-COUNT
                  OR ACCT-IS-DISPUTED
               IF WS-DSP-TAB-ACCT-ID (WS-DSP-IDX) = ACCT-ID
                   MOVE 'Y' TO WS-DISPUTED-FLAG
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * STMT-HIST-FILE is keyed account then cycle end date, so the
      * last row read before the account changes is the latest cut.
      *---------------------------------------------------------------*
       1700-GET-LAST-STATEMENT.
           MOVE 'N' TO WS-STMT-FOUND-FLAG.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE ACCT-ID    TO FD-STMT-ACCT-ID.
           MOVE LOW-VALUES TO FD-STMT-CYCLE-END-DATE.
           START STMT-HIST-FILE KEY IS >= FD-STMT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.

           PERFORM 1710-READ-NEXT-STATEMENT
               UNTIL WS-SCAN-DONE = 'Y'.

       1710-READ-NEXT-STATEMENT.
           READ STMT-HIST-FILE NEXT RECORD.
           IF STMTHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCAN-DONE
           ELSE
               IF FD-STMT-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   MOVE FD-STMT-HIST-RECORD TO STMT-HIST-RECORD
                   MOVE 'Y' TO WS-STMT-FOUND-FLAG
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1800-WRITE-BASE-SEGMENT.
           WRITE FD-BUREAU-RECORD FROM BUREAU-BASE-RECORD.
           IF BUREAUF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BUREAU FILE'
               MOVE BUREAUF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

           ADD 1 TO WS-BASE-WRITTEN-COUNT.
           ADD BURB-CURRENT-BAL TO WS-TOTAL-BALANCE.
           IF ACCT-IS-DISPUTED
               ADD 1 TO WS-DISPUTED-COUNT.
           EVALUATE TRUE
               WHEN BURB-STATUS-CURRENT
                   ADD 1 TO WS-CURRENT-COUNT
               WHEN BURB-STATUS-PAST-DUE
                   ADD 1 TO WS-PAST-DUE-COUNT
               WHEN BURB-STATUS-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN BURB-STATUS-CHARGED-OFF
                   ADD 1 TO WS-CHARGED-OFF-COUNT
           END-EVALUATE.

      *---------------------------------------------------------------*
      * The bureau takes whole dollars, unsigned: cents drop and a
      * credit balance reports as zero.
      *---------------------------------------------------------------*
       1900-TO-WHOLE-DOLLARS.
           IF WS-WHOLE-DOLLARS < 0
               MOVE 0 TO WS-DOLLAR-RESULT
           ELSE
               MOVE WS-WHOLE-DOLLARS TO WS-DOLLAR-RESULT.

      *---------------------------------------------------------------*
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-BURRPT-REC FROM BURRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-BURRPT-REC FROM BURRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE FD-BURRPT-REC FROM BURRPT-REJECT-HEADER
               AFTER ADVANCING 2 LINES.

       2200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO BURRPT-COUNT-LINE.
           MOVE 'ACCOUNTS READ:' TO BCL-LABEL.
           MOVE WS-ACCT-READ-COUNT TO BCL-COUNT.
           WRITE FD-BURRPT-REC FROM BURRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO BURRPT-COUNT-LINE.
           MOVE 'BASE SEGMENTS WRITTEN:' TO BCL-LABEL.
           MOVE WS-BASE-WRITTEN-COUNT TO BCL-COUNT.
           WRITE FD-BURRPT-REC FROM BURRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO BURRPT-COUNT-LINE.
           MOVE '  STATUS 11 CURRENT:' TO BCL-LABEL.
           MOVE WS-CURRENT-COUNT TO BCL-COUNT.
           WRITE FD-BURRPT-REC FROM BURRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO BURRPT-COUNT-LINE.
           MOVE '  STATUS 71-84 PAST DUE:' TO BCL-LABEL.
           MOVE WS-PAST-DUE-COUNT TO BCL-COUNT.
           WRITE FD-BURRPT-REC FROM BURRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO BURRPT-COUNT-LINE.
           MOVE '  STATUS 13 CLOSED:' TO BCL-LABEL.
           MOVE WS-CLOSED-COUNT TO BCL-COUNT.
           WRITE FD-BURRPT-REC FROM BURRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO BURRPT-COUNT-LINE.
           MOVE '  STATUS 97 CHARGED OFF:' TO BCL-LABEL.
           MOVE WS-CHARGED-OFF-COUNT TO BCL-COUNT.
           WRITE FD-BURRPT-REC FROM BURRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO BURRPT-COUNT-LINE.
           MOVE 'CONSUMER DISPUTE (XB):' TO BCL-LABEL.
           MOVE WS-DISPUTED-COUNT TO BCL-COUNT.
           WRITE FD-BURRPT-REC FROM BURRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO BURRPT-AMOUNT-LINE.
           MOVE 'TOTAL BALANCE REPORTED:' TO BAL-LABEL.
           MOVE WS-TOTAL-BALANCE TO BAL-AMOUNT.
           WRITE FD-BURRPT-REC FROM BURRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO BURRPT-COUNT-LINE.
           MOVE 'ACCOUNTS REJECTED:' TO BCL-LABEL.
           MOVE WS-REJECT-COUNT TO BCL-COUNT.
           WRITE FD-BURRPT-REC FROM BURRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO BURRPT-COUNT-LINE.
           MOVE '  MISSING SSN:' TO BCL-LABEL.
           MOVE WS-NO-SSN-COUNT TO BCL-COUNT.
           WRITE FD-BURRPT-REC FROM BURRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO BURRPT-COUNT-LINE.
           MOVE '  MISSING ADDRESS:' TO BCL-LABEL.
           MOVE WS-NO-ADDRESS-COUNT TO BCL-COUNT.
           WRITE FD-BURRPT-REC FROM BURRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       2300-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO BURRPT-REJECT-LINE.
           MOVE ACCT-ID TO BRL-ACCT-ID.
           MOVE WS-REJECT-REASON TO BRL-REASON.
           WRITE FD-BURRPT-REC FROM BURRPT-REJECT-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       2500-WRITE-BUREAU-HEADER.
           MOVE SPACES TO BUREAU-HEADER-RECORD.
           SET BUR-IS-HEADER TO TRUE.
           MOVE WS-PARM-REPORTER-ID   TO BURH-REPORTER-ID.
           MOVE WS-PARM-REPORTER-NAME TO BURH-REPORTER-NAME.
           MOVE WS-ACTIVITY-DATE      TO BURH-ACTIVITY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-CURRENT-DATE.
           STRING WS-RUN-CURRENT-DATE (1:4) DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  WS-RUN-CURRENT-DATE (5:2) DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  WS-RUN-CURRENT-DATE (7:2) DELIMITED BY SIZE
               INTO BURH-CREATED-DATE
           END-STRING.
           WRITE FD-BUREAU-RECORD FROM BUREAU-HEADER-RECORD.
           IF BUREAUF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BUREAU FILE HEADER'
               MOVE BUREAUF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       2600-WRITE-BUREAU-TRAILER.
           MOVE SPACES TO BUREAU-TRAILER-RECORD.
           SET BUR-IS-TRAILER TO TRUE.
           MOVE WS-BASE-WRITTEN-COUNT TO BURT-BASE-COUNT.
           MOVE WS-CURRENT-COUNT      TO BURT-CURRENT-COUNT.
           MOVE WS-PAST-DUE-COUNT     TO BURT-PAST-DUE-COUNT.
           MOVE WS-CLOSED-COUNT       TO BURT-CLOSED-COUNT.
           MOVE WS-CHARGED-OFF-COUNT  TO BURT-CHARGED-OFF-COUNT.
           MOVE WS-DISPUTED-COUNT     TO BURT-DISPUTED-COUNT.
           MOVE WS-TOTAL-BALANCE      TO BURT-TOTAL-BALANCE.
           WRITE FD-BUREAU-RECORD FROM BUREAU-TRAILER-RECORD.
           IF BUREAUF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BUREAU FILE TRAILER'
               MOVE BUREAUF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       0100-ACCTFILE-OPEN.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-XREFFILE-OPEN.
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

       0300-DELINQF-OPEN.
           OPEN INPUT DELINQ-FILE.
           IF DELINQF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DELINQ FILE'
               MOVE DELINQF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0350-STMTHIST-OPEN.
           OPEN INPUT STMT-HIST-FILE.
           IF STMTHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STMT HISTORY FILE'
               MOVE STMTHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0400-CLOSEREQ-OPEN.
           OPEN INPUT CLOSE-REQ-FILE.
           IF CLOSEREQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLOSE-REQ FILE'
               MOVE CLOSEREQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0450-RECOVRY-OPEN.
           OPEN INPUT RECOVERY-FILE.
           IF RECOVRY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RECOVERY FILE'
               MOVE RECOVRY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0500-BUREAUF-OPEN.
           OPEN OUTPUT BUREAU-FILE.
           IF BUREAUF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BUREAU FILE'
               MOVE BUREAUF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0600-BURRPT-OPEN.
           OPEN OUTPUT BUR-REPORT-FILE.
           IF BURRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BURRPT FILE'
               MOVE BURRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
                 XREF-FILE
                 CUST-FILE
                 DELINQ-FILE
                 STMT-HIST-FILE
                 CLOSE-REQ-FILE
                 RECOVERY-FILE
                 BUREAU-FILE
                 BUR-REPORT-FILE.

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
               MOVE 'CBBUR01C' TO RUN-PROGRAM-ID
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
               MOVE 'CBBUR01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-ACCT-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-BASE-WRITTEN-COUNT TO RUN-POSTED-COUNT
               MOVE WS-REJECT-COUNT TO RUN-REJECT-COUNT
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
