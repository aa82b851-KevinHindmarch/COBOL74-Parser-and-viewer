      ******************************************************************
      * Program     : CBAPY01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Nightly autopay ACH debit origination. Reads
      *               AUTOPAY-FILE for active enrollments whose
      *               account's DLQ-DUE-DATE is the run date, works
      *               out the debit from the enrolled option (minimum
      *               due, last statement balance or a fixed amount,
      *               never more than the balance owed), and writes
      *               the debit entry to the NACHA origination file
      *               for the bank with its batch and file control
      *               records. Each debit is also written as a type
      *               02 payment in DALYTRAN-FILE's own record layout
      *               with an AUTOPAY source so it posts through
      *               CBTRN02C that night, and logged on the keyed
      *               AUTOPAY-LOG-FILE so CBAPR01C can reverse it if
      *               the bank returns it. Charged-off and closed
      *               accounts are passed over.
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
       PROGRAM-ID. CBAPY01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-APY-ACCT-ID
                  FILE STATUS  IS AUTOPAY-STATUS.

           SELECT DELINQ-FILE ASSIGN TO DELINQF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DLQ-ACCT-ID
                  FILE STATUS  IS DELINQF-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
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

           SELECT STMT-HIST-FILE ASSIGN TO STMTHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-STMT-KEY
                  FILE STATUS  IS STMTHIST-STATUS.

           SELECT AUTOPAY-LOG-FILE ASSIGN TO APYLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-APL-LOG-KEY
                  FILE STATUS  IS APYLOG-STATUS.

           SELECT APY-PARMS-FILE ASSIGN TO APYPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS APYPARM-STATUS.

           SELECT ACH-OUT-FILE ASSIGN TO ACHOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ACHOUT-STATUS.

           SELECT DALYTRAN-OUT-FILE ASSIGN TO DALYAPY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DALYAPY-STATUS.

           SELECT APY-REPORT-FILE ASSIGN TO APYRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS APYRPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE.
       01  FD-AUTOPAY-RECORD.
           05 FD-APY-ACCT-ID                    PIC 9(11).
           05 FD-APY-DATA                       PIC X(139).

       FD  DELINQ-FILE.
       01  FD-DELINQ-RECORD.
           05 FD-DLQ-ACCT-ID                    PIC 9(11).
           05 FD-DLQ-DATA                       PIC X(69).

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

       FD  STMT-HIST-FILE.
       01  FD-STMT-HIST-RECORD.
           05 FD-STMT-KEY.
              10 FD-STMT-ACCT-ID                PIC 9(11).
              10 FD-STMT-CYCLE-END-DATE         PIC X(10).
           05 FD-STMT-HIST-DATA                 PIC X(109).

       FD  AUTOPAY-LOG-FILE.
       01  FD-AUTOPAY-LOG-RECORD.
           05 FD-APL-LOG-KEY.
              10 FD-APL-ENTRY-DATE              PIC X(10).
              10 FD-APL-TRACE-NUM               PIC X(15).
           05 FD-APL-DATA                       PIC X(75).

       FD  APY-PARMS-FILE.
       01  FD-APYPARM-REC                       PIC X(80).

       FD  ACH-OUT-FILE.
       01  FD-ACH-RECORD                        PIC X(94).

       FD  DALYTRAN-OUT-FILE.
       01  FD-DALYTRAN-OUT-RECORD.
           05 FD-OUT-TRAN-ID                    PIC X(16).
           05 FD-OUT-TRAN-DATA                  PIC X(384).

       FD  APY-REPORT-FILE.
       01  FD-APYRPT-REC                        PIC X(133).

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

       COPY CVAPY01Y.
       01  AUTOPAY-STATUS.
           05  AUTOPAY-STAT1       PIC X.
           05  AUTOPAY-STAT2       PIC X.

       COPY CVACT08Y.
       01  DELINQF-STATUS.
           05  DELINQF-STAT1       PIC X.
           05  DELINQF-STAT2       PIC X.

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

       COPY CVACT06Y.
       01  STMTHIST-STATUS.
           05  STMTHIST-STAT1      PIC X.
           05  STMTHIST-STAT2      PIC X.

       COPY CVAPY03Y.
       01  APYLOG-STATUS.
           05  APYLOG-STAT1        PIC X.
           05  APYLOG-STAT2        PIC X.

       01  APYPARM-STATUS.
           05  APYPARM-STAT1       PIC X.
           05  APYPARM-STAT2       PIC X.

       COPY CVAPY02Y.
       01  ACHOUT-STATUS.
           05  ACHOUT-STAT1        PIC X.
           05  ACHOUT-STAT2        PIC X.

       COPY CVTRA06Y.
       01  DALYAPY-STATUS.
           05  DALYAPY-STAT1       PIC X.
           05  DALYAPY-STAT2       PIC X.

       COPY CVAPY05Y.
       01  APYRPT-STATUS.
           05  APYRPT-STAT1        PIC X.
           05  APYRPT-STAT2        PIC X.

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

      * Run date (blank means today), the originating bank's routing
      * number, and the company identification and name the bank
      * knows this card program by. The routing number and company
      * id are required - the bank rejects a file without them.
       01  WS-APYPARM-RECORD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  FILLER                       PIC X(01).
           05  WS-PARM-ODFI-ROUTING         PIC X(09).
           05  FILLER                       PIC X(01).
           05  WS-PARM-COMPANY-ID           PIC X(10).
           05  FILLER                       PIC X(01).
           05  WS-PARM-COMPANY-NAME         PIC X(16).
           05  FILLER                       PIC X(01).
           05  WS-PARM-BANK-NAME            PIC X(23).
           05  FILLER                       PIC X(08).

       01  WS-CONSTANTS.
      * Autopay debits post as customer payments under the same type
      * and category as a lockbox payment.
           05  WS-PAYMENT-TYPE-CD           PIC X(02) VALUE '02'.
           05  WS-PAYMENT-CAT-CD            PIC 9(04) VALUE 2.
           05  WS-DEFAULT-COMPANY-NAME      PIC X(16) VALUE 'CARDDEMO'.
           05  WS-SERVICE-CLASS-DEBITS      PIC X(03) VALUE '225'.
           05  WS-SEC-CODE-PPD              PIC X(03) VALUE 'PPD'.
           05  WS-ENTRY-DESCRIPTION         PIC X(10) VALUE 'AUTOPAY'.
           05  WS-CHECKING-DEBIT-CD         PIC X(02) VALUE '27'.
           05  WS-SAVINGS-DEBIT-CD          PIC X(02) VALUE '37'.
           05  WS-BATCH-NUMBER              PIC 9(07) VALUE 1.

       01  WS-FLAGS.
           05  WS-DLQ-FOUND-FLAG            PIC X(01) VALUE 'N'.
               88  DLQ-WAS-FOUND            VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  ACCT-WAS-FOUND           VALUE 'Y'.
           05  WS-CARD-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  CARD-WAS-FOUND           VALUE 'Y'.
           05  WS-STMT-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  STMT-WAS-FOUND           VALUE 'Y'.
           05  WS-BATCH-OPEN-FLAG           PIC X(01) VALUE 'N'.
               88  ACH-BATCH-IS-OPEN        VALUE 'Y'.
           05  WS-SCAN-DONE                 PIC X(01) VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-ENROLL-READ-COUNT         PIC 9(09) VALUE 0.
           05  WS-DUE-COUNT                 PIC 9(09) VALUE 0.
           05  WS-DEBIT-COUNT               PIC 9(09) VALUE 0.
           05  WS-SKIPPED-COUNT             PIC 9(09) VALUE 0.
           05  WS-EXCEPTION-COUNT           PIC 9(09) VALUE 0.
           05  WS-ACH-RECORD-COUNT          PIC 9(09) VALUE 0.
           05  WS-ACH-BLOCK-COUNT           PIC 9(06) VALUE 0.
           05  WS-ACH-PAD-COUNT             PIC 9(03) VALUE 0.
           05  WS-TRACE-SEQ                 PIC 9(07) VALUE 0.
           05  WS-PAYMENT-SEQ               PIC 9(05) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.
           05  WS-RUN-YYMMDD                PIC X(06) VALUE SPACES.
           05  WS-LOOKUP-CARD-NUM           PIC X(16) VALUE SPACES.
           05  WS-LOOKUP-CUST-ID            PIC 9(09) VALUE 0.
           05  WS-DEBIT-AMT                 PIC S9(09)V99 VALUE 0.
           05  WS-RDFI-NUM                  PIC 9(08) VALUE 0.
           05  WS-DISPOSITION               PIC X(40) VALUE SPACES.
           05  WS-TRACE-NUM                 PIC X(15) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-DEBIT-AMOUNT              PIC S9(11)V99 VALUE 0.
      * Sum of the receiving routing numbers; only the low-order ten
      * digits go on the control records.
           05  WS-ENTRY-HASH                PIC 9(18) VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAPY01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0400-BUILD-TIMESTAMP.
           PERFORM 0050-APYPARM-READ.
           PERFORM 0100-AUTOPAY-OPEN.
           PERFORM 0200-DELINQF-OPEN.
           PERFORM 0250-ACCTFILE-OPEN.
           PERFORM 0300-XREFFILE-OPEN.
           PERFORM 0350-CUSTFILE-OPEN.
           PERFORM 0450-STMTHIST-OPEN.
           PERFORM 0500-APYLOG-OPEN.
           PERFORM 0600-ACHOUT-OPEN.
           PERFORM 0700-DALYAPY-OPEN.
           PERFORM 0800-APYRPT-OPEN.

           PERFORM 2100-WRITE-REPORT-HEADERS.
           PERFORM 1900-WRITE-FILE-HEADER.

           PERFORM 1000-PROCESS-ENROLLMENTS
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 1950-WRITE-ACH-CONTROLS.

           PERFORM 2200-WRITE-REPORT-TOTALS.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'ENROLLMENTS READ       :' WS-ENROLL-READ-COUNT.
           DISPLAY 'DUE ON RUN DATE        :' WS-DUE-COUNT.
           DISPLAY 'DEBITS ORIGINATED      :' WS-DEBIT-COUNT.
           DISPLAY 'ENROLLMENTS SKIPPED    :' WS-SKIPPED-COUNT.
           DISPLAY 'EXCEPTIONS             :' WS-EXCEPTION-COUNT.
           DISPLAY 'ACH RECORDS WRITTEN    :' WS-ACH-RECORD-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAPY01C'.
           GOBACK.

      *---------------------------------------------------------------*
       0050-APYPARM-READ.
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
               MOVE DB2-FORMAT-TS (1:10) TO WS-RUN-DATE
           ELSE
               MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE.
           STRING WS-RUN-DATE (3:2) DELIMITED BY SIZE
                  WS-RUN-DATE (6:2) DELIMITED BY SIZE
                  WS-RUN-DATE (9:2) DELIMITED BY SIZE
                  INTO WS-RUN-YYMMDD.

           IF WS-PARM-ODFI-ROUTING NOT NUMERIC
              OR WS-PARM-COMPANY-ID = SPACES
               DISPLAY 'APYPARM MUST CARRY THE ORIGINATING BANK '
                       'ROUTING NUMBER AND COMPANY ID'
               PERFORM 9999-ABEND-PROGRAM.
           IF WS-PARM-COMPANY-NAME = SPACES
               MOVE WS-DEFAULT-COMPANY-NAME TO WS-PARM-COMPANY-NAME.

           DISPLAY 'AUTOPAY RUN DATE       :' WS-RUN-DATE.
           DISPLAY 'ORIGINATING BANK       :' WS-PARM-ODFI-ROUTING.

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
       1000-PROCESS-ENROLLMENTS.
           PERFORM 1100-AUTOPAY-GET-NEXT.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-ENROLL-READ-COUNT
               PERFORM 1200-CHECK-DUE-DATE
               IF DLQ-WAS-FOUND
                  AND DLQ-DUE-DATE = WS-RUN-DATE
                  AND NOT APY-CANCELLED
                   ADD 1 TO WS-DUE-COUNT
                   MOVE SPACES TO WS-DISPOSITION
                   MOVE 0 TO WS-DEBIT-AMT
                   PERFORM 1300-CONSIDER-ENROLLMENT
                   PERFORM 2300-WRITE-DETAIL-LINE.

      *---------------------------------------------------------------*
       1100-AUTOPAY-GET-NEXT.
           READ AUTOPAY-FILE INTO AUTOPAY-ENROLL-RECORD.
           IF AUTOPAY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF AUTOPAY-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               NEXT SENTENCE
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING AUTOPAY FILE'
                   MOVE AUTOPAY-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1200-CHECK-DUE-DATE.
           MOVE 'N' TO WS-DLQ-FOUND-FLAG.
           MOVE APY-ACCT-ID TO FD-DLQ-ACCT-ID.
           READ DELINQ-FILE INTO DELINQ-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-DLQ-FOUND-FLAG.
           IF DELINQF-STATUS = '00'
               MOVE 'Y' TO WS-DLQ-FOUND-FLAG.

      *---------------------------------------------------------------*
      * An enrollment due today is debited unless it is suspended,
      * was already debited for this due date by an earlier run, or
      * the account can no longer take an ordinary payment. An
      * account with no card has nothing to post the payment under
      * and is left for ops.
      *---------------------------------------------------------------*
       1300-CONSIDER-ENROLLMENT.
           IF APY-SUSPENDED
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'SKIPPED - ENROLLMENT SUSPENDED'
                    TO WS-DISPOSITION
           ELSE
               IF APY-LAST-DEBIT-DATE = WS-RUN-DATE
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 'SKIPPED - ALREADY DEBITED FOR DUE DATE'
                        TO WS-DISPOSITION
               ELSE
                   PERFORM 1350-READ-ACCOUNT
                   EVALUATE TRUE
                       WHEN NOT ACCT-WAS-FOUND
                           ADD 1 TO WS-EXCEPTION-COUNT
                           MOVE 'EXCEPTION - ACCOUNT NOT ON FILE'
                                TO WS-DISPOSITION
                       WHEN ACCT-IS-CHARGED-OFF
                           ADD 1 TO WS-SKIPPED-COUNT
                           MOVE 'SKIPPED - ACCOUNT CHARGED OFF'
                                TO WS-DISPOSITION
                       WHEN ACCT-ACTIVE-STATUS = 'N'
                           ADD 1 TO WS-SKIPPED-COUNT
                           MOVE 'SKIPPED - ACCOUNT CLOSED'
                                TO WS-DISPOSITION
                       WHEN APY-ROUTING-NUM NOT NUMERIC
                           ADD 1 TO WS-EXCEPTION-COUNT
                           MOVE
                              'EXCEPTION - BANK ROUTING NUMBER INVALID'
                                TO WS-DISPOSITION
                       WHEN OTHER
                           PERFORM 1400-ORIGINATE-DEBIT
                   END-EVALUATE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1350-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG.
           MOVE APY-ACCT-ID TO FD-ACCT-ID.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-FLAG.
           IF ACCTFILE-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-FOUND-FLAG.

      *---------------------------------------------------------------*
       1400-ORIGINATE-DEBIT.
           PERFORM 1450-COMPUTE-DEBIT-AMOUNT.
           IF WS-DEBIT-AMT <= 0
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'SKIPPED - NOTHING DUE' TO WS-DISPOSITION
           ELSE
               PERFORM 1500-LOOKUP-CARD-NUM
               IF NOT CARD-WAS-FOUND
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'EXCEPTION - NO CARD ON FILE FOR ACCOUNT'
                        TO WS-DISPOSITION
               ELSE
                   PERFORM 1550-READ-CUSTOMER
                   PERFORM 1600-WRITE-ACH-ENTRY
                   PERFORM 1700-WRITE-PAYMENT
                   PERFORM 1750-WRITE-AUTOPAY-LOG
                   PERFORM 1800-MARK-ENROLLMENT-DEBITED
                   ADD 1 TO WS-DEBIT-COUNT
                   ADD WS-DEBIT-AMT TO WS-DEBIT-AMOUNT
                   MOVE 'DEBIT ORIGINATED' TO WS-DISPOSITION
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Minimum due comes off the delinquency row that set today's
      * due date, statement balance off the latest STMT-HIST-FILE
      * cut. Whatever the option, the debit stops at the balance
      * owed today so a payment already received is not taken again.
      *---------------------------------------------------------------*
       1450-COMPUTE-DEBIT-AMOUNT.
           EVALUATE TRUE
               WHEN APY-PAY-MINIMUM
                   MOVE DLQ-AMOUNT-DUE TO WS-DEBIT-AMT
               WHEN APY-PAY-STATEMENT
                   PERFORM 1460-GET-LAST-STATEMENT
                   IF STMT-WAS-FOUND
                       MOVE STMT-CLOSE-BAL TO WS-DEBIT-AMT
                   ELSE
                       MOVE 0 TO WS-DEBIT-AMT
                   END-IF
               WHEN APY-PAY-FIXED
                   MOVE APY-FIXED-AMT TO WS-DEBIT-AMT
               WHEN OTHER
                   MOVE 0 TO WS-DEBIT-AMT
           END-EVALUATE.

           IF WS-DEBIT-AMT > ACCT-CURR-BAL
               MOVE ACCT-CURR-BAL TO WS-DEBIT-AMT.

      *---------------------------------------------------------------*
      * STMT-HIST-FILE is keyed account then cycle end date, so the
      * last row read before the account changes is the latest cut.
      *---------------------------------------------------------------*
       1460-GET-LAST-STATEMENT.
           MOVE 'N' TO WS-STMT-FOUND-FLAG.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE APY-ACCT-ID TO FD-STMT-ACCT-ID.
           MOVE LOW-VALUES  TO FD-STMT-CYCLE-END-DATE.
           START STMT-HIST-FILE KEY IS >= FD-STMT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.

           PERFORM 1470-READ-NEXT-STATEMENT
               UNTIL WS-SCAN-DONE = 'Y'.

       1470-READ-NEXT-STATEMENT.
           READ STMT-HIST-FILE NEXT RECORD.
           IF STMTHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCAN-DONE
           ELSE
               IF FD-STMT-ACCT-ID NOT = APY-ACCT-ID
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   MOVE FD-STMT-HIST-RECORD TO STMT-HIST-RECORD
                   MOVE 'Y' TO WS-STMT-FOUND-FLAG
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Resolve the account to a card and its customer straight off
      * XREF-FILE's account-id alternate key.
      *---------------------------------------------------------------*
       1500-LOOKUP-CARD-NUM.
           MOVE 'N' TO WS-CARD-FOUND-FLAG.
           MOVE SPACES TO WS-LOOKUP-CARD-NUM.
           MOVE 0 TO WS-LOOKUP-CUST-ID.
           MOVE APY-ACCT-ID TO FD-XREF-ACCT-ID.
           START XREF-FILE KEY IS = FD-XREF-ACCT-ID
               INVALID KEY
                   MOVE 'N' TO WS-CARD-FOUND-FLAG
               NOT INVALID KEY
                   READ XREF-FILE NEXT RECORD INTO CARD-XREF-RECORD
                   IF CARDXREF-STATUS = '00'
                      AND XREF-ACCT-ID = APY-ACCT-ID
                       MOVE XREF-CARD-NUM TO WS-LOOKUP-CARD-NUM
                       MOVE XREF-CUST-ID  TO WS-LOOKUP-CUST-ID
                       MOVE 'Y' TO WS-CARD-FOUND-FLAG
                   END-IF
           END-START.

      *---------------------------------------------------------------*
      * The customer's name goes on the ACH entry as the individual
      * name; a missing customer row just leaves it blank.
      *---------------------------------------------------------------*
       1550-READ-CUSTOMER.
           MOVE WS-LOOKUP-CUST-ID TO FD-CUST-ID.
           READ CUST-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                   MOVE SPACES TO CUST-FIRST-NAME
                                  CUST-LAST-NAME.

      *---------------------------------------------------------------*
      * One PPD debit entry. The batch header goes out ahead of the
      * first entry, so a night with nothing due sends the bank a
      * file with no batch rather than an empty one.
      *---------------------------------------------------------------*
       1600-WRITE-ACH-ENTRY.
           IF NOT ACH-BATCH-IS-OPEN
               PERFORM 1910-WRITE-BATCH-HEADER.

           ADD 1 TO WS-TRACE-SEQ.
           MOVE SPACES TO ACH-ENTRY-DETAIL-RECORD.
           MOVE '6' TO ACHE-RECORD-TYPE.
           IF APY-SAVINGS
               MOVE WS-SAVINGS-DEBIT-CD  TO ACHE-TRANSACTION-CODE
           ELSE
               MOVE WS-CHECKING-DEBIT-CD TO ACHE-TRANSACTION-CODE.
           MOVE APY-ROUTING-NUM (1:8)  TO ACHE-RDFI-ID.
           MOVE APY-ROUTING-NUM (9:1)  TO ACHE-CHECK-DIGIT.
           MOVE APY-BANK-ACCT-NUM      TO ACHE-DFI-ACCT-NUM.
           MOVE WS-DEBIT-AMT           TO ACHE-AMOUNT.
           MOVE APY-ACCT-ID            TO ACHE-INDIVIDUAL-ID.
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  CUST-LAST-NAME  DELIMITED BY SPACE
                  INTO ACHE-INDIVIDUAL-NAME.
           MOVE '0'                    TO ACHE-ADDENDA-IND.
           MOVE WS-PARM-ODFI-ROUTING (1:8) TO ACHE-TRACE-ODFI.
           MOVE WS-TRACE-SEQ           TO ACHE-TRACE-SEQ.
           MOVE ACHE-TRACE-NUM         TO WS-TRACE-NUM.
           PERFORM 1990-WRITE-ACH-RECORD.

           MOVE APY-ROUTING-NUM (1:8) TO WS-RDFI-NUM.
           ADD WS-RDFI-NUM TO WS-ENTRY-HASH.

      *---------------------------------------------------------------*
      * The matching payment as a DALYTRAN-FILE record: AUTOPAY
      * source, a generated id on the same recipe as the lockbox
      * payments, and the amount negated - a payment reduces the
      * balance on its way through 2000-POST-TRANSACTION.
      *---------------------------------------------------------------*
       1700-WRITE-PAYMENT.
           ADD 1 TO WS-PAYMENT-SEQ.
           IF WS-PAYMENT-SEQ > 99999
               MOVE 1 TO WS-PAYMENT-SEQ.

           MOVE SPACES TO DALYTRAN-RECORD.
           STRING 'A' DELIMITED BY SIZE
                  DB2-YYYY (3:2) DELIMITED BY SIZE
                  DB2-MM DELIMITED BY SIZE
                  DB2-DD DELIMITED BY SIZE
                  APY-ACCT-ID (8:4) DELIMITED BY SIZE
                  WS-PAYMENT-SEQ DELIMITED BY SIZE
                  INTO DALY-TRAN-ID.
           MOVE WS-PAYMENT-TYPE-CD   TO DALY-TRAN-TYPE-CD.
           MOVE WS-PAYMENT-CAT-CD    TO DALY-TRAN-CAT-CD.
           MOVE 'AUTOPAY'            TO DALY-TRAN-SOURCE.
           STRING 'AUTOPAY ACH DEBIT - TRACE ' DELIMITED BY SIZE
                  WS-TRACE-NUM DELIMITED BY SIZE
                  INTO DALY-TRAN-DESC.
           COMPUTE DALY-TRAN-AMT = 0 - WS-DEBIT-AMT.
           MOVE 0                    TO DALY-TRAN-MERCHANT-ID.
           MOVE SPACES               TO DALY-TRAN-MERCHANT-NAME
                                         DALY-TRAN-MERCHANT-CITY
                                         DALY-TRAN-MERCHANT-ZIP.
           MOVE WS-LOOKUP-CARD-NUM   TO DALY-TRAN-CARD-NUM.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-ORIG-TS.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-PROC-TS.
           MOVE 'USD'                TO DALY-TRAN-CURRENCY-CD.
           MOVE DALY-TRAN-AMT        TO DALY-TRAN-ORIG-AMT.
           MOVE 1                    TO DALY-TRAN-FX-RATE.

           MOVE DALYTRAN-RECORD TO FD-DALYTRAN-OUT-RECORD.
           WRITE FD-DALYTRAN-OUT-RECORD.
           IF DALYAPY-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DALYTRAN-OUT FILE'
               MOVE DALYAPY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * Log the debit under the run date and its trace number, the
      * pair the bank quotes back on a return. A re-run of the same
      * night replaces the prior row rather than abending on the
      * duplicate key.
      *---------------------------------------------------------------*
       1750-WRITE-AUTOPAY-LOG.
           MOVE SPACES             TO AUTOPAY-LOG-RECORD.
           MOVE WS-RUN-DATE        TO APL-ENTRY-DATE.
           MOVE WS-TRACE-NUM       TO APL-TRACE-NUM.
           MOVE DALY-TRAN-ID       TO APL-TRAN-ID.
           MOVE APY-ACCT-ID        TO APL-ACCT-ID.
           MOVE WS-LOOKUP-CARD-NUM TO APL-CARD-NUM.
           MOVE WS-DEBIT-AMT       TO APL-PAYMENT-AMT.
           MOVE 'N'                TO APL-RETURNED-FLAG.

           MOVE AUTOPAY-LOG-RECORD TO FD-AUTOPAY-LOG-RECORD.
           WRITE FD-AUTOPAY-LOG-RECORD
               INVALID KEY
                   REWRITE FD-AUTOPAY-LOG-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR REWRITING AUTOPAY LOG'
                           MOVE APYLOG-STATUS TO IO-STATUS
                           PERFORM 9910-DISPLAY-IO-STATUS
                           PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1800-MARK-ENROLLMENT-DEBITED.
           MOVE WS-RUN-DATE TO APY-LAST-DEBIT-DATE.
           MOVE AUTOPAY-ENROLL-RECORD TO FD-AUTOPAY-RECORD.
           REWRITE FD-AUTOPAY-RECORD.
           IF AUTOPAY-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING AUTOPAY FILE'
               MOVE AUTOPAY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1900-WRITE-FILE-HEADER.
           MOVE SPACES TO ACH-FILE-HEADER-RECORD.
           MOVE '1'                    TO ACHF-RECORD-TYPE.
           MOVE '01'                   TO ACHF-PRIORITY-CODE.
           STRING ' '                  DELIMITED BY SIZE
                  WS-PARM-ODFI-ROUTING DELIMITED BY SIZE
                  INTO ACHF-IMMED-DEST.
           MOVE WS-PARM-COMPANY-ID     TO ACHF-IMMED-ORIGIN.
           MOVE WS-RUN-YYMMDD          TO ACHF-CREATION-DATE.
           STRING COB-HH  DELIMITED BY SIZE
                  COB-MIN DELIMITED BY SIZE
                  INTO ACHF-CREATION-TIME.
           MOVE 'A'                    TO ACHF-FILE-ID-MODIFIER.
           MOVE '094'                  TO ACHF-RECORD-SIZE.
           MOVE '10'                   TO ACHF-BLOCKING-FACTOR.
           MOVE '1'                    TO ACHF-FORMAT-CODE.
           MOVE WS-PARM-BANK-NAME      TO ACHF-IMMED-DEST-NAME.
           MOVE WS-PARM-COMPANY-NAME   TO ACHF-IMMED-ORIGIN-NAME.
           PERFORM 1990-WRITE-ACH-RECORD.

       1910-WRITE-BATCH-HEADER.
           MOVE SPACES TO ACH-BATCH-HEADER-RECORD.
           MOVE '5'                     TO ACHB-RECORD-TYPE.
           MOVE WS-SERVICE-CLASS-DEBITS TO ACHB-SERVICE-CLASS.
           MOVE WS-PARM-COMPANY-NAME    TO ACHB-COMPANY-NAME.
           MOVE WS-PARM-COMPANY-ID      TO ACHB-COMPANY-ID.
           MOVE WS-SEC-CODE-PPD         TO ACHB-SEC-CODE.
           MOVE WS-ENTRY-DESCRIPTION    TO ACHB-ENTRY-DESCRIPTION.
           MOVE WS-RUN-YYMMDD           TO ACHB-DESCRIPTIVE-DATE.
           MOVE WS-RUN-YYMMDD           TO ACHB-EFFECTIVE-DATE.
           MOVE '1'                     TO ACHB-ORIGINATOR-STATUS.
           MOVE WS-PARM-ODFI-ROUTING (1:8) TO ACHB-ODFI-ID.
           MOVE WS-BATCH-NUMBER         TO ACHB-BATCH-NUM.
           PERFORM 1990-WRITE-ACH-RECORD.
           MOVE 'Y' TO WS-BATCH-OPEN-FLAG.

      *---------------------------------------------------------------*
      * Batch control (when a batch went out), file control, then
      * all-9 records out to the end of the last 10-record block.
      * The file control counts itself in the block count.
      *---------------------------------------------------------------*
       1950-WRITE-ACH-CONTROLS.
           IF ACH-BATCH-IS-OPEN
               MOVE SPACES TO ACH-BATCH-CONTROL-RECORD
               MOVE '8'                     TO ACHC-RECORD-TYPE
               MOVE WS-SERVICE-CLASS-DEBITS TO ACHC-SERVICE-CLASS
               MOVE WS-DEBIT-COUNT          TO ACHC-ENTRY-COUNT
               MOVE WS-ENTRY-HASH           TO ACHC-ENTRY-HASH
               MOVE WS-DEBIT-AMOUNT         TO ACHC-TOTAL-DEBIT
               MOVE 0                       TO ACHC-TOTAL-CREDIT
               MOVE WS-PARM-COMPANY-ID      TO ACHC-COMPANY-ID
               MOVE WS-PARM-ODFI-ROUTING (1:8) TO ACHC-ODFI-ID
               MOVE WS-BATCH-NUMBER         TO ACHC-BATCH-NUM
               PERFORM 1990-WRITE-ACH-RECORD
           END-IF.

           COMPUTE WS-ACH-BLOCK-COUNT =
                   (WS-ACH-RECORD-COUNT + 1 + 9) / 10.

           MOVE SPACES TO ACH-FILE-CONTROL-RECORD.
           MOVE '9' TO ACHT-RECORD-TYPE.
           IF ACH-BATCH-IS-OPEN
               MOVE 1 TO ACHT-BATCH-COUNT
           ELSE
               MOVE 0 TO ACHT-BATCH-COUNT.
           MOVE WS-ACH-BLOCK-COUNT TO ACHT-BLOCK-COUNT.
           MOVE WS-DEBIT-COUNT     TO ACHT-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH      TO ACHT-ENTRY-HASH.
           MOVE WS-DEBIT-AMOUNT    TO ACHT-TOTAL-DEBIT.
           MOVE 0                  TO ACHT-TOTAL-CREDIT.
           PERFORM 1990-WRITE-ACH-RECORD.

           COMPUTE WS-ACH-PAD-COUNT =
                   (WS-ACH-BLOCK-COUNT * 10) - WS-ACH-RECORD-COUNT.
           MOVE ALL '9' TO ACH-FILE-HEADER-RECORD.
           PERFORM 1990-WRITE-ACH-RECORD
               WS-ACH-PAD-COUNT TIMES.

       1990-WRITE-ACH-RECORD.
           WRITE FD-ACH-RECORD FROM ACH-FILE-HEADER-RECORD.
           IF ACHOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ACH ORIGINATION FILE'
               MOVE ACHOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           ADD 1 TO WS-ACH-RECORD-COUNT.

      *---------------------------------------------------------------*
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-APYRPT-REC FROM APYRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-APYRPT-REC FROM APYRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE FD-APYRPT-REC FROM APYRPT-COLUMN-HEADER
               AFTER ADVANCING 2 LINES.

       2200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO APYRPT-COUNT-LINE.
           MOVE 'ENROLLMENTS READ:' TO ACL-LABEL.
           MOVE WS-ENROLL-READ-COUNT TO ACL-COUNT.
           WRITE FD-APYRPT-REC FROM APYRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO APYRPT-COUNT-LINE.
           MOVE 'DUE ON RUN DATE:' TO ACL-LABEL.
           MOVE WS-DUE-COUNT TO ACL-COUNT.
           WRITE FD-APYRPT-REC FROM APYRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APYRPT-COUNT-LINE.
           MOVE 'DEBITS ORIGINATED:' TO ACL-LABEL.
           MOVE WS-DEBIT-COUNT TO ACL-COUNT.
           WRITE FD-APYRPT-REC FROM APYRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APYRPT-AMOUNT-LINE.
           MOVE 'AMOUNT DEBITED:' TO AAL-LABEL.
           MOVE WS-DEBIT-AMOUNT TO AAL-AMOUNT.
           WRITE FD-APYRPT-REC FROM APYRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APYRPT-COUNT-LINE.
           MOVE 'ENROLLMENTS SKIPPED:' TO ACL-LABEL.
           MOVE WS-SKIPPED-COUNT TO ACL-COUNT.
           WRITE FD-APYRPT-REC FROM APYRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APYRPT-COUNT-LINE.
           MOVE 'EXCEPTIONS:' TO ACL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO ACL-COUNT.
           WRITE FD-APYRPT-REC FROM APYRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APYRPT-COUNT-LINE.
           MOVE 'ACH RECORDS WRITTEN:' TO ACL-LABEL.
           MOVE WS-ACH-RECORD-COUNT TO ACL-COUNT.
           WRITE FD-APYRPT-REC FROM APYRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       2300-WRITE-DETAIL-LINE.
           MOVE SPACES TO APYRPT-DETAIL-LINE.
           MOVE APY-ACCT-ID        TO ADL-ACCT-ID.
           MOVE APY-PAYMENT-OPTION TO ADL-OPTION.
           MOVE WS-DEBIT-AMT       TO ADL-AMOUNT.
           IF WS-DISPOSITION = 'DEBIT ORIGINATED'
               MOVE WS-TRACE-NUM   TO ADL-TRACE-NUM.
           MOVE WS-DISPOSITION     TO ADL-DISPOSITION.
           WRITE FD-APYRPT-REC FROM APYRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       0100-AUTOPAY-OPEN.
           OPEN I-O AUTOPAY-FILE.
           IF AUTOPAY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUTOPAY FILE'
               MOVE AUTOPAY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-DELINQF-OPEN.
           OPEN INPUT DELINQ-FILE.
           IF DELINQF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DELINQ FILE'
               MOVE DELINQF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0250-ACCTFILE-OPEN.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0300-XREFFILE-OPEN.
           OPEN INPUT XREF-FILE.
           IF CARDXREF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREF FILE'
               MOVE CARDXREF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0350-CUSTFILE-OPEN.
           OPEN INPUT CUST-FILE.
           IF CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0450-STMTHIST-OPEN.
           OPEN INPUT STMT-HIST-FILE.
           IF STMTHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STMT HIST FILE'
               MOVE STMTHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0500-APYLOG-OPEN.
           OPEN I-O AUTOPAY-LOG-FILE.
           IF APYLOG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUTOPAY LOG'
               MOVE APYLOG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0600-ACHOUT-OPEN.
           OPEN OUTPUT ACH-OUT-FILE.
           IF ACHOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACH ORIGINATION FILE'
               MOVE ACHOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0700-DALYAPY-OPEN.
           OPEN OUTPUT DALYTRAN-OUT-FILE.
           IF DALYAPY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DALYTRAN-OUT FILE'
               MOVE DALYAPY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0800-APYRPT-OPEN.
           OPEN OUTPUT APY-REPORT-FILE.
           IF APYRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APYRPT FILE'
               MOVE APYRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE AUTOPAY-FILE
                 DELINQ-FILE
                 ACCOUNT-FILE
                 XREF-FILE
                 CUST-FILE
                 STMT-HIST-FILE
                 AUTOPAY-LOG-FILE
                 ACH-OUT-FILE
                 DALYTRAN-OUT-FILE
                 APY-REPORT-FILE.

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
               MOVE 'CBAPY01C' TO RUN-PROGRAM-ID
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
               MOVE 'CBAPY01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-ENROLL-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-DEBIT-COUNT TO RUN-POSTED-COUNT
               MOVE WS-EXCEPTION-COUNT TO RUN-REJECT-COUNT
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
