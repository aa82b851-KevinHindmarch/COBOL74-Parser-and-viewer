      ******************************************************************
      * Program     : CBAPR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Autopay ACH return processing. Reads the ACH
      *               returns the originating bank sends back, finds
      *               the debit CBAPY01C originated on the keyed
      *               AUTOPAY-LOG-FILE, and emits a reversing payment
      *               plus a returned-payment fee into DALYTRAN-FILE's
      *               own record layout so both post through
      *               CBTRN02C's normal path that night. The account's
      *               DLQ-MISSED-COUNT is bumped the same way CBNSF01C
      *               does for a bounced lockbox payment. Each return
      *               is counted against the account's autopay
      *               enrollment, which is suspended once the count
      *               reaches the APRPARM threshold, or at once when
      *               the return code says the bank account cannot be
      *               debited at all. Returns that cannot be matched
      *               to a debit go to an exception file and onto the
      *               report.
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
       PROGRAM-ID. CBAPR01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-RETURN-FILE ASSIGN TO ACHRTRN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ACHRTRN-STATUS.

           SELECT AUTOPAY-LOG-FILE ASSIGN TO APYLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-APL-LOG-KEY
                  FILE STATUS  IS APYLOG-STATUS.

           SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
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

           SELECT PRICING-FILE ASSIGN TO PRICING
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PRC-GROUP-ID
                  FILE STATUS  IS PRICING-STATUS.

           SELECT APR-PARMS-FILE ASSIGN TO APRPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS APRPARM-STATUS.

           SELECT DALYTRAN-OUT-FILE ASSIGN TO DALYAPR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DALYAPR-STATUS.

           SELECT APR-EXCEPT-FILE ASSIGN TO APREXCP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS APREXCP-STATUS.

           SELECT APR-REPORT-FILE ASSIGN TO APRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS APRRPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACH-RETURN-FILE.
       01  FD-ACH-RETURN-RECORD                 PIC X(80).

       FD  AUTOPAY-LOG-FILE.
       01  FD-AUTOPAY-LOG-RECORD.
           05 FD-APL-LOG-KEY.
              10 FD-APL-ENTRY-DATE              PIC X(10).
              10 FD-APL-TRACE-NUM               PIC X(15).
           05 FD-APL-DATA                       PIC X(75).

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

       FD  PRICING-FILE.
       01  FD-PRICING-RECORD.
           05 FD-PRC-GROUP-ID                   PIC X(10).
           05 FD-PRC-DATA                       PIC X(70).

       FD  APR-PARMS-FILE.
       01  FD-APRPARM-REC                       PIC X(80).

       FD  DALYTRAN-OUT-FILE.
       01  FD-DALYTRAN-OUT-RECORD.
           05 FD-OUT-TRAN-ID                    PIC X(16).
           05 FD-OUT-TRAN-DATA                  PIC X(384).

       FD  APR-EXCEPT-FILE.
       01  FD-APR-EXCEPT-RECORD                 PIC X(120).

       FD  APR-REPORT-FILE.
       01  FD-APRRPT-REC                        PIC X(133).

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

       COPY CVAPY04Y.
       01  ACHRTRN-STATUS.
           05  ACHRTRN-STAT1       PIC X.
           05  ACHRTRN-STAT2       PIC X.

       COPY CVAPY03Y.
       01  APYLOG-STATUS.
           05  APYLOG-STAT1        PIC X.
           05  APYLOG-STAT2        PIC X.

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

       COPY CVPRC01Y.
       01  PRICING-STATUS.
           05  PRICING-STAT1       PIC X.
           05  PRICING-STAT2       PIC X.

       01  APRPARM-STATUS.
           05  APRPARM-STAT1       PIC X.
           05  APRPARM-STAT2       PIC X.

       COPY CVTRA06Y.
       01  DALYAPR-STATUS.
           05  DALYAPR-STAT1       PIC X.
           05  DALYAPR-STAT2       PIC X.

       01  APREXCP-STATUS.
           05  APREXCP-STAT1       PIC X.
           05  APREXCP-STAT2       PIC X.

       COPY CVAPY06Y.
       01  APRRPT-STATUS.
           05  APRRPT-STAT1        PIC X.
           05  APRRPT-STAT2        PIC X.

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

      * Number of returned debits after which the enrollment is
      * suspended. Blank or non-numeric means WS-DEFAULT-SUSPEND-AT.
       01  WS-APRPARM-RECORD.
           05  WS-PARM-SUSPEND-AT           PIC X(02).
           05  FILLER                       PIC X(78).

       01  WS-CONSTANTS.
      * The reversal posts under the same type and category the
      * autopay payment carried, so the category balance it
      * credited is the one debited back. The fee posts under the
      * fee type.
           05  WS-PAYMENT-TYPE-CD           PIC X(02) VALUE '02'.
           05  WS-PAYMENT-CAT-CD            PIC 9(04) VALUE 2.
           05  WS-FEE-TYPE-CD               PIC X(02) VALUE '05'.
           05  WS-FEE-CAT-CD                PIC 9(04) VALUE 1.
      * Default fee for an account whose group has no pricing row -
      * the product's own returned-payment fee comes off the
      * pricing master keyed by ACCT-GROUP-ID.
           05  WS-DEFAULT-RETURN-FEE        PIC 9(07)V99 VALUE 25.00.
           05  WS-REFER-BUCKET              PIC 9(03) VALUE 90.
           05  WS-MAX-MISSED                PIC 9(03) VALUE 12.
           05  WS-DEFAULT-SUSPEND-AT        PIC 9(02) VALUE 2.

       01  WS-FLAGS.
           05  WS-LOG-FOUND-FLAG            PIC X(01) VALUE 'N'.
               88  AUTOPAY-LOG-FOUND        VALUE 'Y'.
           05  WS-DLQ-RECORD-FOUND          PIC X(01) VALUE 'N'.
               88  DLQ-RECORD-EXISTS        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RETURN-READ-COUNT         PIC 9(09) VALUE 0.
           05  WS-REVERSED-COUNT            PIC 9(09) VALUE 0.
           05  WS-FEE-COUNT                 PIC 9(09) VALUE 0.
           05  WS-SUSPENDED-COUNT           PIC 9(09) VALUE 0.
           05  WS-EXCEPTION-COUNT           PIC 9(09) VALUE 0.
           05  WS-RETURN-SEQ                PIC 9(05) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-SUSPEND-AT                PIC 9(02) VALUE 0.
           05  WS-EXCEPTION-REASON          PIC X(40) VALUE SPACES.
           05  WS-RETURNED-PAYMENT-FEE      PIC 9(07)V99 VALUE 0.

       01  WS-TOTALS.
           05  WS-REVERSED-AMOUNT           PIC S9(11)V99 VALUE 0.
           05  WS-FEE-AMOUNT                PIC S9(11)V99 VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAPR01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0050-APRPARM-READ.
           PERFORM 0100-ACHRTRN-OPEN.
           PERFORM 0200-APYLOG-OPEN.
           PERFORM 0250-AUTOPAY-OPEN.
           PERFORM 0300-DELINQF-OPEN.
           PERFORM 0350-ACCT-PRICING-OPEN.
           PERFORM 0400-DALYAPR-OPEN.
           PERFORM 0500-APREXCP-OPEN.
           PERFORM 0600-APRRPT-OPEN.
           PERFORM 0700-BUILD-TIMESTAMP.

           PERFORM 2100-WRITE-REPORT-HEADERS.

           PERFORM 1000-PROCESS-RETURNS
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 2200-WRITE-REPORT-TOTALS.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'RETURNS READ           :' WS-RETURN-READ-COUNT.
           DISPLAY 'PAYMENTS REVERSED      :' WS-REVERSED-COUNT.
           DISPLAY 'FEES ASSESSED          :' WS-FEE-COUNT.
           DISPLAY 'ENROLLMENTS SUSPENDED  :' WS-SUSPENDED-COUNT.
           DISPLAY 'RETURNS TO EXCEPTIONS  :' WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAPR01C'.
           GOBACK.

      *---------------------------------------------------------------*
       0050-APRPARM-READ.
           OPEN INPUT APR-PARMS-FILE.
           IF APRPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APRPARM FILE'
               MOVE APRPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           READ APR-PARMS-FILE INTO WS-APRPARM-RECORD.
           IF APRPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING APRPARM FILE'
               MOVE APRPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           CLOSE APR-PARMS-FILE.

           IF WS-PARM-SUSPEND-AT IS NUMERIC
              AND WS-PARM-SUSPEND-AT > '00'
               MOVE WS-PARM-SUSPEND-AT TO WS-SUSPEND-AT
           ELSE
               MOVE WS-DEFAULT-SUSPEND-AT TO WS-SUSPEND-AT.

           DISPLAY 'SUSPEND AFTER RETURNS  :' WS-SUSPEND-AT.

      *---------------------------------------------------------------*
       0700-BUILD-TIMESTAMP.
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
       1000-PROCESS-RETURNS.
           PERFORM 1100-RETURNS-GET-NEXT.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-RETURN-READ-COUNT
               MOVE SPACES TO WS-EXCEPTION-REASON
               PERFORM 1200-MATCH-AUTOPAY-LOG
               IF WS-EXCEPTION-REASON = SPACES
                   PERFORM 1300-WRITE-REVERSAL
                   PERFORM 1400-WRITE-RETURN-FEE
                   PERFORM 1500-BUMP-DELINQUENCY
                   PERFORM 1600-MARK-LOG-RETURNED
                   PERFORM 1700-COUNT-ENROLLMENT-RETURN
               ELSE
                   PERFORM 1900-WRITE-EXCEPTION.

      *---------------------------------------------------------------*
       1100-RETURNS-GET-NEXT.
           READ ACH-RETURN-FILE INTO ACH-RETURN-RECORD.
           IF ACHRTRN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF ACHRTRN-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               NEXT SENTENCE
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING ACH RETURNS FILE'
                   MOVE ACHRTRN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * One keyed read of the autopay log under the original entry
      * date and trace number finds the debit CBAPY01C originated.
      * A return for a debit already reversed, or for a different
      * amount than was debited, is an exception.
      *---------------------------------------------------------------*
       1200-MATCH-AUTOPAY-LOG.
           MOVE 'N' TO WS-LOG-FOUND-FLAG.
           MOVE ACR-ORIG-ENTRY-DATE TO FD-APL-ENTRY-DATE.
           MOVE ACR-ORIG-TRACE-NUM  TO FD-APL-TRACE-NUM.
           READ AUTOPAY-LOG-FILE INTO AUTOPAY-LOG-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-LOG-FOUND-FLAG
           END-READ.
           IF APYLOG-STATUS = '00'
               MOVE 'Y' TO WS-LOG-FOUND-FLAG
           END-IF.
           IF NOT AUTOPAY-LOG-FOUND
               MOVE 'NO AUTOPAY DEBIT MATCHES THIS RETURN'
                    TO WS-EXCEPTION-REASON
           ELSE
               IF APL-PAYMENT-RETURNED
                   MOVE 'PAYMENT ALREADY REVERSED'
                        TO WS-EXCEPTION-REASON
               ELSE
                   IF ACR-RETURN-AMT NOT NUMERIC
                      OR ACR-RETURN-AMT NOT = APL-PAYMENT-AMT
                       MOVE 'RETURN AMOUNT DOES NOT MATCH DEBIT'
                            TO WS-EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Reverse the payment: the original credit re-posted as a
      * debit for the same amount, under the same type and category,
      * so the account and category balances land back where they
      * were before the returned debit.
      *---------------------------------------------------------------*
       1300-WRITE-REVERSAL.
           ADD 1 TO WS-RETURN-SEQ.
           IF WS-RETURN-SEQ > 99999
               MOVE 1 TO WS-RETURN-SEQ.

           MOVE SPACES TO DALYTRAN-RECORD.
           STRING 'H' DELIMITED BY SIZE
                  DB2-YYYY (3:2) DELIMITED BY SIZE
                  DB2-MM DELIMITED BY SIZE
                  DB2-DD DELIMITED BY SIZE
                  APL-ACCT-ID (8:4) DELIMITED BY SIZE
                  WS-RETURN-SEQ DELIMITED BY SIZE
                  INTO DALY-TRAN-ID.
           MOVE WS-PAYMENT-TYPE-CD   TO DALY-TRAN-TYPE-CD.
           MOVE WS-PAYMENT-CAT-CD    TO DALY-TRAN-CAT-CD.
           MOVE 'ACHRTRN'            TO DALY-TRAN-SOURCE.
           STRING 'RETURNED AUTOPAY REVERSAL - TRACE '
                      DELIMITED BY SIZE
                  APL-TRACE-NUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ACR-RETURN-CODE DELIMITED BY SIZE
                  INTO DALY-TRAN-DESC.
           MOVE APL-PAYMENT-AMT      TO DALY-TRAN-AMT.
           MOVE 0                    TO DALY-TRAN-MERCHANT-ID.
           MOVE SPACES               TO DALY-TRAN-MERCHANT-NAME
                                         DALY-TRAN-MERCHANT-CITY
                                         DALY-TRAN-MERCHANT-ZIP.
           MOVE APL-CARD-NUM         TO DALY-TRAN-CARD-NUM.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-ORIG-TS.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-PROC-TS.
           MOVE 'USD'                TO DALY-TRAN-CURRENCY-CD.
           MOVE DALY-TRAN-AMT        TO DALY-TRAN-ORIG-AMT.
           MOVE 1                    TO DALY-TRAN-FX-RATE.
           PERFORM 1800-WRITE-DALYTRAN-RECORD.

           ADD 1 TO WS-REVERSED-COUNT.
           ADD APL-PAYMENT-AMT TO WS-REVERSED-AMOUNT.

      *---------------------------------------------------------------*
      * The fee amount is the product's own returned-payment fee off
      * the pricing master, found through the account's group id;
      * an account or group with no pricing row falls back to the
      * house default.
      *---------------------------------------------------------------*
       1350-RESOLVE-RETURN-FEE.
           MOVE WS-DEFAULT-RETURN-FEE TO WS-RETURNED-PAYMENT-FEE.
           MOVE APL-ACCT-ID TO FD-ACCT-ID.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE SPACES TO ACCT-GROUP-ID.
           IF ACCTFILE-STATUS = '00'
              AND ACCT-GROUP-ID NOT = SPACES
               MOVE ACCT-GROUP-ID TO FD-PRC-GROUP-ID
               READ PRICING-FILE INTO PRICING-RECORD
                   INVALID KEY
                       CONTINUE
               END-READ
               IF PRICING-STATUS = '00'
                  AND PRC-RETURN-FEE > 0
                   MOVE PRC-RETURN-FEE TO WS-RETURNED-PAYMENT-FEE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1400-WRITE-RETURN-FEE.
           PERFORM 1350-RESOLVE-RETURN-FEE.
           ADD 1 TO WS-RETURN-SEQ.
           IF WS-RETURN-SEQ > 99999
               MOVE 1 TO WS-RETURN-SEQ.

           MOVE SPACES TO DALYTRAN-RECORD.
           STRING 'J' DELIMITED BY SIZE
                  DB2-YYYY (3:2) DELIMITED BY SIZE
                  DB2-MM DELIMITED BY SIZE
                  DB2-DD DELIMITED BY SIZE
                  APL-ACCT-ID (8:4) DELIMITED BY SIZE
                  WS-RETURN-SEQ DELIMITED BY SIZE
                  INTO DALY-TRAN-ID.
           MOVE WS-FEE-TYPE-CD       TO DALY-TRAN-TYPE-CD.
           MOVE WS-FEE-CAT-CD        TO DALY-TRAN-CAT-CD.
           MOVE 'ACHRTRN'            TO DALY-TRAN-SOURCE.
           MOVE 'RETURNED PAYMENT FEE' TO DALY-TRAN-DESC.
           MOVE WS-RETURNED-PAYMENT-FEE TO DALY-TRAN-AMT.
           MOVE 0                    TO DALY-TRAN-MERCHANT-ID.
           MOVE SPACES               TO DALY-TRAN-MERCHANT-NAME
                                         DALY-TRAN-MERCHANT-CITY
                                         DALY-TRAN-MERCHANT-ZIP.
           MOVE APL-CARD-NUM         TO DALY-TRAN-CARD-NUM.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-ORIG-TS.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-PROC-TS.
           MOVE 'USD'                TO DALY-TRAN-CURRENCY-CD.
           MOVE DALY-TRAN-AMT        TO DALY-TRAN-ORIG-AMT.
           MOVE 1                    TO DALY-TRAN-FX-RATE.
           PERFORM 1800-WRITE-DALYTRAN-RECORD.

           ADD 1 TO WS-FEE-COUNT.
           ADD WS-RETURNED-PAYMENT-FEE TO WS-FEE-AMOUNT.

      *---------------------------------------------------------------*
      * The returned debit means the cycle's minimum was not really
      * covered: bump the missed count and roll the aging bucket
      * forward with the same 30-day-per-miss rule CBDLQ01C applies
      * at cycle cut.
      *---------------------------------------------------------------*
       1500-BUMP-DELINQUENCY.
           MOVE 'N' TO WS-DLQ-RECORD-FOUND.
           MOVE APL-ACCT-ID TO FD-DLQ-ACCT-ID.
           READ DELINQ-FILE INTO DELINQ-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-DLQ-RECORD-FOUND.
           IF DELINQF-STATUS = '00'
               MOVE 'Y' TO WS-DLQ-RECORD-FOUND.

           IF NOT DLQ-RECORD-EXISTS
               MOVE SPACES      TO DELINQ-RECORD
               MOVE APL-ACCT-ID TO DLQ-ACCT-ID
               MOVE SPACES      TO DLQ-CYCLE-DATE
               MOVE SPACES      TO DLQ-DUE-DATE
               MOVE 0           TO DLQ-AMOUNT-DUE
               MOVE 0           TO DLQ-AGING-BUCKET
               MOVE 0           TO DLQ-MISSED-COUNT
               MOVE 'N'         TO DLQ-REFER-FLAG.

           ADD 1 TO DLQ-MISSED-COUNT.
           IF DLQ-MISSED-COUNT > WS-MAX-MISSED
               MOVE WS-MAX-MISSED TO DLQ-MISSED-COUNT.
           COMPUTE DLQ-AGING-BUCKET = DLQ-MISSED-COUNT * 30.
           IF DLQ-AGING-BUCKET > WS-REFER-BUCKET
               MOVE 'Y' TO DLQ-REFER-FLAG.

           MOVE DELINQ-RECORD TO FD-DELINQ-RECORD.
           IF DLQ-RECORD-EXISTS
               REWRITE FD-DELINQ-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING DELINQ FILE'
                       MOVE DELINQF-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
           ELSE
               WRITE FD-DELINQ-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING DELINQ FILE'
                       MOVE DELINQF-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1600-MARK-LOG-RETURNED.
           SET APL-PAYMENT-RETURNED TO TRUE.
           MOVE ACR-RETURN-CODE TO APL-RETURN-CODE.
           MOVE AUTOPAY-LOG-RECORD TO FD-AUTOPAY-LOG-RECORD.
           REWRITE FD-AUTOPAY-LOG-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING AUTOPAY LOG'
                   MOVE APYLOG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * Count the return against the enrollment. An active
      * enrollment is suspended when the count reaches the threshold
      * or the bank says the account cannot be debited at all; it
      * stays suspended until the customer saves it again online.
      * An enrollment cancelled since the debit went out just keeps
      * the count.
      *---------------------------------------------------------------*
       1700-COUNT-ENROLLMENT-RETURN.
           MOVE APL-ACCT-ID TO FD-APY-ACCT-ID.
           READ AUTOPAY-FILE INTO AUTOPAY-ENROLL-RECORD
               INVALID KEY
                   DISPLAY 'NO AUTOPAY ENROLLMENT FOR ACCOUNT '
                           APL-ACCT-ID ' - RETURN NOT COUNTED'.
           IF AUTOPAY-STATUS = '00'
               IF APY-RETURN-COUNT < 99
                   ADD 1 TO APY-RETURN-COUNT
               END-IF
               MOVE ACR-RETURN-DATE TO APY-LAST-RETURN-DATE
               MOVE ACR-RETURN-CODE TO APY-LAST-RETURN-CODE
               IF APY-ACTIVE
                  AND (APY-RETURN-COUNT >= WS-SUSPEND-AT
                       OR ACR-ADMIN-RETURN)
                   SET APY-SUSPENDED TO TRUE
                   MOVE DB2-FORMAT-TS (1:10) TO APY-SUSPEND-DATE
                   ADD 1 TO WS-SUSPENDED-COUNT
                   PERFORM 1750-WRITE-SUSPEND-LINE
               END-IF
               MOVE AUTOPAY-ENROLL-RECORD TO FD-AUTOPAY-RECORD
               REWRITE FD-AUTOPAY-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING AUTOPAY FILE'
                       MOVE AUTOPAY-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-REWRITE
           END-IF.

       1750-WRITE-SUSPEND-LINE.
           MOVE APY-ACCT-ID          TO ASL-ACCT-ID.
           MOVE APY-RETURN-COUNT     TO ASL-RETURN-COUNT.
           MOVE APY-LAST-RETURN-CODE TO ASL-RETURN-CODE.
           WRITE FD-APRRPT-REC FROM APRRPT-SUSPEND-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       1800-WRITE-DALYTRAN-RECORD.
           MOVE DALYTRAN-RECORD TO FD-DALYTRAN-OUT-RECORD.
           WRITE FD-DALYTRAN-OUT-RECORD.
           IF DALYAPR-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DALYTRAN-OUT FILE'
               MOVE DALYAPR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.

           MOVE ACH-RETURN-RECORD   TO ACRE-RETURN-DATA.
           MOVE WS-EXCEPTION-REASON TO ACRE-EXCEPTION-REASON.
           MOVE ACH-RETURN-EXCEPTION-RECORD TO FD-APR-EXCEPT-RECORD.
           WRITE FD-APR-EXCEPT-RECORD.
           IF APREXCP-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ACH RETURN EXCEPTION FILE'
               MOVE APREXCP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

           MOVE SPACES TO APRRPT-EXCEPTION-LINE.
           MOVE ACR-ORIG-ENTRY-DATE TO ARE-ENTRY-DATE.
           MOVE ACR-ORIG-TRACE-NUM  TO ARE-TRACE-NUM.
           MOVE ACR-RETURN-CODE     TO ARE-RETURN-CODE.
           MOVE WS-EXCEPTION-REASON TO ARE-REASON.
           WRITE FD-APRRPT-REC FROM APRRPT-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-APRRPT-REC FROM APRRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-APRRPT-REC FROM APRRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.

       2200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO APRRPT-COUNT-LINE.
           MOVE 'RETURNS READ:' TO ARC-LABEL.
           MOVE WS-RETURN-READ-COUNT TO ARC-COUNT.
           WRITE FD-APRRPT-REC FROM APRRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO APRRPT-COUNT-LINE.
           MOVE 'PAYMENTS REVERSED:' TO ARC-LABEL.
           MOVE WS-REVERSED-COUNT TO ARC-COUNT.
           WRITE FD-APRRPT-REC FROM APRRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APRRPT-AMOUNT-LINE.
           MOVE 'AMOUNT REVERSED:' TO ARA-LABEL.
           MOVE WS-REVERSED-AMOUNT TO ARA-AMOUNT.
           WRITE FD-APRRPT-REC FROM APRRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APRRPT-COUNT-LINE.
           MOVE 'FEES ASSESSED:' TO ARC-LABEL.
           MOVE WS-FEE-COUNT TO ARC-COUNT.
           WRITE FD-APRRPT-REC FROM APRRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APRRPT-AMOUNT-LINE.
           MOVE 'FEE AMOUNT:' TO ARA-LABEL.
           MOVE WS-FEE-AMOUNT TO ARA-AMOUNT.
           WRITE FD-APRRPT-REC FROM APRRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APRRPT-COUNT-LINE.
           MOVE 'ENROLLMENTS SUSPENDED:' TO ARC-LABEL.
           MOVE WS-SUSPENDED-COUNT TO ARC-COUNT.
           WRITE FD-APRRPT-REC FROM APRRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APRRPT-COUNT-LINE.
           MOVE 'RETURNS TO EXCEPTIONS:' TO ARC-LABEL.
           MOVE WS-EXCEPTION-COUNT TO ARC-COUNT.
           WRITE FD-APRRPT-REC FROM APRRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       0100-ACHRTRN-OPEN.
           OPEN INPUT ACH-RETURN-FILE.
           IF ACHRTRN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACH RETURNS FILE'
               MOVE ACHRTRN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-APYLOG-OPEN.
           OPEN I-O AUTOPAY-LOG-FILE.
           IF APYLOG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUTOPAY LOG'
               MOVE APYLOG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0250-AUTOPAY-OPEN.
           OPEN I-O AUTOPAY-FILE.
           IF AUTOPAY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUTOPAY FILE'
               MOVE AUTOPAY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0300-DELINQF-OPEN.
           OPEN I-O DELINQ-FILE.
           IF DELINQF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DELINQ FILE'
               MOVE DELINQF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0350-ACCT-PRICING-OPEN.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           OPEN INPUT PRICING-FILE.
           IF PRICING-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRICING FILE'
               MOVE PRICING-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0400-DALYAPR-OPEN.
           OPEN OUTPUT DALYTRAN-OUT-FILE.
           IF DALYAPR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DALYTRAN-OUT FILE'
               MOVE DALYAPR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0500-APREXCP-OPEN.
           OPEN OUTPUT APR-EXCEPT-FILE.
           IF APREXCP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACH RETURN EXCEPTION FILE'
               MOVE APREXCP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0600-APRRPT-OPEN.
           OPEN OUTPUT APR-REPORT-FILE.
           IF APRRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APRRPT FILE'
               MOVE APRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE ACH-RETURN-FILE
                 AUTOPAY-LOG-FILE
                 AUTOPAY-FILE
                 DELINQ-FILE
                 ACCOUNT-FILE
                 PRICING-FILE
                 DALYTRAN-OUT-FILE
                 APR-EXCEPT-FILE
                 APR-REPORT-FILE.

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
               MOVE 'CBAPR01C' TO RUN-PROGRAM-ID
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
               MOVE 'CBAPR01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-RETURN-READ-COUNT TO RUN-READ-COUNT
               COMPUTE RUN-POSTED-COUNT =
                       WS-REVERSED-COUNT + WS-FEE-COUNT
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
