      ******************************************************************
      * Program     : CBINS01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly installment plan billing. Every active
      *               INSTPLAN-FILE plan not yet billed for the month
      *               bills one installment: interest on the remaining
      *               principal at the plan's own rate, and the rest
      *               of the level payment as principal (the whole
      *               remaining principal on the last one). Two
      *               records go out in DALYTRAN-FILE's own layout so
      *               they post through CBTRN02C - the principal share
      *               moving off the plan principal row (09/0001) and
      *               the installment itself, interest included, onto
      *               the billed installment row (09/0002). Only the
      *               interest changes the account balance. The plan
      *               is marked paid off when no payments are left.
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
       PROGRAM-ID. CBINS01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTPLAN-FILE ASSIGN TO INSTPLAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-PLAN-KEY
                  FILE STATUS  IS INSTPLAN-STATUS.

           SELECT XREF-FILE ASSIGN TO CARDXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                     WITH DUPLICATES
                  FILE STATUS  IS CARDXREF-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT INS-PARMS-FILE ASSIGN TO INSPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INSPARM-STATUS.

           SELECT INSBILL-OUT-FILE ASSIGN TO INSBILL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INSBILL-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  INSTPLAN-FILE.
       01  FD-INSTPLAN-REC.
           05 FD-PLAN-KEY                       PIC X(27).
           05 FD-PLAN-DATA                      PIC X(173).

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

       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  INS-PARMS-FILE.
       01  FD-INSPARM-REC                       PIC X(80).

       FD  INSBILL-OUT-FILE.
       01  FD-INSBILL-RECORD.
           05 FD-OUT-TRAN-ID                    PIC X(16).
           05 FD-OUT-TRAN-DATA                  PIC X(384).

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

       COPY CVINS01Y.
       01  INSTPLAN-STATUS.
           05  INSTPLAN-STAT1      PIC X.
           05  INSTPLAN-STAT2      PIC X.

       COPY CVACT03Y.
       01  CARDXREF-STATUS.
           05  CARDXREF-STAT1      PIC X.
           05  CARDXREF-STAT2      PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       01  INSPARM-STATUS.
           05  INSPARM-STAT1       PIC X.
           05  INSPARM-STAT2       PIC X.

       COPY CVTRA06Y.
       01  INSBILL-STATUS.
           05  INSBILL-STAT1       PIC X.
           05  INSBILL-STAT2       PIC X.

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

      * Billing month (YYYY-MM) the installments are for; blank
      * means the current month.
       01  WS-INSPARM-RECORD.
           05  WS-PARM-BILL-MONTH           PIC X(07).
           05  FILLER                       PIC X(73).

      * The plan principal row carries converted purchases not yet
      * billed; the billed installment row carries what each month's
      * installment has put in front of the cardholder.
       01  WS-PLAN-CONSTANTS.
           05  WS-PLAN-TYPE-CD              PIC X(02) VALUE '09'.
           05  WS-PLAN-PRIN-CAT-CD          PIC 9(04) VALUE 1.
           05  WS-PLAN-BILLED-CAT-CD        PIC 9(04) VALUE 2.
           05  WS-PLAN-SOURCE               PIC X(10) VALUE 'INSTPLAN'.

       01  WS-FLAGS.
           05  WS-CARD-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  CARD-WAS-FOUND           VALUE 'Y'.
           05  WS-ACCT-BILLABLE-FLAG        PIC X(01) VALUE 'Y'.
               88  ACCT-IS-BILLABLE         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PLAN-READ-COUNT           PIC 9(09) VALUE 0.
           05  WS-BILLED-COUNT              PIC 9(09) VALUE 0.
           05  WS-PAID-OFF-COUNT            PIC 9(09) VALUE 0.
           05  WS-ALREADY-BILLED-COUNT      PIC 9(09) VALUE 0.
           05  WS-SKIPPED-COUNT             PIC 9(09) VALUE 0.
           05  WS-BILL-SEQ                  PIC 9(05) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-PRINCIPAL           PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-INTEREST            PIC S9(11)V99 VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-LOOKUP-CARD-NUM           PIC X(16) VALUE SPACES.
           05  WS-INST-INTEREST             PIC S9(09)V99 VALUE 0.
           05  WS-INST-PRINCIPAL            PIC S9(09)V99 VALUE 0.
           05  WS-INST-AMOUNT               PIC S9(09)V99 VALUE 0.
           05  WS-INST-NUMBER               PIC 9(03) VALUE 0.
           05  WS-INST-NUMBER-DISP          PIC ZZ9.
           05  WS-TERM-DISP                 PIC ZZ9.
           05  WS-TRAN-PREFIX               PIC X(01) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBINS01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0400-BUILD-TIMESTAMP.
           PERFORM 0050-INSPARM-READ.
           PERFORM 0100-INSTPLAN-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0250-ACCTFILE-OPEN.
           PERFORM 0300-INSBILL-OPEN.

           PERFORM 1000-PROCESS-PLANS
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'BILLING MONTH          :' WS-PARM-BILL-MONTH.
           DISPLAY 'PLANS READ             :' WS-PLAN-READ-COUNT.
           DISPLAY 'INSTALLMENTS BILLED    :' WS-BILLED-COUNT.
           DISPLAY 'PLANS PAID OFF         :' WS-PAID-OFF-COUNT.
           DISPLAY 'ALREADY BILLED         :' WS-ALREADY-BILLED-COUNT.
           DISPLAY 'PLANS SKIPPED          :' WS-SKIPPED-COUNT.
           DISPLAY 'PRINCIPAL BILLED       :' WS-TOTAL-PRINCIPAL.
           DISPLAY 'INTEREST BILLED        :' WS-TOTAL-INTEREST.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBINS01C'.
           GOBACK.

      *---------------------------------------------------------------*
       0050-INSPARM-READ.
           OPEN INPUT INS-PARMS-FILE.
           IF INSPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INSPARM FILE'
               MOVE INSPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           READ INS-PARMS-FILE INTO WS-INSPARM-RECORD.
           IF INSPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING INSPARM FILE'
               MOVE INSPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           CLOSE INS-PARMS-FILE.

           IF WS-PARM-BILL-MONTH = SPACES
               MOVE DB2-FORMAT-TS (1:7) TO WS-PARM-BILL-MONTH.

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
      * A plan bills once a month. Charged-off and closed accounts
      * bill nothing - the plan principal went with the rest of a
      * charged-off balance - and neither does an account with no
      * card left to post against.
      *---------------------------------------------------------------*
       1000-PROCESS-PLANS.
           PERFORM 1100-INSTPLAN-GET-NEXT.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-PLAN-READ-COUNT
               IF PLAN-ACTIVE
                   IF PLAN-LAST-BILLED-MONTH NOT < WS-PARM-BILL-MONTH
                      AND PLAN-LAST-BILLED-MONTH NOT = SPACES
                       ADD 1 TO WS-ALREADY-BILLED-COUNT
                   ELSE
                       PERFORM 1150-CHECK-ACCOUNT-BILLABLE
                       IF NOT ACCT-IS-BILLABLE
                           ADD 1 TO WS-SKIPPED-COUNT
                       ELSE
                           PERFORM 1200-LOOKUP-CARD-NUM
                           IF CARD-WAS-FOUND
                               PERFORM 1300-BILL-INSTALLMENT
                           ELSE
                               ADD 1 TO WS-SKIPPED-COUNT
                               DISPLAY 'NO CARD FOUND FOR ACCOUNT '
                                       PLAN-ACCT-ID
                                       ' - INSTALLMENT NOT BILLED'
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *---------------------------------------------------------------*
       1100-INSTPLAN-GET-NEXT.
           READ INSTPLAN-FILE INTO INSTALLMENT-PLAN-RECORD.
           IF INSTPLAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF INSTPLAN-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               NEXT SENTENCE
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING INSTPLAN FILE'
                   MOVE INSTPLAN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1150-CHECK-ACCOUNT-BILLABLE.
           MOVE 'Y' TO WS-ACCT-BILLABLE-FLAG.
           MOVE PLAN-ACCT-ID TO FD-ACCT-ID.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-BILLABLE-FLAG.
           IF ACCTFILE-STATUS = '00'
               IF ACCT-ACTIVE-STATUS = 'N'
                  OR ACCT-IS-CHARGED-OFF
                   MOVE 'N' TO WS-ACCT-BILLABLE-FLAG.

      *---------------------------------------------------------------*
      * Post against a card the account still has, off XREF-FILE's
      * account-id alternate key - the card the purchase was made on
      * may have been replaced since the plan was set up.
      *---------------------------------------------------------------*
       1200-LOOKUP-CARD-NUM.
           MOVE 'N' TO WS-CARD-FOUND-FLAG.
           MOVE SPACES TO WS-LOOKUP-CARD-NUM.
           MOVE PLAN-ACCT-ID TO FD-XREF-ACCT-ID.
           START XREF-FILE KEY IS = FD-XREF-ACCT-ID
               INVALID KEY
                   MOVE 'N' TO WS-CARD-FOUND-FLAG
               NOT INVALID KEY
                   READ XREF-FILE NEXT RECORD INTO CARD-XREF-RECORD
                   IF CARDXREF-STATUS = '00'
                      AND XREF-ACCT-ID = PLAN-ACCT-ID
                       MOVE XREF-CARD-NUM TO WS-LOOKUP-CARD-NUM
                       MOVE 'Y' TO WS-CARD-FOUND-FLAG
                   END-IF
           END-START.

      *---------------------------------------------------------------*
      * Interest for the month is on the principal still owed at the
      * plan's annual rate; the rest of the level installment is
      * principal. The last installment clears whatever principal
      * rounding has left.
      *---------------------------------------------------------------*
       1300-BILL-INSTALLMENT.
           COMPUTE WS-INST-INTEREST ROUNDED =
                   PLAN-REMAINING-PRIN * PLAN-RATE / 1200.
           IF PLAN-PAYMENTS-LEFT NOT > 1
               MOVE PLAN-REMAINING-PRIN TO WS-INST-PRINCIPAL
           ELSE
               COMPUTE WS-INST-PRINCIPAL =
                       PLAN-INSTALLMENT-AMT - WS-INST-INTEREST
               IF WS-INST-PRINCIPAL > PLAN-REMAINING-PRIN
                   MOVE PLAN-REMAINING-PRIN TO WS-INST-PRINCIPAL
               END-IF
               IF WS-INST-PRINCIPAL < 0
                   MOVE 0 TO WS-INST-PRINCIPAL
               END-IF
           END-IF.
           COMPUTE WS-INST-AMOUNT =
                   WS-INST-PRINCIPAL + WS-INST-INTEREST.
           COMPUTE WS-INST-NUMBER =
                   PLAN-TERM-MONTHS - PLAN-PAYMENTS-LEFT + 1.

      * The principal transfer goes first, so CBTRN02C's limit check
      * on the installment sees the plan principal already moved.
           IF WS-INST-PRINCIPAL > 0
               PERFORM 1400-WRITE-PRINCIPAL-TRANSFER.
           IF WS-INST-AMOUNT > 0
               PERFORM 1450-WRITE-INSTALLMENT.

           SUBTRACT WS-INST-PRINCIPAL FROM PLAN-REMAINING-PRIN.
           ADD WS-INST-INTEREST TO PLAN-INTEREST-BILLED.
           IF PLAN-PAYMENTS-LEFT > 0
               SUBTRACT 1 FROM PLAN-PAYMENTS-LEFT.
           MOVE WS-PARM-BILL-MONTH TO PLAN-LAST-BILLED-MONTH.
           IF PLAN-PAYMENTS-LEFT = 0
              OR PLAN-REMAINING-PRIN NOT > 0
               SET PLAN-PAID-OFF TO TRUE
               ADD 1 TO WS-PAID-OFF-COUNT.

           MOVE INSTALLMENT-PLAN-RECORD TO FD-INSTPLAN-REC.
           REWRITE FD-INSTPLAN-REC.
           IF INSTPLAN-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING INSTPLAN FILE'
               MOVE INSTPLAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

           ADD 1 TO WS-BILLED-COUNT.
           ADD WS-INST-PRINCIPAL TO WS-TOTAL-PRINCIPAL.
           ADD WS-INST-INTEREST  TO WS-TOTAL-INTEREST.

      *---------------------------------------------------------------*
       1400-WRITE-PRINCIPAL-TRANSFER.
           MOVE 'P' TO WS-TRAN-PREFIX.
           PERFORM 1500-START-DALYTRAN-RECORD.
           MOVE WS-PLAN-PRIN-CAT-CD  TO DALY-TRAN-CAT-CD.
           STRING 'PLAN PRINCIPAL BILLED - ' DELIMITED BY SIZE
                  PLAN-DESC                  DELIMITED BY SIZE
                  INTO DALY-TRAN-DESC.
           COMPUTE DALY-TRAN-AMT = 0 - WS-INST-PRINCIPAL.
           PERFORM 1550-WRITE-DALYTRAN-RECORD.

      *---------------------------------------------------------------*
       1450-WRITE-INSTALLMENT.
           MOVE 'I' TO WS-TRAN-PREFIX.
           PERFORM 1500-START-DALYTRAN-RECORD.
           MOVE WS-PLAN-BILLED-CAT-CD TO DALY-TRAN-CAT-CD.
           MOVE WS-INST-NUMBER        TO WS-INST-NUMBER-DISP.
           MOVE PLAN-TERM-MONTHS      TO WS-TERM-DISP.
           STRING 'INSTALLMENT '      DELIMITED BY SIZE
                  WS-INST-NUMBER-DISP DELIMITED BY SIZE
                  ' OF '              DELIMITED BY SIZE
                  WS-TERM-DISP        DELIMITED BY SIZE
                  ' - '               DELIMITED BY SIZE
                  PLAN-DESC           DELIMITED BY SIZE
                  INTO DALY-TRAN-DESC.
           MOVE WS-INST-AMOUNT        TO DALY-TRAN-AMT.
           PERFORM 1550-WRITE-DALYTRAN-RECORD.

      *---------------------------------------------------------------*
      * Common part of both records, with a generated id on the
      * CBFIN01C recipe - prefix, run date, the account's last four
      * digits and a run sequence.
      *---------------------------------------------------------------*
       1500-START-DALYTRAN-RECORD.
           ADD 1 TO WS-BILL-SEQ.
           IF WS-BILL-SEQ > 99999
               MOVE 1 TO WS-BILL-SEQ.

           MOVE SPACES TO DALYTRAN-RECORD.
           STRING WS-TRAN-PREFIX DELIMITED BY SIZE
                  DB2-YYYY (3:2) DELIMITED BY SIZE
                  DB2-MM DELIMITED BY SIZE
                  DB2-DD DELIMITED BY SIZE
                  PLAN-ACCT-ID (8:4) DELIMITED BY SIZE
                  WS-BILL-SEQ DELIMITED BY SIZE
                  INTO DALY-TRAN-ID.
           MOVE WS-PLAN-TYPE-CD      TO DALY-TRAN-TYPE-CD.
           MOVE WS-PLAN-SOURCE       TO DALY-TRAN-SOURCE.
           MOVE 0                    TO DALY-TRAN-MERCHANT-ID.
           MOVE SPACES               TO DALY-TRAN-MERCHANT-NAME
                                         DALY-TRAN-MERCHANT-CITY
                                         DALY-TRAN-MERCHANT-ZIP.
           MOVE WS-LOOKUP-CARD-NUM   TO DALY-TRAN-CARD-NUM.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-ORIG-TS.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-PROC-TS.
           MOVE 'USD'                TO DALY-TRAN-CURRENCY-CD.
           MOVE 1                    TO DALY-TRAN-FX-RATE.

      *---------------------------------------------------------------*
       1550-WRITE-DALYTRAN-RECORD.
           MOVE DALY-TRAN-AMT TO DALY-TRAN-ORIG-AMT.
           MOVE DALYTRAN-RECORD TO FD-INSBILL-RECORD.
           WRITE FD-INSBILL-RECORD.
           IF INSBILL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING INSBILL OUT FILE'
               MOVE INSBILL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       0100-INSTPLAN-OPEN.
           OPEN I-O INSTPLAN-FILE.
           IF INSTPLAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INSTPLAN FILE'
               MOVE INSTPLAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-XREFFILE-OPEN.
           OPEN INPUT XREF-FILE.
           IF CARDXREF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREF FILE'
               MOVE CARDXREF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0250-ACCTFILE-OPEN.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0300-INSBILL-OPEN.
           OPEN OUTPUT INSBILL-OUT-FILE.
           IF INSBILL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INSBILL OUT FILE'
               MOVE INSBILL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE INSTPLAN-FILE
                 XREF-FILE
                 ACCOUNT-FILE
                 INSBILL-OUT-FILE.

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
               MOVE 'CBINS01C' TO RUN-PROGRAM-ID
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
               MOVE 'CBINS01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-PLAN-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-BILLED-COUNT TO RUN-POSTED-COUNT
               MOVE WS-SKIPPED-COUNT TO RUN-REJECT-COUNT
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
