      ******************************************************************
      * Program     : CBPFL01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Month-end portfolio performance report by
      *               product group (ACCT-GROUP-ID). For each group:
      *               account counts by status, total balance and
      *               credit limit, the spread of accounts across
      *               utilization bands, delinquency counts and
      *               balances by DELINQ-FILE aging bucket with roll
      *               rates against last month, and the finance
      *               charges and fees billed on the month's
      *               statements (STMT-HIST-FILE). Last month's
      *               per-account snapshot (PFLPRIOR) is matched to
      *               ACCOUNT-FILE in account id order for the roll
      *               rates and month-over-month columns, and this
      *               month's snapshot (PFLSNAP) is written for next
      *               month's run. The same figures go to a fixed
      *               format extract (PFLEXTR) for the spreadsheets.
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
       PROGRAM-ID. CBPFL01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

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

           SELECT PFL-PRIOR-FILE ASSIGN TO PFLPRIOR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PFLPRIOR-STATUS.

           SELECT PFL-SNAP-FILE ASSIGN TO PFLSNAP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PFLSNAP-STATUS.

           SELECT PFL-EXTRACT-FILE ASSIGN TO PFLEXTR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PFLEXTR-STATUS.

           SELECT PFL-PARMS-FILE ASSIGN TO PFLPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PFLPARM-STATUS.

           SELECT PFL-REPORT-FILE ASSIGN TO PFLRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS PFLRPT-STATUS.

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

       FD  PFL-PRIOR-FILE.
       01  FD-PFLPRIOR-REC                      PIC X(80).

       FD  PFL-SNAP-FILE.
       01  FD-PFLSNAP-REC                       PIC X(80).

       FD  PFL-EXTRACT-FILE.
       01  FD-PFLEXTR-REC                       PIC X(600).

       FD  PFL-PARMS-FILE.
       01  FD-PFLPARM-REC                       PIC X(80).

       FD  PFL-REPORT-FILE.
       01  FD-PFLRPT-REC                        PIC X(133).

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

       COPY CVACT08Y.
       01  DELINQF-STATUS.
           05  DELINQF-STAT1       PIC X.
           05  DELINQF-STAT2       PIC X.

       COPY CVACT06Y.
       01  STMTHIST-STATUS.
           05  STMTHIST-STAT1      PIC X.
           05  STMTHIST-STAT2      PIC X.

       COPY CVPFL01Y.
       01  PFLPRIOR-STATUS.
           05  PFLPRIOR-STAT1      PIC X.
           05  PFLPRIOR-STAT2      PIC X.

      * The prior row waiting to be matched is held here; the copybook
      * layout doubles as the build area for this month's snapshot.
       01  WS-PRIOR-SNAPSHOT-REC                PIC X(80).

       01  PFLSNAP-STATUS.
           05  PFLSNAP-STAT1       PIC X.
           05  PFLSNAP-STAT2       PIC X.

       COPY CVPFL02Y.
       01  PFLEXTR-STATUS.
           05  PFLEXTR-STAT1       PIC X.
           05  PFLEXTR-STAT2       PIC X.

       01  PFLPARM-STATUS.
           05  PFLPARM-STAT1       PIC X.
           05  PFLPARM-STAT2       PIC X.

       COPY CVPFL03Y.
       01  PFLRPT-STATUS.
           05  PFLRPT-STAT1        PIC X.
           05  PFLRPT-STAT2        PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  IO-STATUS-04.
           05  IO-STATUS-0401      PIC 9   VALUE 0.
           05  IO-STATUS-0403      PIC 999 VALUE 0.

       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

       01  ABCODE                  PIC S9(9) COMP.

      * Month being reported, YYYY-MM. Blank means the current month,
      * for a run on the last business day; a run after month end
      * names the month it is closing.
       01  WS-PFLPARM-RECORD.
           05  WS-PARM-REPORT-MONTH         PIC X(07).
           05  FILLER                       PIC X(73).

       01  WS-CONSTANTS.
           05  WS-MAX-GROUPS                PIC 9(04) VALUE 99.
           05  WS-OTHER-SLOT                PIC 9(04) VALUE 100.
           05  WS-TOTAL-SLOT                PIC 9(04) VALUE 101.
           05  WS-MAX-BUCKETS               PIC 9(04) VALUE 7.
           05  WS-MAX-BANDS                 PIC 9(04) VALUE 6.

       01  WS-BUCKET-NAME-VALUES.
           05  FILLER                       PIC X(10) VALUE 'CURRENT'.
           05  FILLER                       PIC X(10) VALUE '30 DAYS'.
           05  FILLER                       PIC X(10) VALUE '60 DAYS'.
           05  FILLER                       PIC X(10) VALUE '90 DAYS'.
           05  FILLER                       PIC X(10) VALUE '120 DAYS'.
           05  FILLER                       PIC X(10) VALUE '150 DAYS'.
           05  FILLER                       PIC X(10) VALUE '180+ DAYS'.
       01  FILLER REDEFINES WS-BUCKET-NAME-VALUES.
           05  WS-BUCKET-NAME OCCURS 7 TIMES PIC X(10).

      * One entry per product group in order of first appearance;
      * groups past WS-MAX-GROUPS share the OTHER slot, and the last
      * slot accumulates the whole portfolio. Bands and buckets are
      * laid out as on the extract record (CVPFL02Y). Roll base and
      * rolled-forward counts sit under the bucket the account was
      * in LAST month.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 101 TIMES.
               10  WS-GRP-ID                PIC X(10).
               10  WS-GRP-ACCT-COUNT        PIC 9(09).
               10  WS-GRP-ACTIVE-COUNT      PIC 9(09).
               10  WS-GRP-DORMANT-COUNT     PIC 9(09).
               10  WS-GRP-PEND-CLOSE-COUNT  PIC 9(09).
               10  WS-GRP-CLOSED-COUNT      PIC 9(09).
               10  WS-GRP-TOTAL-BAL         PIC S9(11)V99.
               10  WS-GRP-TOTAL-LIMIT       PIC S9(11)V99.
               10  WS-GRP-PRIOR-ACCT-COUNT  PIC 9(09).
               10  WS-GRP-PRIOR-TOTAL-BAL   PIC S9(11)V99.
               10  WS-GRP-BAND-COUNT OCCURS 6 TIMES
                                            PIC 9(09).
               10  WS-GRP-BUCKET OCCURS 7 TIMES.
                   15  WS-GRP-BKT-COUNT       PIC 9(09).
                   15  WS-GRP-BKT-BAL         PIC S9(11)V99.
                   15  WS-GRP-BKT-PRIOR-COUNT PIC 9(09).
                   15  WS-GRP-BKT-ROLL-BASE   PIC 9(09).
                   15  WS-GRP-BKT-ROLLED-FWD  PIC 9(09).
               10  WS-GRP-STMT-COUNT        PIC 9(09).
               10  WS-GRP-FIN-CHARGES       PIC S9(11)V99.
               10  WS-GRP-FEES-BILLED       PIC S9(11)V99.

       01  WS-FLAGS.
           05  WS-ACCT-EOF                  PIC X(01) VALUE 'N'.
           05  WS-PRIOR-EOF                 PIC X(01) VALUE 'N'.
           05  WS-PRIOR-AVAILABLE           PIC X(01) VALUE 'Y'.
               88  PRIOR-SNAPSHOT-AVAILABLE VALUE 'Y'.
           05  WS-PRIOR-MATCHED             PIC X(01) VALUE 'N'.
               88  ACCOUNT-HAS-PRIOR        VALUE 'Y'.
           05  WS-PRIOR-MONTH-WARNED        PIC X(01) VALUE 'N'.
           05  WS-GROUP-FOUND               PIC X(01) VALUE 'N'.
               88  GROUP-WAS-FOUND          VALUE 'Y'.
           05  WS-STMT-SCAN-DONE            PIC X(01) VALUE 'N'.

       01  WS-MATCH-KEYS.
           05  WS-ACCT-MATCH-KEY            PIC X(11) VALUE SPACES.
           05  WS-PRIOR-MATCH-KEY           PIC X(11) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ACCOUNT-READ-COUNT        PIC 9(09) VALUE 0.
           05  WS-PRIOR-READ-COUNT          PIC 9(09) VALUE 0.
           05  WS-PRIOR-ONLY-COUNT          PIC 9(09) VALUE 0.
           05  WS-NEW-ACCOUNT-COUNT         PIC 9(09) VALUE 0.
           05  WS-SNAPSHOT-COUNT            PIC 9(09) VALUE 0.
           05  WS-EXTRACT-COUNT             PIC 9(09) VALUE 0.
           05  WS-GROUP-COUNT               PIC 9(04) VALUE 0.

       01  WS-SUBSCRIPTS.
           05  WS-GRP-SUB                   PIC 9(04) VALUE 0.
           05  WS-FOUND-SUB                 PIC 9(04) VALUE 0.
           05  WS-TALLY-SUB                 PIC 9(04) VALUE 0.
           05  WS-BKT-SUB                   PIC 9(04) VALUE 0.
           05  WS-PRIOR-BKT-SUB             PIC 9(04) VALUE 0.
           05  WS-BAND-SUB                  PIC 9(04) VALUE 0.
           05  WS-OUT-SUB                   PIC 9(04) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-REPORT-MONTH              PIC X(07) VALUE SPACES.
           05  WS-FIND-GROUP-ID             PIC X(10) VALUE SPACES.
           05  WS-STATUS-CLASS              PIC X(01) VALUE SPACES.
           05  WS-AGING-BUCKET              PIC 9(03) VALUE 0.
           05  WS-BUCKET-IN                 PIC 9(03) VALUE 0.
           05  WS-BUCKET-SUB-OUT            PIC 9(04) VALUE 0.
           05  WS-UTIL-PCT                  PIC S9(05)V99 VALUE 0.
           05  WS-ROLL-RATE                 PIC 9(03)V99 VALUE 0.
           05  WS-ACCT-STMT-COUNT           PIC 9(09) VALUE 0.
           05  WS-ACCT-FIN-CHARGES          PIC S9(11)V99 VALUE 0.
           05  WS-ACCT-FEES-BILLED          PIC S9(11)V99 VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPFL01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0050-PFLPARM-READ.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-DELINQF-OPEN.
           PERFORM 0300-STMTHIST-OPEN.
           PERFORM 0400-PFLPRIOR-OPEN.
           PERFORM 0500-PFLSNAP-OPEN.
           PERFORM 0600-PFLEXTR-OPEN.
           PERFORM 0700-PFLRPT-OPEN.

           INITIALIZE WS-GROUP-TABLE.
           MOVE 'ALL-GROUPS' TO WS-GRP-ID (WS-TOTAL-SLOT).

           PERFORM 2100-WRITE-REPORT-HEADERS.

           PERFORM 1100-ACCTFILE-GET-NEXT.
           PERFORM 1200-PFLPRIOR-GET-NEXT.
           PERFORM 1000-MATCH-ACCOUNTS
               UNTIL WS-ACCT-EOF = 'Y'
                 AND WS-PRIOR-EOF = 'Y'.

           PERFORM 2200-WRITE-GROUP
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT.
           MOVE WS-TOTAL-SLOT TO WS-GRP-SUB.
           PERFORM 2200-WRITE-GROUP.

           PERFORM 2800-WRITE-REPORT-TOTALS.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'ACCOUNTS REPORTED      :' WS-ACCOUNT-READ-COUNT.
           DISPLAY 'PRODUCT GROUPS         :' WS-GROUP-COUNT.
           DISPLAY 'PRIOR SNAPSHOT ROWS    :' WS-PRIOR-READ-COUNT.
           DISPLAY 'NEW SINCE PRIOR MONTH  :' WS-NEW-ACCOUNT-COUNT.
           DISPLAY 'GONE SINCE PRIOR MONTH :' WS-PRIOR-ONLY-COUNT.
           DISPLAY 'SNAPSHOT ROWS WRITTEN  :' WS-SNAPSHOT-COUNT.
           DISPLAY 'EXTRACT ROWS WRITTEN   :' WS-EXTRACT-COUNT.
           IF NOT PRIOR-SNAPSHOT-AVAILABLE
              OR WS-PRIOR-MONTH-WARNED = 'Y'
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPFL01C'.
           GOBACK.

      *---------------------------------------------------------------*
       0050-PFLPARM-READ.
           OPEN INPUT PFL-PARMS-FILE.
           IF PFLPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PFLPARM FILE'
               MOVE PFLPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           READ PFL-PARMS-FILE INTO WS-PFLPARM-RECORD.
           IF PFLPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING PFLPARM FILE'
               MOVE PFLPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           CLOSE PFL-PARMS-FILE.

           IF WS-PARM-REPORT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-CURRENT-DATE
               STRING WS-RUN-CURRENT-DATE (1:4) DELIMITED BY SIZE
                      '-'                       DELIMITED BY SIZE
                      WS-RUN-CURRENT-DATE (5:2) DELIMITED BY SIZE
                   INTO WS-REPORT-MONTH
               END-STRING
           ELSE
               MOVE WS-PARM-REPORT-MONTH TO WS-REPORT-MONTH.

           MOVE WS-REPORT-MONTH TO PFH-REPORT-MONTH.
           DISPLAY 'REPORT MONTH           :' WS-REPORT-MONTH.

      *---------------------------------------------------------------*
      * Classic match on account id. An account with no prior row is
      * new this month; a prior row with no account counts only in
      * last month's columns. End of file on either side forces its
      * key high so the other side drains.
      *---------------------------------------------------------------*
       1000-MATCH-ACCOUNTS.
           EVALUATE TRUE
               WHEN WS-ACCT-MATCH-KEY < WS-PRIOR-MATCH-KEY
                   MOVE 'N' TO WS-PRIOR-MATCHED
                   IF PRIOR-SNAPSHOT-AVAILABLE
                       ADD 1 TO WS-NEW-ACCOUNT-COUNT
                   END-IF
                   PERFORM 1300-TALLY-ACCOUNT
                   PERFORM 1100-ACCTFILE-GET-NEXT
               WHEN WS-ACCT-MATCH-KEY = WS-PRIOR-MATCH-KEY
                   PERFORM 1500-TALLY-PRIOR
                   MOVE 'Y' TO WS-PRIOR-MATCHED
                   PERFORM 1300-TALLY-ACCOUNT
                   PERFORM 1100-ACCTFILE-GET-NEXT
                   PERFORM 1200-PFLPRIOR-GET-NEXT
               WHEN OTHER
                   ADD 1 TO WS-PRIOR-ONLY-COUNT
                   PERFORM 1500-TALLY-PRIOR
                   PERFORM 1200-PFLPRIOR-GET-NEXT
           END-EVALUATE.

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
               MOVE ACCT-ID TO WS-ACCT-MATCH-KEY
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO WS-ACCT-EOF
                   MOVE HIGH-VALUES TO WS-ACCT-MATCH-KEY
               ELSE
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

       1200-PFLPRIOR-GET-NEXT.
           IF NOT PRIOR-SNAPSHOT-AVAILABLE
               MOVE 'Y' TO WS-PRIOR-EOF
               MOVE HIGH-VALUES TO WS-PRIOR-MATCH-KEY
           ELSE
               READ PFL-PRIOR-FILE INTO WS-PRIOR-SNAPSHOT-REC
               IF PFLPRIOR-STATUS = '00'
                   MOVE 0 TO APPL-RESULT
               ELSE
                   IF PFLPRIOR-STATUS = '10'
                       MOVE 16 TO APPL-RESULT
                   ELSE
                       MOVE 12 TO APPL-RESULT
                   END-IF
               END-IF
               IF APPL-AOK
                   ADD 1 TO WS-PRIOR-READ-COUNT
                   MOVE WS-PRIOR-SNAPSHOT-REC
                        TO PORTFOLIO-SNAPSHOT-RECORD
                   MOVE PFS-ACCT-ID TO WS-PRIOR-MATCH-KEY
                   PERFORM 1250-CHECK-PRIOR-MONTH
               ELSE
                   IF APPL-EOF
                       MOVE 'Y' TO WS-PRIOR-EOF
                       MOVE HIGH-VALUES TO WS-PRIOR-MATCH-KEY
                   ELSE
                       DISPLAY 'ERROR READING PFLPRIOR FILE'
                       MOVE PFLPRIOR-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
               END-IF
           END-IF.

      * A snapshot for this month or later means last month's file
      * was not rotated in - the run goes on, but says so.
       1250-CHECK-PRIOR-MONTH.
           IF PFS-REPORT-MONTH NOT < WS-REPORT-MONTH
              AND WS-PRIOR-MONTH-WARNED = 'N'
               MOVE 'Y' TO WS-PRIOR-MONTH-WARNED
               DISPLAY 'WARNING - PRIOR SNAPSHOT IS FOR MONTH '
                       PFS-REPORT-MONTH ', NOT BEFORE '
                       WS-REPORT-MONTH.

      *---------------------------------------------------------------*
      * This month's figures for one account, added to its group and
      * to the portfolio total, then its snapshot row for next month.
      *---------------------------------------------------------------*
       1300-TALLY-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-READ-COUNT.

           EVALUATE TRUE
               WHEN ACCT-ACTIVE-STATUS NOT = 'Y'
                   MOVE 'C' TO WS-STATUS-CLASS
               WHEN ACCT-IS-PENDING-CLOSE
                   MOVE 'P' TO WS-STATUS-CLASS
               WHEN ACCT-IS-DORMANT
                   MOVE 'D' TO WS-STATUS-CLASS
               WHEN OTHER
                   MOVE 'A' TO WS-STATUS-CLASS
           END-EVALUATE.

           PERFORM 1320-SET-UTILIZATION-BAND.

           MOVE ACCT-ID TO FD-DLQ-ACCT-ID.
           READ DELINQ-FILE INTO DELINQ-RECORD
               INVALID KEY
                   MOVE 0 TO DLQ-AGING-BUCKET
           END-READ.
           MOVE DLQ-AGING-BUCKET TO WS-AGING-BUCKET.
           MOVE WS-AGING-BUCKET TO WS-BUCKET-IN.
           PERFORM 1340-BUCKET-SUBSCRIPT.
           MOVE WS-BUCKET-SUB-OUT TO WS-BKT-SUB.

           IF ACCOUNT-HAS-PRIOR
               MOVE WS-PRIOR-SNAPSHOT-REC TO PORTFOLIO-SNAPSHOT-RECORD
               MOVE PFS-AGING-BUCKET TO WS-BUCKET-IN
               PERFORM 1340-BUCKET-SUBSCRIPT
               MOVE WS-BUCKET-SUB-OUT TO WS-PRIOR-BKT-SUB.

           PERFORM 1400-SUM-STATEMENTS.

           MOVE ACCT-GROUP-ID TO WS-FIND-GROUP-ID.
           PERFORM 1600-FIND-GROUP.
           MOVE WS-FOUND-SUB TO WS-TALLY-SUB.
           PERFORM 1350-ADD-ACCOUNT-TO-GROUP.
           MOVE WS-TOTAL-SLOT TO WS-TALLY-SUB.
           PERFORM 1350-ADD-ACCOUNT-TO-GROUP.

           PERFORM 1700-WRITE-SNAPSHOT.

      * Bands: no balance owed; then balance as a share of the credit
      * limit under 30, 50, 80 and 100 percent; then at or over the
      * limit (which includes a balance against no limit at all).
       1320-SET-UTILIZATION-BAND.
           MOVE 0 TO WS-UTIL-PCT.
           IF ACCT-CURR-BAL NOT > 0
               MOVE 1 TO WS-BAND-SUB
           ELSE
               IF ACCT-CREDIT-LIMIT NOT > 0
                   MOVE 6 TO WS-BAND-SUB
               ELSE
                   COMPUTE WS-UTIL-PCT ROUNDED =
                       ACCT-CURR-BAL * 100 / ACCT-CREDIT-LIMIT
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-UTIL-PCT
                   END-COMPUTE
                   EVALUATE TRUE
                       WHEN WS-UTIL-PCT < 30
                           MOVE 2 TO WS-BAND-SUB
                       WHEN WS-UTIL-PCT < 50
                           MOVE 3 TO WS-BAND-SUB
                       WHEN WS-UTIL-PCT < 80
                           MOVE 4 TO WS-BAND-SUB
                       WHEN WS-UTIL-PCT < 100
                           MOVE 5 TO WS-BAND-SUB
                       WHEN OTHER
                           MOVE 6 TO WS-BAND-SUB
                   END-EVALUATE
               END-IF
           END-IF.

      * Aging bucket (days, in steps of 30) to table position:
      * current is 1, 30 days 2, ... 150 days 6, 180 and over 7.
       1340-BUCKET-SUBSCRIPT.
           IF WS-BUCKET-IN NOT < 180
               MOVE 7 TO WS-BUCKET-SUB-OUT
           ELSE
               COMPUTE WS-BUCKET-SUB-OUT = (WS-BUCKET-IN / 30) + 1.

       1350-ADD-ACCOUNT-TO-GROUP.
           ADD 1 TO WS-GRP-ACCT-COUNT (WS-TALLY-SUB).
           EVALUATE WS-STATUS-CLASS
               WHEN 'A'
                   ADD 1 TO WS-GRP-ACTIVE-COUNT (WS-TALLY-SUB)
               WHEN 'D'
                   ADD 1 TO WS-GRP-DORMANT-COUNT (WS-TALLY-SUB)
               WHEN 'P'
                   ADD 1 TO WS-GRP-PEND-CLOSE-COUNT (WS-TALLY-SUB)
               WHEN OTHER
                   ADD 1 TO WS-GRP-CLOSED-COUNT (WS-TALLY-SUB)
           END-EVALUATE.
           ADD ACCT-CURR-BAL     TO WS-GRP-TOTAL-BAL (WS-TALLY-SUB).
           ADD ACCT-CREDIT-LIMIT TO WS-GRP-TOTAL-LIMIT (WS-TALLY-SUB).
           ADD 1 TO WS-GRP-BAND-COUNT (WS-TALLY-SUB, WS-BAND-SUB).
           ADD 1 TO WS-GRP-BKT-COUNT (WS-TALLY-SUB, WS-BKT-SUB).
           ADD ACCT-CURR-BAL
               TO WS-GRP-BKT-BAL (WS-TALLY-SUB, WS-BKT-SUB).
           ADD WS-ACCT-STMT-COUNT
               TO WS-GRP-STMT-COUNT (WS-TALLY-SUB).
           ADD WS-ACCT-FIN-CHARGES
               TO WS-GRP-FIN-CHARGES (WS-TALLY-SUB).
           ADD WS-ACCT-FEES-BILLED
               TO WS-GRP-FEES-BILLED (WS-TALLY-SUB).
           IF ACCOUNT-HAS-PRIOR
               ADD 1 TO WS-GRP-BKT-ROLL-BASE
                            (WS-TALLY-SUB, WS-PRIOR-BKT-SUB)
               IF WS-BKT-SUB > WS-PRIOR-BKT-SUB
                   ADD 1 TO WS-GRP-BKT-ROLLED-FWD
                                (WS-TALLY-SUB, WS-PRIOR-BKT-SUB)
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Finance charges and fees off every statement cut for the
      * account with a cycle ending in the report month.
      *---------------------------------------------------------------*
       1400-SUM-STATEMENTS.
           MOVE 0 TO WS-ACCT-STMT-COUNT.
           MOVE 0 TO WS-ACCT-FIN-CHARGES.
           MOVE 0 TO WS-ACCT-FEES-BILLED.
           MOVE 'N' TO WS-STMT-SCAN-DONE.

           MOVE ACCT-ID TO FD-STMT-ACCT-ID.
           MOVE SPACES  TO FD-STMT-CYCLE-END-DATE.
           STRING WS-REPORT-MONTH  DELIMITED BY SIZE
                  '-01'            DELIMITED BY SIZE
               INTO FD-STMT-CYCLE-END-DATE
           END-STRING.
           START STMT-HIST-FILE KEY IS >= FD-STMT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STMT-SCAN-DONE.

           PERFORM 1450-STMTHIST-GET-NEXT
               UNTIL WS-STMT-SCAN-DONE = 'Y'.

       1450-STMTHIST-GET-NEXT.
           READ STMT-HIST-FILE NEXT RECORD INTO STMT-HIST-RECORD.
           IF STMTHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-STMT-SCAN-DONE
           ELSE
               IF STMT-ACCT-ID NOT = ACCT-ID
                  OR STMT-CYCLE-END-DATE (1:7) NOT = WS-REPORT-MONTH
                   MOVE 'Y' TO WS-STMT-SCAN-DONE
               ELSE
                   ADD 1                TO WS-ACCT-STMT-COUNT
                   ADD STMT-FIN-CHARGES TO WS-ACCT-FIN-CHARGES
      * History rows written before fees were kept carry spaces.
                   IF STMT-FEES-BILLED IS NUMERIC
                       ADD STMT-FEES-BILLED TO WS-ACCT-FEES-BILLED
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Last month's figures for one snapshot row, under the group
      * the account was in LAST month.
      *---------------------------------------------------------------*
       1500-TALLY-PRIOR.
           MOVE WS-PRIOR-SNAPSHOT-REC TO PORTFOLIO-SNAPSHOT-RECORD.
           MOVE PFS-AGING-BUCKET TO WS-BUCKET-IN.
           PERFORM 1340-BUCKET-SUBSCRIPT.
           MOVE PFS-GROUP-ID TO WS-FIND-GROUP-ID.
           PERFORM 1600-FIND-GROUP.
           MOVE WS-FOUND-SUB TO WS-TALLY-SUB.
           PERFORM 1550-ADD-PRIOR-TO-GROUP.
           MOVE WS-TOTAL-SLOT TO WS-TALLY-SUB.
           PERFORM 1550-ADD-PRIOR-TO-GROUP.

       1550-ADD-PRIOR-TO-GROUP.
           ADD 1 TO WS-GRP-PRIOR-ACCT-COUNT (WS-TALLY-SUB).
           ADD PFS-CURR-BAL TO WS-GRP-PRIOR-TOTAL-BAL (WS-TALLY-SUB).
           ADD 1 TO WS-GRP-BKT-PRIOR-COUNT
                        (WS-TALLY-SUB, WS-BUCKET-SUB-OUT).

      *---------------------------------------------------------------*
       1600-FIND-GROUP.
           IF WS-FIND-GROUP-ID = SPACES
               MOVE '(BLANK)' TO WS-FIND-GROUP-ID.
           MOVE 'N' TO WS-GROUP-FOUND.
           MOVE 0   TO WS-FOUND-SUB.
           PERFORM 1610-CHECK-GROUP-ENTRY
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT
                  OR GROUP-WAS-FOUND.

           IF NOT GROUP-WAS-FOUND
               IF WS-GROUP-COUNT < WS-MAX-GROUPS
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT   TO WS-FOUND-SUB
                   MOVE WS-FIND-GROUP-ID TO WS-GRP-ID (WS-FOUND-SUB)
               ELSE
                   MOVE WS-OTHER-SLOT TO WS-FOUND-SUB
                   IF WS-GRP-ID (WS-OTHER-SLOT) = SPACES
                       MOVE 'OTHER' TO WS-GRP-ID (WS-OTHER-SLOT)
                       MOVE WS-OTHER-SLOT TO WS-GROUP-COUNT
                       DISPLAY 'WARNING - MORE THAN ' WS-MAX-GROUPS
                               ' PRODUCT GROUPS, THE REST REPORT '
                               'AS OTHER'
                   END-IF
               END-IF
           END-IF.

       1610-CHECK-GROUP-ENTRY.
           IF WS-GRP-ID (WS-GRP-SUB) = WS-FIND-GROUP-ID
               MOVE 'Y'        TO WS-GROUP-FOUND
               MOVE WS-GRP-SUB TO WS-FOUND-SUB.

      *---------------------------------------------------------------*
       1700-WRITE-SNAPSHOT.
           MOVE SPACES            TO PORTFOLIO-SNAPSHOT-RECORD.
           MOVE ACCT-ID           TO PFS-ACCT-ID.
           MOVE WS-REPORT-MONTH   TO PFS-REPORT-MONTH.
           MOVE WS-FIND-GROUP-ID  TO PFS-GROUP-ID.
           MOVE WS-STATUS-CLASS   TO PFS-STATUS-CLASS.
           MOVE ACCT-CURR-BAL     TO PFS-CURR-BAL.
           MOVE ACCT-CREDIT-LIMIT TO PFS-CREDIT-LIMIT.
           MOVE WS-AGING-BUCKET   TO PFS-AGING-BUCKET.
           WRITE FD-PFLSNAP-REC FROM PORTFOLIO-SNAPSHOT-RECORD.
           IF PFLSNAP-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PFLSNAP FILE'
               MOVE PFLSNAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           ADD 1 TO WS-SNAPSHOT-COUNT.

      *---------------------------------------------------------------*
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-PFLRPT-REC FROM PFLRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-PFLRPT-REC FROM PFLRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
      * One group's block on the report, then its extract record.
      *---------------------------------------------------------------*
       2200-WRITE-GROUP.
           MOVE WS-GRP-ID (WS-GRP-SUB) TO PFG-GROUP-ID.
           WRITE FD-PFLRPT-REC FROM PFLRPT-GROUP-HEADER
               AFTER ADVANCING 3 LINES.

           MOVE WS-GRP-ACCT-COUNT (WS-GRP-SUB)   TO PFA-TOTAL-COUNT.
           MOVE WS-GRP-ACTIVE-COUNT (WS-GRP-SUB) TO PFA-ACTIVE-COUNT.
           MOVE WS-GRP-DORMANT-COUNT (WS-GRP-SUB)
                TO PFA-DORMANT-COUNT.
           MOVE WS-GRP-PEND-CLOSE-COUNT (WS-GRP-SUB)
                TO PFA-PEND-CLOSE-COUNT.
           MOVE WS-GRP-CLOSED-COUNT (WS-GRP-SUB) TO PFA-CLOSED-COUNT.
           WRITE FD-PFLRPT-REC FROM PFLRPT-ACCOUNTS-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 0 TO WS-UTIL-PCT.
           IF WS-GRP-TOTAL-LIMIT (WS-GRP-SUB) > 0
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-GRP-TOTAL-BAL (WS-GRP-SUB) * 100
                       / WS-GRP-TOTAL-LIMIT (WS-GRP-SUB)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-UTIL-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-GRP-TOTAL-BAL (WS-GRP-SUB)   TO PFB-TOTAL-BAL.
           MOVE WS-GRP-TOTAL-LIMIT (WS-GRP-SUB) TO PFB-TOTAL-LIMIT.
           MOVE WS-UTIL-PCT                     TO PFB-UTILIZATION-PCT.
           WRITE FD-PFLRPT-REC FROM PFLRPT-BALANCE-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-GRP-PRIOR-ACCT-COUNT (WS-GRP-SUB)
                TO PFP-PRIOR-ACCT-COUNT.
           MOVE WS-GRP-PRIOR-TOTAL-BAL (WS-GRP-SUB)
                TO PFP-PRIOR-TOTAL-BAL.
           COMPUTE PFP-BALANCE-CHANGE =
                   WS-GRP-TOTAL-BAL (WS-GRP-SUB)
                 - WS-GRP-PRIOR-TOTAL-BAL (WS-GRP-SUB).
           WRITE FD-PFLRPT-REC FROM PFLRPT-PRIOR-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-GRP-BAND-COUNT (WS-GRP-SUB, 1) TO PFU-BAND-1.
           MOVE WS-GRP-BAND-COUNT (WS-GRP-SUB, 2) TO PFU-BAND-2.
           MOVE WS-GRP-BAND-COUNT (WS-GRP-SUB, 3) TO PFU-BAND-3.
           MOVE WS-GRP-BAND-COUNT (WS-GRP-SUB, 4) TO PFU-BAND-4.
           MOVE WS-GRP-BAND-COUNT (WS-GRP-SUB, 5) TO PFU-BAND-5.
           MOVE WS-GRP-BAND-COUNT (WS-GRP-SUB, 6) TO PFU-BAND-6.
           WRITE FD-PFLRPT-REC FROM PFLRPT-BAND-LINE
               AFTER ADVANCING 2 LINES.

           WRITE FD-PFLRPT-REC FROM PFLRPT-DLQ-HEADER
               AFTER ADVANCING 2 LINES.
           PERFORM 2250-WRITE-BUCKET-LINE
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-MAX-BUCKETS.

           MOVE WS-GRP-STMT-COUNT (WS-GRP-SUB)  TO PFC-STMT-COUNT.
           MOVE WS-GRP-FIN-CHARGES (WS-GRP-SUB) TO PFC-FIN-CHARGES.
           MOVE WS-GRP-FEES-BILLED (WS-GRP-SUB) TO PFC-FEES-BILLED.
           WRITE FD-PFLRPT-REC FROM PFLRPT-CHARGES-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 2300-WRITE-EXTRACT.

      * Roll rate: of the accounts in this bucket last month (and
      * still on file), the share now in a worse bucket.
       2250-WRITE-BUCKET-LINE.
           MOVE 0 TO WS-ROLL-RATE.
           IF WS-GRP-BKT-ROLL-BASE (WS-GRP-SUB, WS-BKT-SUB) > 0
               COMPUTE WS-ROLL-RATE ROUNDED =
                   WS-GRP-BKT-ROLLED-FWD (WS-GRP-SUB, WS-BKT-SUB)
                       * 100
                       / WS-GRP-BKT-ROLL-BASE (WS-GRP-SUB, WS-BKT-SUB)
           END-IF.
           MOVE WS-BUCKET-NAME (WS-BKT-SUB) TO PFD-BUCKET-NAME.
           MOVE WS-GRP-BKT-COUNT (WS-GRP-SUB, WS-BKT-SUB)
                TO PFD-COUNT.
           MOVE WS-GRP-BKT-BAL (WS-GRP-SUB, WS-BKT-SUB)
                TO PFD-BALANCE.
           MOVE WS-GRP-BKT-PRIOR-COUNT (WS-GRP-SUB, WS-BKT-SUB)
                TO PFD-PRIOR-COUNT.
           MOVE WS-GRP-BKT-ROLL-BASE (WS-GRP-SUB, WS-BKT-SUB)
                TO PFD-ROLL-BASE.
           MOVE WS-GRP-BKT-ROLLED-FWD (WS-GRP-SUB, WS-BKT-SUB)
                TO PFD-ROLLED-FWD.
           MOVE WS-ROLL-RATE TO PFD-ROLL-RATE.
           WRITE FD-PFLRPT-REC FROM PFLRPT-DLQ-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       2300-WRITE-EXTRACT.
           MOVE SPACES TO PORTFOLIO-EXTRACT-RECORD.
           MOVE WS-REPORT-MONTH                  TO PFX-REPORT-MONTH.
           MOVE WS-GRP-ID (WS-GRP-SUB)           TO PFX-GROUP-ID.
           MOVE WS-GRP-ACCT-COUNT (WS-GRP-SUB)   TO PFX-ACCT-COUNT.
           MOVE WS-GRP-ACTIVE-COUNT (WS-GRP-SUB) TO PFX-ACTIVE-COUNT.
           MOVE WS-GRP-DORMANT-COUNT (WS-GRP-SUB)
                TO PFX-DORMANT-COUNT.
           MOVE WS-GRP-PEND-CLOSE-COUNT (WS-GRP-SUB)
                TO PFX-PEND-CLOSE-COUNT.
           MOVE WS-GRP-CLOSED-COUNT (WS-GRP-SUB) TO PFX-CLOSED-COUNT.
           MOVE WS-GRP-TOTAL-BAL (WS-GRP-SUB)    TO PFX-TOTAL-BAL.
           MOVE WS-GRP-TOTAL-LIMIT (WS-GRP-SUB)  TO PFX-TOTAL-LIMIT.
           MOVE WS-UTIL-PCT                      TO PFX-UTILIZATION-PCT.
           MOVE WS-GRP-PRIOR-ACCT-COUNT (WS-GRP-SUB)
                TO PFX-PRIOR-ACCT-COUNT.
           MOVE WS-GRP-PRIOR-TOTAL-BAL (WS-GRP-SUB)
                TO PFX-PRIOR-TOTAL-BAL.
           PERFORM 2350-MOVE-EXTRACT-BAND
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-MAX-BANDS.
           PERFORM 2360-MOVE-EXTRACT-BUCKET
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-MAX-BUCKETS.
           MOVE WS-GRP-STMT-COUNT (WS-GRP-SUB)  TO PFX-STMT-COUNT.
           MOVE WS-GRP-FIN-CHARGES (WS-GRP-SUB) TO PFX-FIN-CHARGES.
           MOVE WS-GRP-FEES-BILLED (WS-GRP-SUB) TO PFX-FEES-BILLED.

           WRITE FD-PFLEXTR-REC FROM PORTFOLIO-EXTRACT-RECORD.
           IF PFLEXTR-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PFLEXTR FILE'
               MOVE PFLEXTR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           ADD 1 TO WS-EXTRACT-COUNT.

       2350-MOVE-EXTRACT-BAND.
           MOVE WS-GRP-BAND-COUNT (WS-GRP-SUB, WS-OUT-SUB)
                TO PFX-BAND-COUNT (WS-OUT-SUB).

       2360-MOVE-EXTRACT-BUCKET.
           MOVE WS-GRP-BKT-COUNT (WS-GRP-SUB, WS-OUT-SUB)
                TO PFX-BKT-COUNT (WS-OUT-SUB).
           MOVE WS-GRP-BKT-BAL (WS-GRP-SUB, WS-OUT-SUB)
                TO PFX-BKT-BAL (WS-OUT-SUB).
           MOVE WS-GRP-BKT-PRIOR-COUNT (WS-GRP-SUB, WS-OUT-SUB)
                TO PFX-BKT-PRIOR-COUNT (WS-OUT-SUB).
           MOVE WS-GRP-BKT-ROLL-BASE (WS-GRP-SUB, WS-OUT-SUB)
                TO PFX-BKT-ROLL-BASE (WS-OUT-SUB).
           MOVE WS-GRP-BKT-ROLLED-FWD (WS-GRP-SUB, WS-OUT-SUB)
                TO PFX-BKT-ROLLED-FWD (WS-OUT-SUB).

      *---------------------------------------------------------------*
       2800-WRITE-REPORT-TOTALS.
           MOVE SPACES TO PFLRPT-COUNT-LINE.
           MOVE 'ACCOUNTS REPORTED'      TO PFN-LABEL.
           MOVE WS-ACCOUNT-READ-COUNT    TO PFN-COUNT.
           WRITE FD-PFLRPT-REC FROM PFLRPT-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'PRODUCT GROUPS'         TO PFN-LABEL.
           MOVE WS-GROUP-COUNT           TO PFN-COUNT.
           WRITE FD-PFLRPT-REC FROM PFLRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NEW SINCE PRIOR MONTH'  TO PFN-LABEL.
           MOVE WS-NEW-ACCOUNT-COUNT     TO PFN-COUNT.
           WRITE FD-PFLRPT-REC FROM PFLRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'GONE SINCE PRIOR MONTH' TO PFN-LABEL.
           MOVE WS-PRIOR-ONLY-COUNT      TO PFN-COUNT.
           WRITE FD-PFLRPT-REC FROM PFLRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF NOT PRIOR-SNAPSHOT-AVAILABLE
               MOVE 'NO PRIOR MONTH SNAPSHOT' TO PFN-LABEL
               MOVE 0                         TO PFN-COUNT
               WRITE FD-PFLRPT-REC FROM PFLRPT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       0100-ACCTFILE-OPEN.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-DELINQF-OPEN.
           OPEN INPUT DELINQ-FILE.
           IF DELINQF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DELINQ FILE'
               MOVE DELINQF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0300-STMTHIST-OPEN.
           OPEN INPUT STMT-HIST-FILE.
           IF STMTHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STMT-HIST FILE'
               MOVE STMTHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      * The first month the job runs there is no prior snapshot. A
      * missing dataset is allowed: the report prints without the
      * month-over-month columns and the step ends with RC 4.
       0400-PFLPRIOR-OPEN.
           OPEN INPUT PFL-PRIOR-FILE.
           IF PFLPRIOR-STATUS = '35'
               MOVE 'N' TO WS-PRIOR-AVAILABLE
               DISPLAY 'WARNING - NO PRIOR MONTH SNAPSHOT, ROLL '
                       'RATES NOT AVAILABLE'
           ELSE
               IF PFLPRIOR-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PFLPRIOR FILE'
                   MOVE PFLPRIOR-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

       0500-PFLSNAP-OPEN.
           OPEN OUTPUT PFL-SNAP-FILE.
           IF PFLSNAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PFLSNAP FILE'
               MOVE PFLSNAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0600-PFLEXTR-OPEN.
           OPEN OUTPUT PFL-EXTRACT-FILE.
           IF PFLEXTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PFLEXTR FILE'
               MOVE PFLEXTR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0700-PFLRPT-OPEN.
           OPEN OUTPUT PFL-REPORT-FILE.
           IF PFLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PFLRPT FILE'
               MOVE PFLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
                 DELINQ-FILE
                 STMT-HIST-FILE
                 PFL-SNAP-FILE
                 PFL-EXTRACT-FILE
                 PFL-REPORT-FILE.
           IF PRIOR-SNAPSHOT-AVAILABLE
               CLOSE PFL-PRIOR-FILE.

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
               MOVE 'CBPFL01C' TO RUN-PROGRAM-ID
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
               MOVE 'CBPFL01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-ACCOUNT-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-EXTRACT-COUNT TO RUN-POSTED-COUNT
               MOVE 0 TO RUN-REJECT-COUNT
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
