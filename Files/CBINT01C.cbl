      ******************************************************************
      * Program     : CBINT01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Weekly referential-integrity sweep across the
      *               master files. Walks XREF-FILE, CARD-FILE,
      *               ACCOUNT-FILE, CUST-FILE, TCATBAL-FILE,
      *               REWARDS-FILE, DELINQ-FILE and AUTH-HOLD-FILE and
      *               checks every link between them - cross-reference
      *               rows pointing at missing accounts, customers or
      *               cards, cards and customers nothing points at,
      *               and child rows left behind for accounts or cards
      *               that no longer exist. Each rule gets its own
      *               section of the exception report, listing the
      *               offending keys and the rule's count, so orphans
      *               can be fixed before posting or statements trip
      *               over them. Nothing is updated. This is a
      *               structural check only - balances are CBACT01C's.
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
       PROGRAM-ID. CBINT01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO CARDXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                     WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FD-XREF-CUST-ID
                     WITH DUPLICATES
                  FILE STATUS  IS CARDXREF-STATUS.

           SELECT CARD-FILE ASSIGN TO CARDMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CARD-NUM
                  FILE STATUS  IS CARDMST-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT CUST-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT TCATBAL-FILE ASSIGN TO TCATBALF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-TRAN-CAT-KEY
                  FILE STATUS  IS TCATBALF-STATUS.

           SELECT REWARDS-FILE ASSIGN TO REWARDS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-RWD-ACCT-ID
                  FILE STATUS  IS REWARDS-STATUS.

           SELECT DELINQ-FILE ASSIGN TO DELINQF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-DLQ-ACCT-ID
                  FILE STATUS  IS DELINQF-STATUS.

           SELECT AUTH-HOLD-FILE ASSIGN TO AUTHHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-HOLD-KEY
                  FILE STATUS  IS AUTHHOLD-STATUS.

           SELECT INT-REPORT-FILE ASSIGN TO INTGRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS INTGRPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  FD-CARDXREF-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-DATA                      PIC X(34).
      * Second view of the same 50-byte record, exposing the customer
      * and account ids (their offsets in CVACT03Y) as the alternate
      * keys declared above.
       01  FD-CARDXREF-KEYVIEW.
           05 FILLER                            PIC X(16).
           05 FD-XREF-CUST-ID                   PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FILLER                            PIC X(14).

       FD  CARD-FILE.
       01  FD-CARDFILE-REC.
           05 FD-CARD-NUM                       PIC X(16).
           05 FD-CARD-DATA                      PIC X(84).

       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CUST-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(241).

       FD  TCATBAL-FILE.
       01  FD-TRAN-CAT-BAL-RECORD.
           05 FD-TRAN-CAT-KEY.
              10 FD-TRANCAT-ACCT-ID             PIC 9(11).
              10 FD-TRANCAT-TYPE-CD             PIC X(02).
              10 FD-TRANCAT-CD                  PIC 9(04).
           05 FD-FD-TRAN-CAT-DATA               PIC X(33).

       FD  REWARDS-FILE.
       01  FD-REWARDS-RECORD.
           05 FD-RWD-ACCT-ID                    PIC 9(11).
           05 FD-RWD-DATA                       PIC X(69).

       FD  DELINQ-FILE.
       01  FD-DELINQ-RECORD.
           05 FD-DLQ-ACCT-ID                    PIC 9(11).
           05 FD-DLQ-DATA                       PIC X(69).

       FD  AUTH-HOLD-FILE.
       01  FD-AUTH-HOLD-RECORD.
           05 FD-HOLD-KEY.
              10 FD-HOLD-ACCT-ID                PIC 9(11).
              10 FD-HOLD-SEQ-NUM                PIC 9(04).
           05 FD-HOLD-DATA                      PIC X(73).

       FD  INT-REPORT-FILE.
       01  FD-INTGRPT-REC                       PIC X(133).

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

       COPY CVACT03Y.
       01  CARDXREF-STATUS.
           05  CARDXREF-STAT1      PIC X.
           05  CARDXREF-STAT2      PIC X.

       COPY CVCRD01Y.
       01  CARDMST-STATUS.
           05  CARDMST-STAT1       PIC X.
           05  CARDMST-STAT2       PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVCUS01Y.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.

       COPY CVTRA01Y.
       01  TCATBALF-STATUS.
           05  TCATBALF-STAT1      PIC X.
           05  TCATBALF-STAT2      PIC X.

       COPY CVRWD01Y.
       01  REWARDS-STATUS.
           05  REWARDS-STAT1       PIC X.
           05  REWARDS-STAT2       PIC X.

       COPY CVACT08Y.
       01  DELINQF-STATUS.
           05  DELINQF-STAT1       PIC X.
           05  DELINQF-STAT2       PIC X.

       COPY CVAUT01Y.
       01  AUTHHOLD-STATUS.
           05  AUTHHOLD-STAT1      PIC X.
           05  AUTHHOLD-STAT2      PIC X.

       COPY CVINT01Y.
       01  INTGRPT-STATUS.
           05  INTGRPT-STAT1       PIC X.
           05  INTGRPT-STAT2       PIC X.

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

       01  WS-CONSTANTS.
           05  WS-MAX-RULES                 PIC 9(04) VALUE 13.

      * The rules, in report order. Each is checked by one full pass
      * of the file it is about, so its exceptions print together.
       01  WS-RULE-DEFINITIONS.
           05  FILLER                       PIC X(03) VALUE 'R01'.
           05  FILLER                       PIC X(50)
               VALUE 'CARD XREF ACCOUNT NOT ON ACCOUNT FILE'.
           05  FILLER                       PIC X(03) VALUE 'R02'.
           05  FILLER                       PIC X(50)
               VALUE 'CARD XREF CUSTOMER NOT ON CUSTOMER FILE'.
           05  FILLER                       PIC X(03) VALUE 'R03'.
           05  FILLER                       PIC X(50)
               VALUE 'CARD XREF CARD NOT ON CARD MASTER'.
           05  FILLER                       PIC X(03) VALUE 'R04'.
           05  FILLER                       PIC X(50)
               VALUE 'CARD MASTER CARD HAS NO CARD XREF ROW'.
           05  FILLER                       PIC X(03) VALUE 'R05'.
           05  FILLER                       PIC X(50)
               VALUE 'REPLACEMENT CARD NOT ON CARD MASTER'.
           05  FILLER                       PIC X(03) VALUE 'R06'.
           05  FILLER                       PIC X(50)
               VALUE 'ACCOUNT HAS NO CARD ON CARD XREF'.
           05  FILLER                       PIC X(03) VALUE 'R07'.
           05  FILLER                       PIC X(50)
               VALUE 'CUSTOMER HAS NO CARD XREF ROW'.
           05  FILLER                       PIC X(03) VALUE 'R08'.
           05  FILLER                       PIC X(50)
               VALUE 'CATEGORY BALANCE ROW FOR UNKNOWN ACCOUNT'.
           05  FILLER                       PIC X(03) VALUE 'R09'.
           05  FILLER                       PIC X(50)
               VALUE 'REWARDS ROW FOR UNKNOWN ACCOUNT'.
           05  FILLER                       PIC X(03) VALUE 'R10'.
           05  FILLER                       PIC X(50)
               VALUE 'DELINQUENCY ROW FOR UNKNOWN ACCOUNT'.
           05  FILLER                       PIC X(03) VALUE 'R11'.
           05  FILLER                       PIC X(50)
               VALUE 'AUTH HOLD FOR UNKNOWN ACCOUNT'.
           05  FILLER                       PIC X(03) VALUE 'R12'.
           05  FILLER                       PIC X(50)
               VALUE 'AUTH HOLD ON CARD NOT ON CARD XREF'.
           05  FILLER                       PIC X(03) VALUE 'R13'.
           05  FILLER                       PIC X(50)
               VALUE 'AUTH HOLD CARD CROSS-REFERENCED TO OTHER ACCOUNT'.
       01  FILLER REDEFINES WS-RULE-DEFINITIONS.
           05  WS-RULE-DEF OCCURS 13 TIMES.
               10  WS-RULE-ID               PIC X(03).
               10  WS-RULE-DESC             PIC X(50).

       01  WS-RULE-TOTALS.
           05  WS-RULE-TOTAL OCCURS 13 TIMES.
               10  WS-RULE-CHECKED-TOTAL    PIC 9(09) VALUE 0.
               10  WS-RULE-EXCEPTION-TOTAL  PIC 9(09) VALUE 0.

       01  WS-FLAGS.
           05  WS-SCAN-DONE                 PIC X(01) VALUE 'N'.
           05  WS-FOUND-FLAG                PIC X(01) VALUE 'N'.
               88  LOOKUP-FOUND             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RULE-NUM                  PIC 9(04) VALUE 0.
           05  WS-RULE-CHECKED              PIC 9(09) VALUE 0.
           05  WS-RULE-EXCEPTIONS           PIC 9(09) VALUE 0.
           05  WS-TOTAL-CHECKED             PIC 9(09) VALUE 0.
           05  WS-TOTAL-EXCEPTIONS          PIC 9(09) VALUE 0.
           05  WS-RULES-FAILED              PIC 9(04) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-ACCT-ID            PIC 9(11) VALUE 0.
           05  WS-LOOKUP-CUST-ID            PIC 9(09) VALUE 0.
           05  WS-LOOKUP-CARD-NUM           PIC X(16) VALUE SPACES.
           05  WS-SAVE-CARD-NUM             PIC X(16) VALUE SPACES.
           05  WS-FILE-NAME                 PIC X(08) VALUE SPACES.
           05  WS-RECORD-KEY                PIC X(20) VALUE SPACES.
           05  WS-RELATED-KEY               PIC X(20) VALUE SPACES.
           05  WS-DETAIL                    PIC X(50) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBINT01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0400-BUILD-TIMESTAMP.
           MOVE DB2-FORMAT-TS (1:10) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE          TO INH-RUN-DATE.
           PERFORM 0100-CARDXREF-OPEN.
           PERFORM 0200-CARDMST-OPEN.
           PERFORM 0300-ACCTFILE-OPEN.
           PERFORM 0500-CUSTFILE-OPEN.
           PERFORM 0600-TCATBALF-OPEN.
           PERFORM 0700-REWARDS-OPEN.
           PERFORM 0800-DELINQF-OPEN.
           PERFORM 0900-AUTHHOLD-OPEN.
           PERFORM 0950-INTGRPT-OPEN.

           PERFORM 2100-WRITE-REPORT-HEADERS.

           PERFORM 1000-RUN-RULE
               VARYING WS-RULE-NUM FROM 1 BY 1
               UNTIL WS-RULE-NUM > WS-MAX-RULES.

           PERFORM 2400-WRITE-SUMMARY.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'RULES CHECKED          :' WS-MAX-RULES.
           DISPLAY 'RULES WITH EXCEPTIONS  :' WS-RULES-FAILED.
           DISPLAY 'RECORDS CHECKED        :' WS-TOTAL-CHECKED.
           DISPLAY 'EXCEPTIONS REPORTED    :' WS-TOTAL-EXCEPTIONS.
           IF WS-TOTAL-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBINT01C'.
           GOBACK.

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
      * One rule: section heading, a full pass of the file the rule
      * is about, then the rule's checked and exception counts.
      *---------------------------------------------------------------*
       1000-RUN-RULE.
           PERFORM 1100-BEGIN-RULE.
           EVALUATE WS-RULE-NUM
               WHEN 1 THRU 3
                   PERFORM 3000-SCAN-XREF
               WHEN 4 THRU 5
                   PERFORM 4000-SCAN-CARDS
               WHEN 6
                   PERFORM 5000-SCAN-ACCOUNTS
               WHEN 7
                   PERFORM 5500-SCAN-CUSTOMERS
               WHEN 8
                   PERFORM 6000-SCAN-TCATBAL
               WHEN 9
                   PERFORM 6200-SCAN-REWARDS
               WHEN 10
                   PERFORM 6400-SCAN-DELINQ
               WHEN 11 THRU 13
                   PERFORM 7000-SCAN-AUTH-HOLDS
           END-EVALUATE.
           PERFORM 1900-END-RULE.

       1100-BEGIN-RULE.
           MOVE 0 TO WS-RULE-CHECKED
                     WS-RULE-EXCEPTIONS.
           MOVE WS-RULE-ID (WS-RULE-NUM)   TO INR-RULE-ID.
           MOVE WS-RULE-DESC (WS-RULE-NUM) TO INR-RULE-DESC.
           MOVE INTGRPT-RULE-HEADER TO FD-INTGRPT-REC.
           PERFORM 2900-WRITE-REPORT-LINE-2.
           MOVE INTGRPT-COLUMN-HEADER TO FD-INTGRPT-REC.
           PERFORM 2800-WRITE-REPORT-LINE.

       1900-END-RULE.
           MOVE WS-RULE-CHECKED
                TO WS-RULE-CHECKED-TOTAL (WS-RULE-NUM).
           MOVE WS-RULE-EXCEPTIONS
                TO WS-RULE-EXCEPTION-TOTAL (WS-RULE-NUM).
           ADD WS-RULE-CHECKED    TO WS-TOTAL-CHECKED.
           ADD WS-RULE-EXCEPTIONS TO WS-TOTAL-EXCEPTIONS.
           IF WS-RULE-EXCEPTIONS > 0
               ADD 1 TO WS-RULES-FAILED.

           MOVE WS-RULE-ID (WS-RULE-NUM) TO INT-RULE-ID.
           MOVE WS-RULE-CHECKED          TO INT-CHECKED-COUNT.
           MOVE WS-RULE-EXCEPTIONS       TO INT-EXCEPTION-COUNT.
           MOVE INTGRPT-RULE-TOTAL-LINE TO FD-INTGRPT-REC.
           PERFORM 2800-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * R01-R03: every cross-reference row must point at an account,
      * a customer and a card that exist. A card missing from the
      * master still posts, but it cannot be blocked or reissued.
      *---------------------------------------------------------------*
       3000-SCAN-XREF.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO FD-XREF-CARD-NUM.
           START XREF-FILE KEY IS >= FD-XREF-CARD-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.
           PERFORM 3100-XREF-GET-NEXT
               UNTIL WS-SCAN-DONE = 'Y'.

       3100-XREF-GET-NEXT.
           READ XREF-FILE NEXT RECORD INTO CARD-XREF-RECORD.
           IF CARDXREF-STATUS = '00'
              OR CARDXREF-STATUS = '02'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF CARDXREF-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               ADD 1 TO WS-RULE-CHECKED
               EVALUATE WS-RULE-NUM
                   WHEN 1
                       PERFORM 3200-CHECK-XREF-ACCOUNT
                   WHEN 2
                       PERFORM 3300-CHECK-XREF-CUSTOMER
                   WHEN 3
                       PERFORM 3400-CHECK-XREF-CARD
               END-EVALUATE
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   DISPLAY 'ERROR READING CARDXREF FILE'
                   MOVE CARDXREF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

       3200-CHECK-XREF-ACCOUNT.
           MOVE XREF-ACCT-ID TO WS-LOOKUP-ACCT-ID.
           PERFORM 8100-READ-ACCOUNT.
           IF NOT LOOKUP-FOUND
               MOVE 'CARDXREF'    TO WS-FILE-NAME
               MOVE XREF-CARD-NUM TO WS-RECORD-KEY
               MOVE XREF-ACCT-ID  TO WS-RELATED-KEY
               MOVE 'ACCOUNT NOT FOUND - POSTING REJECTS WITH 101'
                    TO WS-DETAIL
               PERFORM 2300-WRITE-EXCEPTION.

       3300-CHECK-XREF-CUSTOMER.
           MOVE XREF-CUST-ID TO WS-LOOKUP-CUST-ID.
           PERFORM 8200-READ-CUSTOMER.
           IF NOT LOOKUP-FOUND
               MOVE 'CARDXREF'    TO WS-FILE-NAME
               MOVE XREF-CARD-NUM TO WS-RECORD-KEY
               MOVE XREF-CUST-ID  TO WS-RELATED-KEY
               MOVE 'CUSTOMER NOT FOUND' TO WS-DETAIL
               PERFORM 2300-WRITE-EXCEPTION.

       3400-CHECK-XREF-CARD.
           MOVE XREF-CARD-NUM TO WS-LOOKUP-CARD-NUM.
           PERFORM 8300-READ-CARD.
           IF NOT LOOKUP-FOUND
               MOVE 'CARDXREF'    TO WS-FILE-NAME
               MOVE XREF-CARD-NUM TO WS-RECORD-KEY
               MOVE XREF-ACCT-ID  TO WS-RELATED-KEY
               MOVE 'CARD NOT ON CARD MASTER - CANNOT BE BLOCKED'
                    TO WS-DETAIL
               PERFORM 2300-WRITE-EXCEPTION.

      *---------------------------------------------------------------*
      * R04-R05: every card on the master must be cross-referenced
      * to an account, and a lost/stolen card's replacement must
      * itself be on the master. Looking the replacement up moves
      * the file position, so the pass restarts just past the card.
      *---------------------------------------------------------------*
       4000-SCAN-CARDS.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO FD-CARD-NUM.
           START CARD-FILE KEY IS >= FD-CARD-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.
           PERFORM 4100-CARD-GET-NEXT
               UNTIL WS-SCAN-DONE = 'Y'.

       4100-CARD-GET-NEXT.
           READ CARD-FILE NEXT RECORD INTO CARD-RECORD.
           IF CARDMST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF CARDMST-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               ADD 1 TO WS-RULE-CHECKED
               IF WS-RULE-NUM = 4
                   PERFORM 4200-CHECK-CARD-XREF
               ELSE
                   PERFORM 4300-CHECK-REPLACEMENT-CARD
               END-IF
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   DISPLAY 'ERROR READING CARDMST FILE'
                   MOVE CARDMST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

       4200-CHECK-CARD-XREF.
           MOVE CARD-NUM TO WS-LOOKUP-CARD-NUM.
           PERFORM 8400-READ-XREF-BY-CARD.
           IF NOT LOOKUP-FOUND
               MOVE 'CARDMST'   TO WS-FILE-NAME
               MOVE CARD-NUM    TO WS-RECORD-KEY
               MOVE SPACES      TO WS-RELATED-KEY
               STRING 'NO ACCOUNT FOR CARD - STATUS '
                                           DELIMITED BY SIZE
                      CARD-STATUS          DELIMITED BY SIZE
                      ' EXPIRES '          DELIMITED BY SIZE
                      CARD-EXPIRY-DATE     DELIMITED BY SIZE
                   INTO WS-DETAIL
               END-STRING
               PERFORM 2300-WRITE-EXCEPTION.

       4300-CHECK-REPLACEMENT-CARD.
           IF CARD-REPLACED-BY-NUM NOT = SPACES
               MOVE CARD-NUM             TO WS-SAVE-CARD-NUM
               MOVE CARD-REPLACED-BY-NUM TO WS-LOOKUP-CARD-NUM
               PERFORM 8300-READ-CARD
               IF NOT LOOKUP-FOUND
                   MOVE 'CARDMST'            TO WS-FILE-NAME
                   MOVE WS-SAVE-CARD-NUM     TO WS-RECORD-KEY
                   MOVE WS-LOOKUP-CARD-NUM   TO WS-RELATED-KEY
                   MOVE 'REPLACEMENT NOT FOUND - CHARGES CANNOT FOLLOW'
                        TO WS-DETAIL
                   PERFORM 2300-WRITE-EXCEPTION
               END-IF
               MOVE WS-SAVE-CARD-NUM TO FD-CARD-NUM
               START CARD-FILE KEY IS > FD-CARD-NUM
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE
               END-START
           END-IF.

      *---------------------------------------------------------------*
      * R06: an account with no card on the cross-reference cannot
      * take a transaction, a payment or a statement.
      *---------------------------------------------------------------*
       5000-SCAN-ACCOUNTS.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 0 TO FD-ACCT-ID.
           START ACCOUNT-FILE KEY IS >= FD-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.
           PERFORM 5100-ACCOUNT-GET-NEXT
               UNTIL WS-SCAN-DONE = 'Y'.

       5100-ACCOUNT-GET-NEXT.
           READ ACCOUNT-FILE NEXT RECORD INTO ACCOUNT-RECORD.
           IF ACCTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF ACCTFILE-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               ADD 1 TO WS-RULE-CHECKED
               PERFORM 5200-CHECK-ACCOUNT-XREF
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

       5200-CHECK-ACCOUNT-XREF.
           MOVE 'Y' TO WS-FOUND-FLAG.
           MOVE ACCT-ID TO FD-XREF-ACCT-ID.
           START XREF-FILE KEY IS = FD-XREF-ACCT-ID
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG.
           IF NOT LOOKUP-FOUND
               MOVE 'ACCTFILE' TO WS-FILE-NAME
               MOVE ACCT-ID    TO WS-RECORD-KEY
               MOVE SPACES     TO WS-RELATED-KEY
               STRING 'NO CARD FOR ACCOUNT - STATUS '
                                           DELIMITED BY SIZE
                      ACCT-ACTIVE-STATUS   DELIMITED BY SIZE
                      ' OPENED '           DELIMITED BY SIZE
                      ACCT-OPEN-DATE       DELIMITED BY SIZE
                   INTO WS-DETAIL
               END-STRING
               PERFORM 2300-WRITE-EXCEPTION.

      *---------------------------------------------------------------*
      * R07: a customer nothing on the cross-reference points at has
      * no account and no card - usually a booking that failed part
      * way through or a card purge that left the customer behind.
      *---------------------------------------------------------------*
       5500-SCAN-CUSTOMERS.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 0 TO FD-CUST-ID.
           START CUST-FILE KEY IS >= FD-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.
           PERFORM 5600-CUSTOMER-GET-NEXT
               UNTIL WS-SCAN-DONE = 'Y'.

       5600-CUSTOMER-GET-NEXT.
           READ CUST-FILE NEXT RECORD INTO CUSTOMER-RECORD.
           IF CUSTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF CUSTFILE-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               ADD 1 TO WS-RULE-CHECKED
               PERFORM 5700-CHECK-CUSTOMER-XREF
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   DISPLAY 'ERROR READING CUSTOMER FILE'
                   MOVE CUSTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

       5700-CHECK-CUSTOMER-XREF.
           MOVE 'Y' TO WS-FOUND-FLAG.
           MOVE CUST-ID TO FD-XREF-CUST-ID.
           START XREF-FILE KEY IS = FD-XREF-CUST-ID
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG.
           IF NOT LOOKUP-FOUND
               MOVE 'CUSTFILE' TO WS-FILE-NAME
               MOVE CUST-ID    TO WS-RECORD-KEY
               MOVE SPACES     TO WS-RELATED-KEY
               STRING 'NO CARD OR ACCOUNT FOR '  DELIMITED BY SIZE
                      CUST-LAST-NAME             DELIMITED BY SPACE
                      ', '                       DELIMITED BY SIZE
                      CUST-FIRST-NAME            DELIMITED BY SPACE
                   INTO WS-DETAIL
               END-STRING
               PERFORM 2300-WRITE-EXCEPTION.

      *---------------------------------------------------------------*
      * R08-R10: category balance, rewards and delinquency rows must
      * belong to an account that exists. Every orphaned category
      * row is listed, since each one is deleted on its own.
      *---------------------------------------------------------------*
       6000-SCAN-TCATBAL.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO FD-TRAN-CAT-KEY.
           START TCATBAL-FILE KEY IS >= FD-TRAN-CAT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.
           PERFORM 6100-TCATBAL-GET-NEXT
               UNTIL WS-SCAN-DONE = 'Y'.

       6100-TCATBAL-GET-NEXT.
           READ TCATBAL-FILE NEXT RECORD INTO TRAN-CAT-BAL-RECORD.
           IF TCATBALF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF TCATBALF-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               ADD 1 TO WS-RULE-CHECKED
               MOVE TRANCAT-ACCT-ID TO WS-LOOKUP-ACCT-ID
               PERFORM 8100-READ-ACCOUNT
               IF NOT LOOKUP-FOUND
                   MOVE 'TCATBALF'      TO WS-FILE-NAME
                   MOVE SPACES          TO WS-RECORD-KEY
                   STRING TRANCAT-ACCT-ID  DELIMITED BY SIZE
                          '-'              DELIMITED BY SIZE
                          TRANCAT-TYPE-CD  DELIMITED BY SIZE
                          '-'              DELIMITED BY SIZE
                          TRANCAT-CD       DELIMITED BY SIZE
                       INTO WS-RECORD-KEY
                   END-STRING
                   MOVE TRANCAT-ACCT-ID TO WS-RELATED-KEY
                   MOVE 'ACCOUNT NOT FOUND' TO WS-DETAIL
                   PERFORM 2300-WRITE-EXCEPTION
               END-IF
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   DISPLAY 'ERROR READING TCATBAL FILE'
                   MOVE TCATBALF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

       6200-SCAN-REWARDS.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 0 TO FD-RWD-ACCT-ID.
           START REWARDS-FILE KEY IS >= FD-RWD-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.
           PERFORM 6300-REWARDS-GET-NEXT
               UNTIL WS-SCAN-DONE = 'Y'.

       6300-REWARDS-GET-NEXT.
           READ REWARDS-FILE NEXT RECORD INTO REWARDS-RECORD.
           IF REWARDS-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF REWARDS-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               ADD 1 TO WS-RULE-CHECKED
               MOVE RWD-ACCT-ID TO WS-LOOKUP-ACCT-ID
               PERFORM 8100-READ-ACCOUNT
               IF NOT LOOKUP-FOUND
                   MOVE 'REWARDS'   TO WS-FILE-NAME
                   MOVE RWD-ACCT-ID TO WS-RECORD-KEY
                   MOVE RWD-ACCT-ID TO WS-RELATED-KEY
                   MOVE 'ACCOUNT NOT FOUND' TO WS-DETAIL
                   PERFORM 2300-WRITE-EXCEPTION
               END-IF
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   DISPLAY 'ERROR READING REWARDS FILE'
                   MOVE REWARDS-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

       6400-SCAN-DELINQ.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 0 TO FD-DLQ-ACCT-ID.
           START DELINQ-FILE KEY IS >= FD-DLQ-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.
           PERFORM 6500-DELINQ-GET-NEXT
               UNTIL WS-SCAN-DONE = 'Y'.

       6500-DELINQ-GET-NEXT.
           READ DELINQ-FILE NEXT RECORD INTO DELINQ-RECORD.
           IF DELINQF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF DELINQF-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               ADD 1 TO WS-RULE-CHECKED
               MOVE DLQ-ACCT-ID TO WS-LOOKUP-ACCT-ID
               PERFORM 8100-READ-ACCOUNT
               IF NOT LOOKUP-FOUND
                   MOVE 'DELINQF'   TO WS-FILE-NAME
                   MOVE DLQ-ACCT-ID TO WS-RECORD-KEY
                   MOVE DLQ-ACCT-ID TO WS-RELATED-KEY
                   MOVE 'ACCOUNT NOT FOUND' TO WS-DETAIL
                   PERFORM 2300-WRITE-EXCEPTION
               END-IF
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   DISPLAY 'ERROR READING DELINQ FILE'
                   MOVE DELINQF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * R11-R13: an open authorization hold must sit on an account
      * that exists, on a card the cross-reference knows, and that
      * card must belong to the hold's account - otherwise posting
      * can never match the hold and it ages out instead.
      *---------------------------------------------------------------*
       7000-SCAN-AUTH-HOLDS.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO FD-HOLD-KEY.
           START AUTH-HOLD-FILE KEY IS >= FD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.
           PERFORM 7100-HOLD-GET-NEXT
               UNTIL WS-SCAN-DONE = 'Y'.

       7100-HOLD-GET-NEXT.
           READ AUTH-HOLD-FILE NEXT RECORD INTO AUTH-HOLD-RECORD.
           IF AUTHHOLD-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF AUTHHOLD-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               ADD 1 TO WS-RULE-CHECKED
               MOVE 'AUTHHOLD' TO WS-FILE-NAME
               MOVE SPACES     TO WS-RECORD-KEY
               STRING HOLD-ACCT-ID  DELIMITED BY SIZE
                      '-'           DELIMITED BY SIZE
                      HOLD-SEQ-NUM  DELIMITED BY SIZE
                   INTO WS-RECORD-KEY
               END-STRING
               EVALUATE WS-RULE-NUM
                   WHEN 11
                       PERFORM 7200-CHECK-HOLD-ACCOUNT
                   WHEN 12
                       PERFORM 7300-CHECK-HOLD-CARD
                   WHEN 13
                       PERFORM 7400-CHECK-HOLD-CARD-ACCOUNT
               END-EVALUATE
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   DISPLAY 'ERROR READING AUTHHOLD FILE'
                   MOVE AUTHHOLD-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

       7200-CHECK-HOLD-ACCOUNT.
           MOVE HOLD-ACCT-ID TO WS-LOOKUP-ACCT-ID.
           PERFORM 8100-READ-ACCOUNT.
           IF NOT LOOKUP-FOUND
               MOVE HOLD-ACCT-ID TO WS-RELATED-KEY
               MOVE 'ACCOUNT NOT FOUND' TO WS-DETAIL
               PERFORM 2300-WRITE-EXCEPTION.

       7300-CHECK-HOLD-CARD.
           MOVE HOLD-CARD-NUM TO WS-LOOKUP-CARD-NUM.
           PERFORM 8400-READ-XREF-BY-CARD.
           IF NOT LOOKUP-FOUND
               MOVE HOLD-CARD-NUM TO WS-RELATED-KEY
               STRING 'CARD NOT ON CARD XREF - AUTHORIZED '
                                         DELIMITED BY SIZE
                      HOLD-AUTH-DATE     DELIMITED BY SIZE
                   INTO WS-DETAIL
               END-STRING
               PERFORM 2300-WRITE-EXCEPTION.

       7400-CHECK-HOLD-CARD-ACCOUNT.
           MOVE HOLD-CARD-NUM TO WS-LOOKUP-CARD-NUM.
           PERFORM 8400-READ-XREF-BY-CARD.
           IF LOOKUP-FOUND
              AND XREF-ACCT-ID NOT = HOLD-ACCT-ID
               MOVE HOLD-CARD-NUM TO WS-RELATED-KEY
               STRING 'CARD BELONGS TO ACCOUNT '
                                         DELIMITED BY SIZE
                      XREF-ACCT-ID       DELIMITED BY SIZE
                   INTO WS-DETAIL
               END-STRING
               PERFORM 2300-WRITE-EXCEPTION.

      *---------------------------------------------------------------*
      * Keyed lookups. Each sets LOOKUP-FOUND; the XREF lookup reads
      * by the card number explicitly, since the account and
      * customer checks leave an alternate key of reference behind.
      *---------------------------------------------------------------*
       8100-READ-ACCOUNT.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE WS-LOOKUP-ACCT-ID TO FD-ACCT-ID.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               KEY IS FD-ACCT-ID
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.

       8200-READ-CUSTOMER.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE WS-LOOKUP-CUST-ID TO FD-CUST-ID.
           READ CUST-FILE INTO CUSTOMER-RECORD
               KEY IS FD-CUST-ID
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.

       8300-READ-CARD.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE WS-LOOKUP-CARD-NUM TO FD-CARD-NUM.
           READ CARD-FILE INTO CARD-RECORD
               KEY IS FD-CARD-NUM
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.

       8400-READ-XREF-BY-CARD.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE WS-LOOKUP-CARD-NUM TO FD-XREF-CARD-NUM.
           READ XREF-FILE INTO CARD-XREF-RECORD
               KEY IS FD-XREF-CARD-NUM
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.

      *---------------------------------------------------------------*
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-INTGRPT-REC FROM INTGRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-INTGRPT-REC FROM INTGRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.

       2300-WRITE-EXCEPTION.
           ADD 1 TO WS-RULE-EXCEPTIONS.
           MOVE SPACES         TO INTGRPT-DETAIL-LINE.
           MOVE WS-FILE-NAME   TO IND-FILE-NAME.
           MOVE WS-RECORD-KEY  TO IND-RECORD-KEY.
           MOVE WS-RELATED-KEY TO IND-RELATED-KEY.
           MOVE WS-DETAIL      TO IND-DETAIL.
           MOVE INTGRPT-DETAIL-LINE TO FD-INTGRPT-REC.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-DETAIL.

       2400-WRITE-SUMMARY.
           MOVE INTGRPT-SUMMARY-HEADER TO FD-INTGRPT-REC.
           PERFORM 2900-WRITE-REPORT-LINE-2.
           PERFORM 2500-WRITE-SUMMARY-LINE
               VARYING WS-RULE-NUM FROM 1 BY 1
               UNTIL WS-RULE-NUM > WS-MAX-RULES.

           MOVE SPACES TO INTGRPT-COUNT-LINE.
           MOVE 'TOTAL RECORDS CHECKED' TO INC-LABEL.
           MOVE WS-TOTAL-CHECKED        TO INC-COUNT.
           MOVE INTGRPT-COUNT-LINE TO FD-INTGRPT-REC.
           PERFORM 2900-WRITE-REPORT-LINE-2.
           MOVE 'TOTAL EXCEPTIONS'      TO INC-LABEL.
           MOVE WS-TOTAL-EXCEPTIONS     TO INC-COUNT.
           MOVE INTGRPT-COUNT-LINE TO FD-INTGRPT-REC.
           PERFORM 2800-WRITE-REPORT-LINE.
           MOVE 'RULES WITH EXCEPTIONS' TO INC-LABEL.
           MOVE WS-RULES-FAILED         TO INC-COUNT.
           MOVE INTGRPT-COUNT-LINE TO FD-INTGRPT-REC.
           PERFORM 2800-WRITE-REPORT-LINE.

       2500-WRITE-SUMMARY-LINE.
           MOVE WS-RULE-ID (WS-RULE-NUM)   TO INS-RULE-ID.
           MOVE WS-RULE-DESC (WS-RULE-NUM) TO INS-RULE-DESC.
           MOVE WS-RULE-CHECKED-TOTAL (WS-RULE-NUM)
                TO INS-CHECKED-COUNT.
           MOVE WS-RULE-EXCEPTION-TOTAL (WS-RULE-NUM)
                TO INS-EXCEPTION-COUNT.
           MOVE INTGRPT-SUMMARY-LINE TO FD-INTGRPT-REC.
           PERFORM 2800-WRITE-REPORT-LINE.

       2800-WRITE-REPORT-LINE.
           WRITE FD-INTGRPT-REC
               AFTER ADVANCING 1 LINE.
           IF INTGRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING INTGRPT FILE'
               MOVE INTGRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       2900-WRITE-REPORT-LINE-2.
           WRITE FD-INTGRPT-REC
               AFTER ADVANCING 2 LINES.
           IF INTGRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING INTGRPT FILE'
               MOVE INTGRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       0100-CARDXREF-OPEN.
           OPEN INPUT XREF-FILE.
           IF CARDXREF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARDXREF FILE'
               MOVE CARDXREF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-CARDMST-OPEN.
           OPEN INPUT CARD-FILE.
           IF CARDMST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARDMST FILE'
               MOVE CARDMST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0300-ACCTFILE-OPEN.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0500-CUSTFILE-OPEN.
           OPEN INPUT CUST-FILE.
           IF CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0600-TCATBALF-OPEN.
           OPEN INPUT TCATBAL-FILE.
           IF TCATBALF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TCATBAL FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0700-REWARDS-OPEN.
           OPEN INPUT REWARDS-FILE.
           IF REWARDS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REWARDS FILE'
               MOVE REWARDS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0800-DELINQF-OPEN.
           OPEN INPUT DELINQ-FILE.
           IF DELINQF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DELINQ FILE'
               MOVE DELINQF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0900-AUTHHOLD-OPEN.
           OPEN INPUT AUTH-HOLD-FILE.
           IF AUTHHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUTHHOLD FILE'
               MOVE AUTHHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0950-INTGRPT-OPEN.
           OPEN OUTPUT INT-REPORT-FILE.
           IF INTGRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INTGRPT FILE'
               MOVE INTGRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE XREF-FILE
                 CARD-FILE
                 ACCOUNT-FILE
                 CUST-FILE
                 TCATBAL-FILE
                 REWARDS-FILE
                 DELINQ-FILE
                 AUTH-HOLD-FILE
                 INT-REPORT-FILE.

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
               MOVE 'CBINT01C' TO RUN-PROGRAM-ID
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
               MOVE 'CBINT01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-TOTAL-CHECKED TO RUN-READ-COUNT
               MOVE 0 TO RUN-POSTED-COUNT
               MOVE WS-TOTAL-EXCEPTIONS TO RUN-REJECT-COUNT
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
