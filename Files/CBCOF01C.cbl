      ******************************************************************
      * Program     : CBCOF01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly charge-off of seriously delinquent
      *               accounts. Reads DELINQ-FILE for accounts aged
      *               to the COFPARM charge-off bucket (normally 180
      *               days), blocks every card on the account, moves
      *               the account to charged-off status so interest,
      *               fees and authorizations stop, and writes the
      *               principal, interest and fee write-off amounts
      *               as DALYTRAN-FILE credits so they post through
      *               CBTRN02C that night and reach the GL through
      *               CBGLI01C under their own type and categories.
      *               Opens the account's RECOVERY-FILE record that
      *               CBLBX01C books later payments against, and
      *               prints the charge-off report.
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
       PROGRAM-ID. CBCOF01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELINQ-FILE ASSIGN TO DELINQF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
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

           SELECT CARD-FILE ASSIGN TO CARDMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CARD-NUM
                  FILE STATUS  IS CARDMST-STATUS.

           SELECT TCATBAL-FILE ASSIGN TO TCATBALF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-TRAN-CAT-KEY
                  FILE STATUS  IS TCATBALF-STATUS.

           SELECT STMT-HIST-FILE ASSIGN TO STMTHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-STMT-KEY
                  FILE STATUS  IS STMTHIST-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO RECOVRY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RCV-ACCT-ID
                  FILE STATUS  IS RECOVRY-STATUS.

           SELECT COF-PARMS-FILE ASSIGN TO COFPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS COFPARM-STATUS.

           SELECT DALYTRAN-OUT-FILE ASSIGN TO DALYCOF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DALYCOF-STATUS.

           SELECT COF-REPORT-FILE ASSIGN TO COFRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS COFRPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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

       FD  CARD-FILE.
       01  FD-CARDFILE-REC.
           05 FD-CARD-NUM                       PIC X(16).
           05 FD-CARD-DATA                      PIC X(84).

       FD  TCATBAL-FILE.
       01  FD-TRAN-CAT-BAL-RECORD.
           05 FD-TRAN-CAT-KEY.
              10 FD-TRANCAT-ACCT-ID             PIC 9(11).
              10 FD-TRANCAT-TYPE-CD             PIC X(02).
              10 FD-TRANCAT-CD                  PIC 9(04).
           05 FD-FD-TRAN-CAT-DATA               PIC X(33).

       FD  STMT-HIST-FILE.
       01  FD-STMT-HIST-RECORD.
           05 FD-STMT-KEY.
              10 FD-STMT-ACCT-ID                PIC 9(11).
              10 FD-STMT-CYCLE-END-DATE         PIC X(10).
           05 FD-STMT-HIST-DATA                 PIC X(109).

       FD  RECOVERY-FILE.
       01  FD-RECOVERY-RECORD.
           05 FD-RCV-ACCT-ID                    PIC 9(11).
           05 FD-RCV-DATA                       PIC X(89).

       FD  COF-PARMS-FILE.
       01  FD-COFPARM-REC                       PIC X(80).

       FD  DALYTRAN-OUT-FILE.
       01  FD-DALYTRAN-OUT-RECORD.
           05 FD-OUT-TRAN-ID                    PIC X(16).
           05 FD-OUT-TRAN-DATA                  PIC X(384).

       FD  COF-REPORT-FILE.
       01  FD-COFRPT-REC                        PIC X(133).

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

       COPY CVCRD01Y.
       01  CARDMST-STATUS.
           05  CARDMST-STAT1       PIC X.
           05  CARDMST-STAT2       PIC X.

       COPY CVTRA01Y.
       01  TCATBALF-STATUS.
           05  TCATBALF-STAT1      PIC X.
           05  TCATBALF-STAT2      PIC X.

       COPY CVACT06Y.
       01  STMTHIST-STATUS.
           05  STMTHIST-STAT1      PIC X.
           05  STMTHIST-STAT2      PIC X.

       COPY CVCOF01Y.
       01  RECOVRY-STATUS.
           05  RECOVRY-STAT1       PIC X.
           05  RECOVRY-STAT2       PIC X.

       01  COFPARM-STATUS.
           05  COFPARM-STAT1       PIC X.
           05  COFPARM-STAT2       PIC X.

       COPY CVTRA06Y.
       01  DALYCOF-STATUS.
           05  DALYCOF-STAT1       PIC X.
           05  DALYCOF-STAT2       PIC X.

       COPY CVCOF02Y.
       01  COFRPT-STATUS.
           05  COFRPT-STAT1        PIC X.
           05  COFRPT-STAT2        PIC X.

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

      * Run date and the aging bucket at which an account charges
      * off. A blank run date means today; a blank or non-numeric
      * bucket means WS-DEFAULT-BUCKET.
       01  WS-COFPARM-RECORD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  FILLER                       PIC X(01).
           05  WS-PARM-CHARGEOFF-BUCKET     PIC X(03).
           05  FILLER                       PIC X(66).

       01  WS-CONSTANTS.
           05  WS-DEFAULT-BUCKET            PIC 9(03) VALUE 180.
           05  WS-FEE-TYPE-CD               PIC X(02) VALUE '05'.
      * Charge-off entries post under their own transaction type so
      * the GL interface carries them apart from ordinary activity,
      * one category per component written off.
           05  WS-CHARGEOFF-TYPE-CD         PIC X(02) VALUE '07'.
           05  WS-PRINCIPAL-CAT-CD          PIC 9(04) VALUE 1.
           05  WS-INTEREST-CAT-CD           PIC 9(04) VALUE 2.
           05  WS-FEE-CAT-CD                PIC 9(04) VALUE 3.

       01  WS-FLAGS.
           05  WS-ACCT-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  ACCT-WAS-FOUND           VALUE 'Y'.
           05  WS-CARD-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  CARD-WAS-FOUND           VALUE 'Y'.
           05  WS-SCAN-DONE                 PIC X(01) VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-DELINQ-READ-COUNT         PIC 9(09) VALUE 0.
           05  WS-CANDIDATE-COUNT           PIC 9(09) VALUE 0.
           05  WS-CHARGED-OFF-COUNT         PIC 9(09) VALUE 0.
           05  WS-ALREADY-OFF-COUNT         PIC 9(09) VALUE 0.
           05  WS-SKIPPED-COUNT             PIC 9(09) VALUE 0.
           05  WS-EXCEPTION-COUNT           PIC 9(09) VALUE 0.
           05  WS-CARDS-BLOCKED-COUNT       PIC 9(09) VALUE 0.
           05  WS-TRAN-WRITTEN-COUNT        PIC 9(09) VALUE 0.
           05  WS-ACCT-CARDS-BLOCKED        PIC 9(03) VALUE 0.
           05  WS-TRAN-SEQ                  PIC 9(05) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CHARGEOFF-BUCKET          PIC 9(03) VALUE 0.
           05  WS-CHARGEOFF-DATE            PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-CARD-NUM           PIC X(16) VALUE SPACES.
           05  WS-INTEREST-FROM-DATE        PIC X(10) VALUE SPACES.
           05  WS-WRITE-OFF-BAL             PIC S9(09)V99 VALUE 0.
           05  WS-PRINCIPAL-AMT             PIC S9(09)V99 VALUE 0.
           05  WS-INTEREST-AMT              PIC S9(09)V99 VALUE 0.
           05  WS-FEE-AMT                   PIC S9(09)V99 VALUE 0.
           05  WS-ENTRY-CAT-CD              PIC 9(04) VALUE 0.
           05  WS-ENTRY-AMT                 PIC S9(09)V99 VALUE 0.
           05  WS-ENTRY-DESC                PIC X(40) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TOTAL-PRINCIPAL           PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-INTEREST            PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-FEES                PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-CHARGED-OFF         PIC S9(11)V99 VALUE 0.

      * Date arithmetic for the start of the interest look-back, the
      * same INTEGER-OF-DATE technique CBEXP01C uses.
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
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCOF01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0400-BUILD-TIMESTAMP.
           PERFORM 0050-COFPARM-READ.
           PERFORM 0100-DELINQF-OPEN.
           PERFORM 0200-ACCTFILE-OPEN.
           PERFORM 0300-XREFFILE-OPEN.
           PERFORM 0350-CARDMST-OPEN.
           PERFORM 0500-TCATBALF-OPEN.
           PERFORM 0550-STMTHIST-OPEN.
           PERFORM 0600-RECOVRY-OPEN.
           PERFORM 0700-DALYCOF-OPEN.
           PERFORM 0800-COFRPT-OPEN.

           PERFORM 2100-WRITE-REPORT-HEADERS.

           PERFORM 1000-PROCESS-DELINQUENCIES
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 2200-WRITE-REPORT-TOTALS.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'DELINQUENCY ROWS READ  :' WS-DELINQ-READ-COUNT.
           DISPLAY 'AT CHARGE-OFF BUCKET   :' WS-CANDIDATE-COUNT.
           DISPLAY 'ACCOUNTS CHARGED OFF   :' WS-CHARGED-OFF-COUNT.
           DISPLAY 'ALREADY CHARGED OFF    :' WS-ALREADY-OFF-COUNT.
           DISPLAY 'ACCOUNTS SKIPPED       :' WS-SKIPPED-COUNT.
           DISPLAY 'EXCEPTIONS             :' WS-EXCEPTION-COUNT.
           DISPLAY 'CARDS BLOCKED          :' WS-CARDS-BLOCKED-COUNT.
           DISPLAY 'CHARGE-OFF ENTRIES     :' WS-TRAN-WRITTEN-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCOF01C'.
           GOBACK.

      *---------------------------------------------------------------*
       0050-COFPARM-READ.
           OPEN INPUT COF-PARMS-FILE.
           IF COFPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COFPARM FILE'
               MOVE COFPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           READ COF-PARMS-FILE INTO WS-COFPARM-RECORD.
           IF COFPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING COFPARM FILE'
               MOVE COFPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           CLOSE COF-PARMS-FILE.

           IF WS-PARM-RUN-DATE = SPACES
               MOVE DB2-FORMAT-TS (1:10) TO WS-CHARGEOFF-DATE
           ELSE
               MOVE WS-PARM-RUN-DATE TO WS-CHARGEOFF-DATE.

           IF WS-PARM-CHARGEOFF-BUCKET IS NUMERIC
              AND WS-PARM-CHARGEOFF-BUCKET > '000'
               MOVE WS-PARM-CHARGEOFF-BUCKET TO WS-CHARGEOFF-BUCKET
           ELSE
               MOVE WS-DEFAULT-BUCKET TO WS-CHARGEOFF-BUCKET.

           DISPLAY 'CHARGE-OFF DATE        :' WS-CHARGEOFF-DATE.
           DISPLAY 'CHARGE-OFF AT BUCKET   :' WS-CHARGEOFF-BUCKET.

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
       1000-PROCESS-DELINQUENCIES.
           PERFORM 1100-DELINQF-GET-NEXT.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-DELINQ-READ-COUNT
               IF DLQ-AGING-BUCKET >= WS-CHARGEOFF-BUCKET
                   ADD 1 TO WS-CANDIDATE-COUNT
                   PERFORM 1200-CONSIDER-ACCOUNT.

      *---------------------------------------------------------------*
       1100-DELINQF-GET-NEXT.
           READ DELINQ-FILE INTO DELINQ-RECORD.
           IF DELINQF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF DELINQF-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               NEXT SENTENCE
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING DELINQ FILE'
                   MOVE DELINQF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * The delinquency row stays at its bucket until the next cycle
      * cut, so an account charged off last month is met again here
      * and passed over quietly. A closed account, or one the
      * bucket reached with nothing left owing, is not written off.
      *---------------------------------------------------------------*
       1200-CONSIDER-ACCOUNT.
           MOVE SPACES TO COFRPT-DETAIL-LINE.
           MOVE DLQ-ACCT-ID TO CDL-ACCT-ID.
           MOVE 0 TO CDL-BALANCE
                     CDL-PRINCIPAL
                     CDL-INTEREST
                     CDL-FEES
                     CDL-CARDS-BLOCKED.

           PERFORM 1300-READ-ACCOUNT.
           IF NOT ACCT-WAS-FOUND
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'EXCEPTION - ACCOUNT NOT ON FILE'
                    TO CDL-DISPOSITION
               PERFORM 2300-WRITE-DETAIL-LINE
           ELSE
               MOVE ACCT-CURR-BAL TO CDL-BALANCE
               IF ACCT-IS-CHARGED-OFF
                   ADD 1 TO WS-ALREADY-OFF-COUNT
               ELSE
                   IF ACCT-ACTIVE-STATUS = 'N'
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE 'SKIPPED - ACCOUNT CLOSED'
                            TO CDL-DISPOSITION
                       PERFORM 2300-WRITE-DETAIL-LINE
                   ELSE
                       IF ACCT-CURR-BAL <= 0
                           ADD 1 TO WS-SKIPPED-COUNT
                           MOVE 'SKIPPED - NO BALANCE OWED'
                                TO CDL-DISPOSITION
                           PERFORM 2300-WRITE-DETAIL-LINE
                       ELSE
                           PERFORM 1400-CHARGE-OFF-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1300-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG.
           MOVE DLQ-ACCT-ID TO FD-ACCT-ID.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-FLAG.
           IF ACCTFILE-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-FOUND-FLAG.

      *---------------------------------------------------------------*
      * Block the cards first: the charge-off entries need one of the
      * account's card numbers to post under, and an account with no
      * card at all cannot be posted against and is left for ops.
      *---------------------------------------------------------------*
       1400-CHARGE-OFF-ACCOUNT.
           PERFORM 1500-BLOCK-CARDS.
           MOVE WS-ACCT-CARDS-BLOCKED TO CDL-CARDS-BLOCKED.
           IF NOT CARD-WAS-FOUND
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'EXCEPTION - NO CARD ON FILE FOR ACCOUNT'
                    TO CDL-DISPOSITION
               PERFORM 2300-WRITE-DETAIL-LINE
           ELSE
               PERFORM 1600-SPLIT-BALANCE
               PERFORM 1700-WRITE-CHARGEOFF-ENTRIES
               PERFORM 1800-WRITE-RECOVERY-RECORD
               PERFORM 1900-MARK-ACCOUNT-CHARGED-OFF
               ADD 1 TO WS-CHARGED-OFF-COUNT
               ADD WS-PRINCIPAL-AMT TO WS-TOTAL-PRINCIPAL
               ADD WS-INTEREST-AMT  TO WS-TOTAL-INTEREST
               ADD WS-FEE-AMT       TO WS-TOTAL-FEES
               ADD WS-WRITE-OFF-BAL TO WS-TOTAL-CHARGED-OFF
               MOVE WS-PRINCIPAL-AMT TO CDL-PRINCIPAL
               MOVE WS-INTEREST-AMT  TO CDL-INTEREST
               MOVE WS-FEE-AMT       TO CDL-FEES
               MOVE 'CHARGED OFF' TO CDL-DISPOSITION
               PERFORM 2300-WRITE-DETAIL-LINE
           END-IF.

      *---------------------------------------------------------------*
      * Every card on the account through XREF-FILE's account-id
      * alternate key. Active cards are blocked; a card already
      * hot-listed lost/stolen keeps that status, which declines
      * just the same and still tells fraud what happened to it.
      *---------------------------------------------------------------*
       1500-BLOCK-CARDS.
           MOVE 'N' TO WS-CARD-FOUND-FLAG.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 0 TO WS-ACCT-CARDS-BLOCKED.
           MOVE SPACES TO WS-LOOKUP-CARD-NUM.
           MOVE ACCT-ID TO FD-XREF-ACCT-ID.
           START XREF-FILE KEY IS = FD-XREF-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.

           PERFORM 1510-BLOCK-NEXT-CARD
               UNTIL WS-SCAN-DONE = 'Y'.

       1510-BLOCK-NEXT-CARD.
           READ XREF-FILE NEXT RECORD INTO CARD-XREF-RECORD.
           IF CARDXREF-STATUS NOT = '00'
              AND CARDXREF-STATUS NOT = '02'
               MOVE 'Y' TO WS-SCAN-DONE
           ELSE
               IF XREF-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   IF NOT CARD-WAS-FOUND
                       MOVE XREF-CARD-NUM TO WS-LOOKUP-CARD-NUM
                       MOVE 'Y' TO WS-CARD-FOUND-FLAG
                   END-IF
                   PERFORM 1550-BLOCK-ONE-CARD
               END-IF
           END-IF.

       1550-BLOCK-ONE-CARD.
           MOVE XREF-CARD-NUM TO FD-CARD-NUM.
           READ CARD-FILE INTO CARD-RECORD
               INVALID KEY
                   DISPLAY 'CARD ' XREF-CARD-NUM
                           ' NOT ON CARD MASTER - NOT BLOCKED'.
           IF CARDMST-STATUS = '00'
               IF NOT CARD-STATUS-BLOCKED
                  AND NOT CARD-STATUS-LOST-STOLEN
                   SET CARD-STATUS-BLOCKED TO TRUE
                   MOVE CARD-RECORD TO FD-CARDFILE-REC
                   REWRITE FD-CARDFILE-REC
                       INVALID KEY
                           DISPLAY 'ERROR REWRITING CARD FILE'
                           MOVE CARDMST-STATUS TO IO-STATUS
                           PERFORM 9910-DISPLAY-IO-STATUS
                           PERFORM 9999-ABEND-PROGRAM
                   END-REWRITE
                   ADD 1 TO WS-ACCT-CARDS-BLOCKED
                   ADD 1 TO WS-CARDS-BLOCKED-COUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Split the balance written off into its components. Unpaid
      * fees are the account's fee-type category balances - posting
      * allocates payments to fees first, so what is left there was
      * never paid. Interest is the finance charge billed on the
      * statements cut since the account first went past due, read
      * back from STMT-HIST-FILE. Each is capped at what remains of
      * the balance, fees first, and the rest is principal.
      *---------------------------------------------------------------*
       1600-SPLIT-BALANCE.
           MOVE ACCT-CURR-BAL TO WS-WRITE-OFF-BAL.
           MOVE 0 TO WS-FEE-AMT.
           MOVE 0 TO WS-INTEREST-AMT.
           PERFORM 1610-SUM-UNPAID-FEES.
           PERFORM 1630-SUM-DELINQUENT-INTEREST.

           IF WS-FEE-AMT > WS-WRITE-OFF-BAL
               MOVE WS-WRITE-OFF-BAL TO WS-FEE-AMT.
           IF WS-INTEREST-AMT > WS-WRITE-OFF-BAL - WS-FEE-AMT
               COMPUTE WS-INTEREST-AMT =
                       WS-WRITE-OFF-BAL - WS-FEE-AMT.
           COMPUTE WS-PRINCIPAL-AMT =
                   WS-WRITE-OFF-BAL - WS-FEE-AMT - WS-INTEREST-AMT.

       1610-SUM-UNPAID-FEES.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE ACCT-ID    TO FD-TRANCAT-ACCT-ID.
           MOVE LOW-VALUES TO FD-TRANCAT-TYPE-CD.
           MOVE 0          TO FD-TRANCAT-CD.
           START TCATBAL-FILE KEY IS >= FD-TRAN-CAT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.

           PERFORM 1620-ADD-NEXT-FEE-CATEGORY
               UNTIL WS-SCAN-DONE = 'Y'.

       1620-ADD-NEXT-FEE-CATEGORY.
           READ TCATBAL-FILE NEXT RECORD INTO TRAN-CAT-BAL-RECORD.
           IF TCATBALF-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCAN-DONE
           ELSE
               IF TRANCAT-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   IF TRANCAT-TYPE-CD = WS-FEE-TYPE-CD
                      AND TRAN-CAT-BAL > 0
                       ADD TRAN-CAT-BAL TO WS-FEE-AMT
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * The look-back reaches one cycle further than the aging
      * bucket, so the statement that first went unpaid is counted.
      *---------------------------------------------------------------*
       1630-SUM-DELINQUENT-INTEREST.
           MOVE WS-CHARGEOFF-DATE TO WS-RESULT-DATE.
           COMPUTE WS-DATE-INTEGER = 0 - (DLQ-AGING-BUCKET + 30).
           PERFORM 1690-ADD-DAYS-TO-DATE.
           MOVE WS-RESULT-DATE TO WS-INTEREST-FROM-DATE.

           MOVE 'N' TO WS-SCAN-DONE.
           MOVE ACCT-ID               TO FD-STMT-ACCT-ID.
           MOVE WS-INTEREST-FROM-DATE TO FD-STMT-CYCLE-END-DATE.
           START STMT-HIST-FILE KEY IS >= FD-STMT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE.

           PERFORM 1640-ADD-NEXT-STATEMENT
               UNTIL WS-SCAN-DONE = 'Y'.

       1640-ADD-NEXT-STATEMENT.
           READ STMT-HIST-FILE NEXT RECORD INTO STMT-HIST-RECORD.
           IF STMTHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCAN-DONE
           ELSE
               IF STMT-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   IF STMT-FIN-CHARGES > 0
                       ADD STMT-FIN-CHARGES TO WS-INTEREST-AMT
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Date plus WS-DATE-INTEGER days (negative backs the date off).
      * WS-RESULT-DATE carries the date in and out.
      *---------------------------------------------------------------*
       1690-ADD-DAYS-TO-DATE.
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
      * One credit per non-zero component. Posted together they take
      * ACCT-CURR-BAL to zero, and CBGLI01C reports them under the
      * charge-off type's principal, interest and fee categories.
      *---------------------------------------------------------------*
       1700-WRITE-CHARGEOFF-ENTRIES.
           IF WS-PRINCIPAL-AMT > 0
               MOVE WS-PRINCIPAL-CAT-CD TO WS-ENTRY-CAT-CD
               MOVE WS-PRINCIPAL-AMT    TO WS-ENTRY-AMT
               MOVE 'CHARGE-OFF OF PRINCIPAL BALANCE'
                    TO WS-ENTRY-DESC
               PERFORM 1750-WRITE-DALYTRAN-RECORD.

           IF WS-INTEREST-AMT > 0
               MOVE WS-INTEREST-CAT-CD  TO WS-ENTRY-CAT-CD
               MOVE WS-INTEREST-AMT     TO WS-ENTRY-AMT
               MOVE 'CHARGE-OFF OF ACCRUED INTEREST'
                    TO WS-ENTRY-DESC
               PERFORM 1750-WRITE-DALYTRAN-RECORD.

           IF WS-FEE-AMT > 0
               MOVE WS-FEE-CAT-CD       TO WS-ENTRY-CAT-CD
               MOVE WS-FEE-AMT          TO WS-ENTRY-AMT
               MOVE 'CHARGE-OFF OF UNPAID FEES'
                    TO WS-ENTRY-DESC
               PERFORM 1750-WRITE-DALYTRAN-RECORD.

      *---------------------------------------------------------------*
      * Same id recipe as CBFIN01C's finance charges: a prefix, the
      * run date, the account tail and a running sequence.
      *---------------------------------------------------------------*
       1750-WRITE-DALYTRAN-RECORD.
           ADD 1 TO WS-TRAN-SEQ.
           IF WS-TRAN-SEQ > 99999
               MOVE 1 TO WS-TRAN-SEQ.

           MOVE SPACES TO DALYTRAN-RECORD.
           STRING 'W' DELIMITED BY SIZE
                  DB2-YYYY (3:2) DELIMITED BY SIZE
                  DB2-MM DELIMITED BY SIZE
                  DB2-DD DELIMITED BY SIZE
                  ACCT-ID (8:4) DELIMITED BY SIZE
                  WS-TRAN-SEQ DELIMITED BY SIZE
                  INTO DALY-TRAN-ID.
           MOVE WS-CHARGEOFF-TYPE-CD TO DALY-TRAN-TYPE-CD.
           MOVE WS-ENTRY-CAT-CD      TO DALY-TRAN-CAT-CD.
           MOVE 'CHGOFF'             TO DALY-TRAN-SOURCE.
           MOVE WS-ENTRY-DESC        TO DALY-TRAN-DESC.
           COMPUTE DALY-TRAN-AMT = 0 - WS-ENTRY-AMT.
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
           IF DALYCOF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DALYTRAN-OUT FILE'
               MOVE DALYCOF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           ADD 1 TO WS-TRAN-WRITTEN-COUNT.

      *---------------------------------------------------------------*
      * An account charged off before, brought back and charged off
      * again starts a fresh recovery record over the old one.
      *---------------------------------------------------------------*
       1800-WRITE-RECOVERY-RECORD.
           MOVE SPACES            TO RECOVERY-RECORD.
           MOVE ACCT-ID           TO RCV-ACCT-ID.
           MOVE WS-CHARGEOFF-DATE TO RCV-CHARGEOFF-DATE.
           MOVE WS-PRINCIPAL-AMT  TO RCV-PRINCIPAL-AMT.
           MOVE WS-INTEREST-AMT   TO RCV-INTEREST-AMT.
           MOVE WS-FEE-AMT        TO RCV-FEE-AMT.
           MOVE WS-WRITE-OFF-BAL  TO RCV-CHARGEOFF-AMT.
           MOVE 0                 TO RCV-RECOVERED-AMT.
           MOVE 0                 TO RCV-RECOVERY-COUNT.
           MOVE SPACES            TO RCV-LAST-RECOVERY-DATE.
           SET RCV-OPEN           TO TRUE.

           MOVE RECOVERY-RECORD TO FD-RECOVERY-RECORD.
           WRITE FD-RECOVERY-RECORD
               INVALID KEY
                   REWRITE FD-RECOVERY-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR REWRITING RECOVERY FILE'
                           MOVE RECOVRY-STATUS TO IO-STATUS
                           PERFORM 9910-DISPLAY-IO-STATUS
                           PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1900-MARK-ACCOUNT-CHARGED-OFF.
           SET ACCT-IS-CHARGED-OFF TO TRUE.
           MOVE WS-CHARGEOFF-DATE TO ACCT-CHARGEOFF-DATE.
           MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC.
           REWRITE FD-ACCTFILE-REC
               INVALID KEY
                   DISPLAY 'ERROR REWRITING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-COFRPT-REC FROM COFRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-COFRPT-REC FROM COFRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE FD-COFRPT-REC FROM COFRPT-COLUMN-HEADER
               AFTER ADVANCING 2 LINES.

       2200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO COFRPT-COUNT-LINE.
           MOVE 'AT CHARGE-OFF BUCKET:' TO CCL-LABEL.
           MOVE WS-CANDIDATE-COUNT TO CCL-COUNT.
           WRITE FD-COFRPT-REC FROM COFRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO COFRPT-COUNT-LINE.
           MOVE 'ACCOUNTS CHARGED OFF:' TO CCL-LABEL.
           MOVE WS-CHARGED-OFF-COUNT TO CCL-COUNT.
           WRITE FD-COFRPT-REC FROM COFRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO COFRPT-COUNT-LINE.
           MOVE 'ALREADY CHARGED OFF:' TO CCL-LABEL.
           MOVE WS-ALREADY-OFF-COUNT TO CCL-COUNT.
           WRITE FD-COFRPT-REC FROM COFRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO COFRPT-COUNT-LINE.
           MOVE 'ACCOUNTS SKIPPED:' TO CCL-LABEL.
           MOVE WS-SKIPPED-COUNT TO CCL-COUNT.
           WRITE FD-COFRPT-REC FROM COFRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO COFRPT-COUNT-LINE.
           MOVE 'EXCEPTIONS:' TO CCL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO CCL-COUNT.
           WRITE FD-COFRPT-REC FROM COFRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO COFRPT-COUNT-LINE.
           MOVE 'CARDS BLOCKED:' TO CCL-LABEL.
           MOVE WS-CARDS-BLOCKED-COUNT TO CCL-COUNT.
           WRITE FD-COFRPT-REC FROM COFRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO COFRPT-AMOUNT-LINE.
           MOVE 'PRINCIPAL CHARGED OFF:' TO CAL-LABEL.
           MOVE WS-TOTAL-PRINCIPAL TO CAL-AMOUNT.
           WRITE FD-COFRPT-REC FROM COFRPT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO COFRPT-AMOUNT-LINE.
           MOVE 'INTEREST CHARGED OFF:' TO CAL-LABEL.
           MOVE WS-TOTAL-INTEREST TO CAL-AMOUNT.
           WRITE FD-COFRPT-REC FROM COFRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO COFRPT-AMOUNT-LINE.
           MOVE 'FEES CHARGED OFF:' TO CAL-LABEL.
           MOVE WS-TOTAL-FEES TO CAL-AMOUNT.
           WRITE FD-COFRPT-REC FROM COFRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO COFRPT-AMOUNT-LINE.
           MOVE 'TOTAL CHARGED OFF:' TO CAL-LABEL.
           MOVE WS-TOTAL-CHARGED-OFF TO CAL-AMOUNT.
           WRITE FD-COFRPT-REC FROM COFRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

       2300-WRITE-DETAIL-LINE.
           WRITE FD-COFRPT-REC FROM COFRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       0100-DELINQF-OPEN.
           OPEN INPUT DELINQ-FILE.
           IF DELINQF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DELINQ FILE'
               MOVE DELINQF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-ACCTFILE-OPEN.
           OPEN I-O ACCOUNT-FILE.
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

       0350-CARDMST-OPEN.
           OPEN I-O CARD-FILE.
           IF CARDMST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARD MASTER FILE'
               MOVE CARDMST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0500-TCATBALF-OPEN.
           OPEN INPUT TCATBAL-FILE.
           IF TCATBALF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TCATBAL FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0550-STMTHIST-OPEN.
           OPEN INPUT STMT-HIST-FILE.
           IF STMTHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STMT HISTORY FILE'
               MOVE STMTHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0600-RECOVRY-OPEN.
           OPEN I-O RECOVERY-FILE.
           IF RECOVRY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RECOVERY FILE'
               MOVE RECOVRY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0700-DALYCOF-OPEN.
           OPEN OUTPUT DALYTRAN-OUT-FILE.
           IF DALYCOF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DALYTRAN-OUT FILE'
               MOVE DALYCOF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0800-COFRPT-OPEN.
           OPEN OUTPUT COF-REPORT-FILE.
           IF COFRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COFRPT FILE'
               MOVE COFRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE DELINQ-FILE
                 ACCOUNT-FILE
                 XREF-FILE
                 CARD-FILE
                 TCATBAL-FILE
                 STMT-HIST-FILE
                 RECOVERY-FILE
                 DALYTRAN-OUT-FILE
                 COF-REPORT-FILE.

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
               MOVE 'CBCOF01C' TO RUN-PROGRAM-ID
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
               MOVE 'CBCOF01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-DELINQ-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-CHARGED-OFF-COUNT TO RUN-POSTED-COUNT
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
