      ******************************************************************
      * Program     : CBAPP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Nightly new account booking. Reads the new
      *               account application file COAPPUPC builds and
      *               COACTAPC decides, and for every application a
      *               supervisor has approved creates the customer,
      *               the account under the number reserved at entry,
      *               the card cross-reference and the card master
      *               row, and writes the first plastic to the
      *               embossing extract in the CBEXP01C layout. New
      *               customer ids and card numbers come from the
      *               issuance control record. Prints a report of
      *               applications booked, declined and still
      *               pending supervisor approval.
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
       PROGRAM-ID. CBAPP01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPL-FILE ASSIGN TO ACCTAPPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-APPL-ACCT-ID
                  FILE STATUS  IS ACCTAPPL-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT CUST-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT XREF-FILE ASSIGN TO CARDXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  FILE STATUS  IS CARDXREF-STATUS.

           SELECT CARD-FILE ASSIGN TO CARDMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CARD-NUM
                  FILE STATUS  IS CARDMST-STATUS.

           SELECT ISSUE-CONTROL-FILE ASSIGN TO ISSUCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ISSUCTL-STATUS.

           SELECT APP-PARMS-FILE ASSIGN TO APPPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS APPPARM-STATUS.

           SELECT EMBOSS-FILE ASSIGN TO EMBOSSF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS EMBOSSF-STATUS.

           SELECT APP-REPORT-FILE ASSIGN TO APPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS APPRPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  APPL-FILE.
       01  FD-APPL-REC.
           05 FD-APPL-ACCT-ID                   PIC 9(11).
           05 FD-APPL-DATA                      PIC X(389).

       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CUST-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(241).

       FD  XREF-FILE.
       01  FD-CARDXREF-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-DATA                      PIC X(34).

       FD  CARD-FILE.
       01  FD-CARDFILE-REC.
           05 FD-CARD-NUM                       PIC X(16).
           05 FD-CARD-DATA                      PIC X(84).

       FD  ISSUE-CONTROL-FILE.
       01  FD-ISSUCTL-REC                       PIC X(80).

       FD  APP-PARMS-FILE.
       01  FD-APPPARM-REC                       PIC X(80).

       FD  EMBOSS-FILE.
       01  FD-EMBOSS-RECORD                     PIC X(280).

       FD  APP-REPORT-FILE.
       01  FD-APPRPT-REC                        PIC X(133).

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

       COPY CVAPP01Y.
       01  ACCTAPPL-STATUS.
           05  ACCTAPPL-STAT1      PIC X.
           05  ACCTAPPL-STAT2      PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVCUS01Y.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.

       COPY CVACT03Y.
       01  CARDXREF-STATUS.
           05  CARDXREF-STAT1      PIC X.
           05  CARDXREF-STAT2      PIC X.

       COPY CVCRD01Y.
       01  CARDMST-STATUS.
           05  CARDMST-STAT1       PIC X.
           05  CARDMST-STAT2       PIC X.

       COPY CVISS01Y.
       01  ISSUCTL-STATUS.
           05  ISSUCTL-STAT1       PIC X.
           05  ISSUCTL-STAT2       PIC X.

       01  APPPARM-STATUS.
           05  APPPARM-STAT1       PIC X.
           05  APPPARM-STAT2       PIC X.

       COPY CVEXP01Y.
       01  EMBOSSF-STATUS.
           05  EMBOSSF-STAT1       PIC X.
           05  EMBOSSF-STAT2       PIC X.

       COPY CVAPP02Y.
       01  APPRPT-STATUS.
           05  APPRPT-STAT1        PIC X.
           05  APPRPT-STAT2        PIC X.

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

      * Run date, the cash advance limit as a percentage of the
      * credit limit, and how many years a new account and its first
      * card are good for. Zero or blank percentage and years take
      * the shop defaults.
       01  WS-APPPARM-RECORD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  FILLER                       PIC X(01).
           05  WS-PARM-CASH-LIMIT-PCT       PIC 9(03).
           05  FILLER                       PIC X(01).
           05  WS-PARM-VALID-YEARS          PIC 9(02).
           05  FILLER                       PIC X(63).

       01  WS-BOOKING-DEFAULTS.
           05  WS-CASH-LIMIT-PCT            PIC 9(03) VALUE 20.
           05  WS-VALID-YEARS               PIC 9(02) VALUE 3.

       01  WS-FLAGS.
           05  WS-ACCT-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  ACCT-WAS-FOUND           VALUE 'Y'.
           05  WS-NUMBER-IN-USE-FLAG        PIC X(01) VALUE 'N'.
               88  NUMBER-IS-IN-USE         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-APPL-READ-COUNT           PIC 9(09) VALUE 0.
           05  WS-BOOKED-COUNT              PIC 9(09) VALUE 0.
           05  WS-DECLINED-COUNT            PIC 9(09) VALUE 0.
           05  WS-PENDING-COUNT             PIC 9(09) VALUE 0.
           05  WS-EXCEPTION-COUNT           PIC 9(09) VALUE 0.

       01  WS-AMOUNTS.
           05  WS-CREDIT-BOOKED-AMT         PIC S9(11)V99 VALUE 0.

      * New card number - issuing BIN, nine-digit serial and a Luhn
      * check digit - and the work areas for the check digit.
       01  WS-NEW-CARD-NUM.
           05  WS-NEW-CARD-BIN              PIC 9(06).
           05  WS-NEW-CARD-SERIAL           PIC 9(09).
           05  WS-NEW-CARD-CHECK            PIC 9(01).
       01  FILLER REDEFINES WS-NEW-CARD-NUM.
           05  WS-NEW-CARD-DIGIT            PIC 9(01) OCCURS 16 TIMES.

       01  WS-LUHN-WORK.
           05  WS-LUHN-SUB                  PIC S9(04) COMP.
           05  WS-LUHN-SUM                  PIC 9(04).
           05  WS-LUHN-DIGIT                PIC 9(02).
           05  WS-LUHN-DOUBLE               PIC X(01).
           05  WS-LUHN-QUOTIENT             PIC 9(04).
           05  WS-LUHN-REMAINDER            PIC 9(02).

       01  WS-NEW-CUST-ID                   PIC 9(09) VALUE 0.

      * Expiration date work area - the run date moved on by the
      * validity years, a February 29th landing on the 28th.
       01  WS-EXPIRY-DATE.
           05  WS-EXPIRY-YYYY               PIC 9(04).
           05  FILLER                       PIC X(01).
           05  WS-EXPIRY-MM                 PIC X(02).
           05  FILLER                       PIC X(01).
           05  WS-EXPIRY-DD                 PIC X(02).

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAPP01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0050-APPPARM-READ.
           PERFORM 0100-ACCTAPPL-OPEN.
           PERFORM 0200-ACCTFILE-OPEN.
           PERFORM 0300-CUSTFILE-OPEN.
           PERFORM 0400-CARDXREF-OPEN.
           PERFORM 0500-CARDMST-OPEN.
           PERFORM 0600-ISSUCTL-READ.
           PERFORM 0700-EMBOSSF-OPEN.
           PERFORM 0800-APPRPT-OPEN.

           PERFORM 2100-WRITE-REPORT-HEADERS.

           PERFORM 1000-PROCESS-APPLICATIONS
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 2200-WRITE-REPORT-TOTALS.

           PERFORM 8900-ISSUCTL-REWRITE.
           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'APPLICATIONS READ      :' WS-APPL-READ-COUNT.
           DISPLAY 'ACCOUNTS BOOKED        :' WS-BOOKED-COUNT.
           DISPLAY 'APPLICATIONS DECLINED  :' WS-DECLINED-COUNT.
           DISPLAY 'PENDING APPROVAL       :' WS-PENDING-COUNT.
           DISPLAY 'EXCEPTIONS             :' WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAPP01C'.
           GOBACK.

      *---------------------------------------------------------------*
       0050-APPPARM-READ.
           OPEN INPUT APP-PARMS-FILE.
           IF APPPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPPARM FILE'
               MOVE APPPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           READ APP-PARMS-FILE INTO WS-APPPARM-RECORD.
           IF APPPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING APPPARM FILE'
               MOVE APPPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           CLOSE APP-PARMS-FILE.

           IF WS-PARM-RUN-DATE = SPACES
               DISPLAY 'RUN DATE IS REQUIRED'
               PERFORM 9999-ABEND-PROGRAM.

           IF WS-PARM-CASH-LIMIT-PCT IS NUMERIC
              AND WS-PARM-CASH-LIMIT-PCT > 0
              AND WS-PARM-CASH-LIMIT-PCT NOT > 100
               MOVE WS-PARM-CASH-LIMIT-PCT TO WS-CASH-LIMIT-PCT.
           IF WS-PARM-VALID-YEARS IS NUMERIC
              AND WS-PARM-VALID-YEARS > 0
               MOVE WS-PARM-VALID-YEARS TO WS-VALID-YEARS.

           MOVE WS-PARM-RUN-DATE TO WS-EXPIRY-DATE.
           ADD WS-VALID-YEARS TO WS-EXPIRY-YYYY.
           IF WS-EXPIRY-MM = '02' AND WS-EXPIRY-DD = '29'
               MOVE '28' TO WS-EXPIRY-DD.

      *---------------------------------------------------------------*
       1000-PROCESS-APPLICATIONS.
           PERFORM 1100-ACCTAPPL-GET-NEXT.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-APPL-READ-COUNT
               EVALUATE TRUE
                   WHEN APPL-STATUS-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE 'PENDING SUPERVISOR APPROVAL'
                            TO ADL-DISPOSITION
                       PERFORM 2300-WRITE-DETAIL-LINE
                   WHEN APPL-STATUS-DECLINED
                        AND APPL-PROCESS-DATE = SPACES
                       PERFORM 1200-REPORT-DECLINE
                   WHEN APPL-STATUS-APPROVED
                       PERFORM 1300-BOOK-APPLICATION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *---------------------------------------------------------------*
       1100-ACCTAPPL-GET-NEXT.
           READ APPL-FILE INTO ACCT-APPLICATION-RECORD.
           IF ACCTAPPL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF ACCTAPPL-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               NEXT SENTENCE
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING APPLICATION FILE'
                   MOVE ACCTAPPL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * A supervisor's decline is reported once - the process date
      * stamped here keeps it off every later night's report.
      *---------------------------------------------------------------*
       1200-REPORT-DECLINE.
           ADD 1 TO WS-DECLINED-COUNT.
           MOVE SPACES TO ADL-DISPOSITION.
           STRING 'DECLINED - '       DELIMITED BY SIZE
                  APPL-DECLINE-REASON DELIMITED BY SIZE
               INTO ADL-DISPOSITION
           END-STRING.
           PERFORM 2300-WRITE-DETAIL-LINE.
           MOVE WS-PARM-RUN-DATE TO APPL-PROCESS-DATE.
           PERFORM 1900-ACCTAPPL-REWRITE.

      *---------------------------------------------------------------*
      * Book an approved application. The account number was
      * reserved when the application was keyed; if something has
      * since been put on file under it the application is declined
      * rather than overlaying a live account.
      *---------------------------------------------------------------*
       1300-BOOK-APPLICATION.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG.
           MOVE APPL-ACCT-ID TO FD-ACCT-ID.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-FLAG.
           IF ACCTFILE-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-FOUND-FLAG.

           IF ACCT-WAS-FOUND
               ADD 1 TO WS-EXCEPTION-COUNT
               SET APPL-STATUS-DECLINED TO TRUE
               MOVE 'ACCOUNT ID ALREADY ON FILE'
                    TO APPL-DECLINE-REASON
               PERFORM 1200-REPORT-DECLINE
           ELSE
               PERFORM 1400-ASSIGN-CUSTOMER-ID
               PERFORM 1500-ASSIGN-CARD-NUMBER
               PERFORM 1600-WRITE-CUSTOMER
               PERFORM 1650-WRITE-ACCOUNT
               PERFORM 1700-WRITE-XREF
               PERFORM 1750-WRITE-CARD
               PERFORM 1800-WRITE-EMBOSS

               SET APPL-STATUS-BOOKED TO TRUE
               MOVE WS-NEW-CUST-ID   TO APPL-CUST-ID
               MOVE WS-NEW-CARD-NUM  TO APPL-CARD-NUM
               MOVE WS-PARM-RUN-DATE TO APPL-PROCESS-DATE
               PERFORM 1900-ACCTAPPL-REWRITE

               ADD 1 TO WS-BOOKED-COUNT
               ADD APPL-CREDIT-LIMIT TO WS-CREDIT-BOOKED-AMT
               MOVE 'BOOKED' TO ADL-DISPOSITION
               PERFORM 2300-WRITE-DETAIL-LINE
           END-IF.

      *---------------------------------------------------------------*
      * Next customer id after the last one issued, skipping any id
      * already on the customer master.
      *---------------------------------------------------------------*
       1400-ASSIGN-CUSTOMER-ID.
           MOVE 'Y' TO WS-NUMBER-IN-USE-FLAG.
           PERFORM UNTIL NOT NUMBER-IS-IN-USE
               ADD 1 TO ISS-LAST-CUST-ID
               MOVE ISS-LAST-CUST-ID TO FD-CUST-ID
               READ CUST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-NUMBER-IN-USE-FLAG
               END-READ
               IF CUSTFILE-STATUS NOT = '00'
                  AND CUSTFILE-STATUS NOT = '23'
                   DISPLAY 'ERROR READING CUSTOMER FILE'
                   MOVE CUSTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-PERFORM.
           MOVE ISS-LAST-CUST-ID TO WS-NEW-CUST-ID.

      *---------------------------------------------------------------*
      * Next card serial under the issuing BIN, with its Luhn check
      * digit, skipping any number already on the cross-reference
      * or the card master.
      *---------------------------------------------------------------*
       1500-ASSIGN-CARD-NUMBER.
           MOVE 'Y' TO WS-NUMBER-IN-USE-FLAG.
           PERFORM UNTIL NOT NUMBER-IS-IN-USE
               ADD 1 TO ISS-LAST-CARD-SERIAL
               MOVE ISS-CARD-BIN         TO WS-NEW-CARD-BIN
               MOVE ISS-LAST-CARD-SERIAL TO WS-NEW-CARD-SERIAL
               PERFORM 1550-COMPUTE-CHECK-DIGIT
               PERFORM 1560-CHECK-CARD-IN-USE
           END-PERFORM.

      *---------------------------------------------------------------*
      * Luhn: from the rightmost payload digit leftward, double every
      * other digit (subtracting 9 from any doubled digit over 9),
      * and make the check digit bring the sum to a multiple of ten.
      *---------------------------------------------------------------*
       1550-COMPUTE-CHECK-DIGIT.
           MOVE 0   TO WS-LUHN-SUM.
           MOVE 'Y' TO WS-LUHN-DOUBLE.
           PERFORM VARYING WS-LUHN-SUB FROM 15 BY -1
                   UNTIL WS-LUHN-SUB < 1
               MOVE WS-NEW-CARD-DIGIT (WS-LUHN-SUB) TO WS-LUHN-DIGIT
               IF WS-LUHN-DOUBLE = 'Y'
                   COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
                   MOVE 'N' TO WS-LUHN-DOUBLE
               ELSE
                   MOVE 'Y' TO WS-LUHN-DOUBLE
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM.
           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOTIENT
                  REMAINDER WS-LUHN-REMAINDER.
           IF WS-LUHN-REMAINDER = 0
               MOVE 0 TO WS-NEW-CARD-CHECK
           ELSE
               COMPUTE WS-NEW-CARD-CHECK = 10 - WS-LUHN-REMAINDER.

      *---------------------------------------------------------------*
       1560-CHECK-CARD-IN-USE.
           MOVE 'N' TO WS-NUMBER-IN-USE-FLAG.
           MOVE WS-NEW-CARD-NUM TO FD-XREF-CARD-NUM.
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CARDXREF-STATUS = '00'
               MOVE 'Y' TO WS-NUMBER-IN-USE-FLAG
           ELSE
               MOVE WS-NEW-CARD-NUM TO FD-CARD-NUM
               READ CARD-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CARDMST-STATUS = '00'
                   MOVE 'Y' TO WS-NUMBER-IN-USE-FLAG
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1600-WRITE-CUSTOMER.
           MOVE SPACES               TO CUSTOMER-RECORD.
           MOVE WS-NEW-CUST-ID       TO CUST-ID.
           MOVE APPL-CUST-FIRST-NAME TO CUST-FIRST-NAME.
           MOVE APPL-CUST-LAST-NAME  TO CUST-LAST-NAME.
           MOVE APPL-ADDR-LINE-1     TO CUST-ADDR-LINE-1.
           MOVE APPL-ADDR-LINE-2     TO CUST-ADDR-LINE-2.
           MOVE APPL-ADDR-CITY       TO CUST-ADDR-CITY.
           MOVE APPL-ADDR-STATE      TO CUST-ADDR-STATE.
           MOVE APPL-ADDR-ZIP        TO CUST-ADDR-ZIP.
           MOVE APPL-DOB             TO CUST-DOB.
           MOVE CUSTOMER-RECORD TO FD-CUSTFILE-REC.
           WRITE FD-CUSTFILE-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING CUSTOMER FILE'
                   MOVE CUSTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * The new account opens today, active, with no balance and the
      * approved limit; the cash advance limit is the parameter
      * percentage of it.
      *---------------------------------------------------------------*
       1650-WRITE-ACCOUNT.
           MOVE SPACES             TO ACCOUNT-RECORD.
           MOVE APPL-ACCT-ID       TO ACCT-ID.
           MOVE 'Y'                TO ACCT-ACTIVE-STATUS.
           MOVE 0                  TO ACCT-CURR-BAL.
           MOVE APPL-CREDIT-LIMIT  TO ACCT-CREDIT-LIMIT.
           COMPUTE ACCT-CASH-CREDIT-LIMIT ROUNDED =
                   APPL-CREDIT-LIMIT * WS-CASH-LIMIT-PCT / 100.
           MOVE WS-PARM-RUN-DATE   TO ACCT-OPEN-DATE.
           MOVE WS-EXPIRY-DATE     TO ACCT-EXPIRAION-DATE.
           MOVE WS-PARM-RUN-DATE   TO ACCT-REISSUE-DATE.
           MOVE 0                  TO ACCT-CURR-CYC-CREDIT.
           MOVE 0                  TO ACCT-CURR-CYC-DEBIT.
           MOVE APPL-ADDR-ZIP      TO ACCT-ADDR-ZIP.
           MOVE APPL-GROUP-ID      TO ACCT-GROUP-ID.
           MOVE APPL-SSN           TO ACCT-SSN.
           MOVE APPL-PHONE-NUM     TO ACCT-PHONE-NUM.
           MOVE 'N'                TO ACCT-DORMANT-FLAG.
           MOVE 'N'                TO ACCT-PENDING-CLOSE-FLAG.
           MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC.
           WRITE FD-ACCTFILE-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1700-WRITE-XREF.
           MOVE SPACES           TO CARD-XREF-RECORD.
           MOVE WS-NEW-CARD-NUM  TO XREF-CARD-NUM.
           MOVE WS-NEW-CUST-ID   TO XREF-CUST-ID.
           MOVE APPL-ACCT-ID     TO XREF-ACCT-ID.
           MOVE CARD-XREF-RECORD TO FD-CARDXREF-REC.
           WRITE FD-CARDXREF-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING XREF FILE'
                   MOVE CARDXREF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1750-WRITE-CARD.
           MOVE SPACES           TO CARD-RECORD.
           MOVE WS-NEW-CARD-NUM  TO CARD-NUM.
           SET CARD-STATUS-ACTIVE TO TRUE.
           MOVE WS-EXPIRY-DATE   TO CARD-EXPIRY-DATE.
           STRING APPL-CUST-FIRST-NAME DELIMITED BY '  '
                  ' '                  DELIMITED BY SIZE
                  APPL-CUST-LAST-NAME  DELIMITED BY '  '
               INTO CARD-EMBOSSED-NAME
           END-STRING.
           MOVE CARD-RECORD TO FD-CARDFILE-REC.
           WRITE FD-CARDFILE-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING CARD MASTER FILE'
                   MOVE CARDMST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * First plastic for the new account, in the layout the vendor
      * already takes from CBEXP01C. There is no old expiry date.
      *---------------------------------------------------------------*
       1800-WRITE-EMBOSS.
           MOVE SPACES               TO EMBOSS-EXTRACT-RECORD.
           MOVE CARD-NUM             TO EMB-CARD-NUM.
           MOVE CARD-EMBOSSED-NAME   TO EMB-EMBOSSED-NAME.
           MOVE APPL-ACCT-ID         TO EMB-ACCT-ID.
           MOVE APPL-CUST-FIRST-NAME TO EMB-CUST-FIRST-NAME.
           MOVE APPL-CUST-LAST-NAME  TO EMB-CUST-LAST-NAME.
           MOVE APPL-ADDR-LINE-1     TO EMB-ADDR-LINE-1.
           MOVE APPL-ADDR-LINE-2     TO EMB-ADDR-LINE-2.
           MOVE APPL-ADDR-CITY       TO EMB-ADDR-CITY.
           MOVE APPL-ADDR-STATE      TO EMB-ADDR-STATE.
           MOVE APPL-ADDR-ZIP        TO EMB-ADDR-ZIP.
           SET EMB-ISSUE-NEW-ACCOUNT TO TRUE.

           MOVE EMBOSS-EXTRACT-RECORD TO FD-EMBOSS-RECORD.
           WRITE FD-EMBOSS-RECORD.
           IF EMBOSSF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EMBOSS FILE'
               MOVE EMBOSSF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1900-ACCTAPPL-REWRITE.
           MOVE ACCT-APPLICATION-RECORD TO FD-APPL-REC.
           REWRITE FD-APPL-REC.
           IF ACCTAPPL-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING APPLICATION FILE'
               MOVE ACCTAPPL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-APPRPT-REC FROM APPRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-APPRPT-REC FROM APPRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE FD-APPRPT-REC FROM APPRPT-COLUMN-HEADER
               AFTER ADVANCING 2 LINES.

       2200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO APPRPT-COUNT-LINE.
           MOVE 'APPLICATIONS READ:' TO ACL-LABEL.
           MOVE WS-APPL-READ-COUNT TO ACL-COUNT.
           WRITE FD-APPRPT-REC FROM APPRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO APPRPT-COUNT-LINE.
           MOVE 'ACCOUNTS BOOKED:' TO ACL-LABEL.
           MOVE WS-BOOKED-COUNT TO ACL-COUNT.
           WRITE FD-APPRPT-REC FROM APPRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APPRPT-COUNT-LINE.
           MOVE 'APPLICATIONS DECLINED:' TO ACL-LABEL.
           MOVE WS-DECLINED-COUNT TO ACL-COUNT.
           WRITE FD-APPRPT-REC FROM APPRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APPRPT-COUNT-LINE.
           MOVE 'PENDING SUPERVISOR APPROVAL:' TO ACL-LABEL.
           MOVE WS-PENDING-COUNT TO ACL-COUNT.
           WRITE FD-APPRPT-REC FROM APPRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APPRPT-COUNT-LINE.
           MOVE 'EXCEPTIONS:' TO ACL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO ACL-COUNT.
           WRITE FD-APPRPT-REC FROM APPRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO APPRPT-AMOUNT-LINE.
           MOVE 'TOTAL CREDIT BOOKED:' TO AAL-LABEL.
           MOVE WS-CREDIT-BOOKED-AMT TO AAL-AMOUNT.
           WRITE FD-APPRPT-REC FROM APPRPT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.

      *---------------------------------------------------------------*
       2300-WRITE-DETAIL-LINE.
           MOVE APPL-ACCT-ID      TO ADL-ACCT-ID.
           MOVE APPL-GROUP-ID     TO ADL-GROUP-ID.
           MOVE APPL-CREDIT-LIMIT TO ADL-CREDIT-LIMIT.
           IF APPL-STATUS-BOOKED
               MOVE APPL-CUST-ID  TO ADL-CUST-ID
               MOVE APPL-CARD-NUM TO ADL-CARD-NUM
           ELSE
               MOVE SPACES        TO ADL-CUST-ID
               MOVE SPACES        TO ADL-CARD-NUM.
           WRITE FD-APPRPT-REC FROM APPRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ADL-DISPOSITION.

      *---------------------------------------------------------------*
       0100-ACCTAPPL-OPEN.
           OPEN I-O APPL-FILE.
           IF ACCTAPPL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPLICATION FILE'
               MOVE ACCTAPPL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-ACCTFILE-OPEN.
           OPEN I-O ACCOUNT-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0300-CUSTFILE-OPEN.
           OPEN I-O CUST-FILE.
           IF CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0400-CARDXREF-OPEN.
           OPEN I-O XREF-FILE.
           IF CARDXREF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREF FILE'
               MOVE CARDXREF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0500-CARDMST-OPEN.
           OPEN I-O CARD-FILE.
           IF CARDMST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARD MASTER FILE'
               MOVE CARDMST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      * The issuance control record stays open I-O for the run and
      * is rewritten in place with the last numbers issued.
       0600-ISSUCTL-READ.
           OPEN I-O ISSUE-CONTROL-FILE.
           IF ISSUCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ISSUCTL FILE'
               MOVE ISSUCTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           READ ISSUE-CONTROL-FILE INTO ISSUE-CONTROL-RECORD.
           IF ISSUCTL-STATUS NOT = '00'
               DISPLAY 'ERROR READING ISSUCTL FILE'
               MOVE ISSUCTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           IF ISS-CARD-BIN NOT NUMERIC
              OR ISS-CARD-BIN = 0
              OR ISS-LAST-CARD-SERIAL NOT NUMERIC
              OR ISS-LAST-CUST-ID NOT NUMERIC
               DISPLAY 'ISSUCTL RECORD IS NOT VALID'
               PERFORM 9999-ABEND-PROGRAM.

       0700-EMBOSSF-OPEN.
           OPEN OUTPUT EMBOSS-FILE.
           IF EMBOSSF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMBOSS FILE'
               MOVE EMBOSSF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0800-APPRPT-OPEN.
           OPEN OUTPUT APP-REPORT-FILE.
           IF APPRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPRPT FILE'
               MOVE APPRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       8900-ISSUCTL-REWRITE.
           PERFORM 9820-BUILD-RUN-TS.
           MOVE WS-RUN-TS  TO ISS-LAST-UPDATE-TS.
           MOVE 'CBAPP01C' TO ISS-LAST-UPDATE-PGM.
           MOVE ISSUE-CONTROL-RECORD TO FD-ISSUCTL-REC.
           REWRITE FD-ISSUCTL-REC.
           IF ISSUCTL-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ISSUCTL FILE'
               MOVE ISSUCTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE APPL-FILE
                 ACCOUNT-FILE
                 CUST-FILE
                 XREF-FILE
                 CARD-FILE
                 ISSUE-CONTROL-FILE
                 EMBOSS-FILE
                 APP-REPORT-FILE.

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
               MOVE 'CBAPP01C' TO RUN-PROGRAM-ID
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
               MOVE 'CBAPP01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-APPL-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-BOOKED-COUNT TO RUN-POSTED-COUNT
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
