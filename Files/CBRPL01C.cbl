      ******************************************************************
      * Program     : CBRPL01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Nightly lost/stolen card replacement. Scans
      *               CARD-FILE for cards COCRDUPC has hot-listed as
      *               lost/stolen that have no replacement yet, and
      *               for each one assigns a new card number from the
      *               issuance control record, adds the XREF-FILE and
      *               CARD-FILE rows for it on the same account and
      *               customer, links the old card to the new number,
      *               and writes the plastic to the embossing extract
      *               flagged as a replacement. Prints a control
      *               report of cards replaced, skipped and in error.
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
       PROGRAM-ID. CBRPL01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO CARDMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CARD-NUM
                  FILE STATUS  IS CARDMST-STATUS.

           SELECT XREF-FILE ASSIGN TO CARDXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  FILE STATUS  IS CARDXREF-STATUS.

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

           SELECT ISSUE-CONTROL-FILE ASSIGN TO ISSUCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ISSUCTL-STATUS.

           SELECT EMBOSS-FILE ASSIGN TO EMBOSSF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS EMBOSSF-STATUS.

           SELECT RPL-REPORT-FILE ASSIGN TO RPLRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RPLRPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  FD-CARDFILE-REC.
           05 FD-CARD-NUM                       PIC X(16).
           05 FD-CARD-DATA                      PIC X(84).

       FD  XREF-FILE.
       01  FD-CARDXREF-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-DATA                      PIC X(34).

       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CUST-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(241).

       FD  ISSUE-CONTROL-FILE.
       01  FD-ISSUCTL-REC                       PIC X(80).

       FD  EMBOSS-FILE.
       01  FD-EMBOSS-RECORD                     PIC X(280).

       FD  RPL-REPORT-FILE.
       01  FD-RPLRPT-REC                        PIC X(133).

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

       COPY CVCRD01Y.
       01  CARDMST-STATUS.
           05  CARDMST-STAT1       PIC X.
           05  CARDMST-STAT2       PIC X.

       COPY CVACT03Y.
       01  CARDXREF-STATUS.
           05  CARDXREF-STAT1      PIC X.
           05  CARDXREF-STAT2      PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVCUS01Y.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.

       COPY CVISS01Y.
       01  ISSUCTL-STATUS.
           05  ISSUCTL-STAT1       PIC X.
           05  ISSUCTL-STAT2       PIC X.

       COPY CVEXP01Y.
       01  EMBOSSF-STATUS.
           05  EMBOSSF-STAT1       PIC X.
           05  EMBOSSF-STAT2       PIC X.

       COPY CVRPL01Y.
       01  RPLRPT-STATUS.
           05  RPLRPT-STAT1        PIC X.
           05  RPLRPT-STAT2        PIC X.

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

       01  WS-FLAGS.
           05  WS-XREF-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  XREF-WAS-FOUND           VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  ACCT-WAS-FOUND           VALUE 'Y'.
           05  WS-CUST-FOUND-FLAG           PIC X(01) VALUE 'N'.
               88  CUST-WAS-FOUND           VALUE 'Y'.
           05  WS-NUMBER-IN-USE-FLAG        PIC X(01) VALUE 'N'.
               88  NUMBER-IS-IN-USE         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CARD-READ-COUNT           PIC 9(09) VALUE 0.
           05  WS-REPLACED-COUNT            PIC 9(09) VALUE 0.
           05  WS-ALREADY-REPLACED-COUNT    PIC 9(09) VALUE 0.
           05  WS-SKIPPED-COUNT             PIC 9(09) VALUE 0.
           05  WS-EXCEPTION-COUNT           PIC 9(09) VALUE 0.

      * The hot-listed card being replaced, held while the card file
      * is read at random for the new number and repositioned after.
       01  WS-OLD-CARD.
           05  WS-OLD-CARD-NUM              PIC X(16).
           05  WS-OLD-EXPIRY-DATE           PIC X(10).
           05  WS-OLD-EMBOSSED-NAME         PIC X(50).

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

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBRPL01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0100-CARDMST-OPEN.
           PERFORM 0200-CARDXREF-OPEN.
           PERFORM 0300-ACCTFILE-OPEN.
           PERFORM 0400-CUSTFILE-OPEN.
           PERFORM 0500-ISSUCTL-READ.
           PERFORM 0600-EMBOSSF-OPEN.
           PERFORM 0700-RPLRPT-OPEN.

           PERFORM 2100-WRITE-REPORT-HEADERS.

           PERFORM 1000-PROCESS-CARDS
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 2200-WRITE-REPORT-TOTALS.

           PERFORM 8900-ISSUCTL-REWRITE.
           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'CARDS READ             :' WS-CARD-READ-COUNT.
           DISPLAY 'CARDS REPLACED         :' WS-REPLACED-COUNT.
           DISPLAY 'ALREADY REPLACED       :'
                   WS-ALREADY-REPLACED-COUNT.
           DISPLAY 'CARDS SKIPPED          :' WS-SKIPPED-COUNT.
           DISPLAY 'EXCEPTIONS             :' WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBRPL01C'.
           GOBACK.

      *---------------------------------------------------------------*
      * A lost/stolen card with no replacement number on it has been
      * hot-listed since the last run; one already carrying a
      * replacement number was handled by an earlier run.
      *---------------------------------------------------------------*
       1000-PROCESS-CARDS.
           PERFORM 1100-CARDMST-GET-NEXT.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-CARD-READ-COUNT
               IF CARD-STATUS-LOST-STOLEN
                   IF CARD-REPLACED-BY-NUM = SPACES
                      OR CARD-REPLACED-BY-NUM = LOW-VALUES
                       PERFORM 1200-REPLACE-CARD
                   ELSE
                       ADD 1 TO WS-ALREADY-REPLACED-COUNT
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1100-CARDMST-GET-NEXT.
           READ CARD-FILE NEXT RECORD INTO CARD-RECORD.
           IF CARDMST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF CARDMST-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               NEXT SENTENCE
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING CARD MASTER FILE'
                   MOVE CARDMST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * The replacement goes on the same account and customer as the
      * hot-listed card. A card with no cross-reference or account is
      * an exception; a card on an account that is no longer active
      * or is pending closure is not replaced.
      *---------------------------------------------------------------*
       1200-REPLACE-CARD.
           MOVE CARD-NUM           TO WS-OLD-CARD-NUM.
           MOVE CARD-EXPIRY-DATE   TO WS-OLD-EXPIRY-DATE.
           MOVE CARD-EMBOSSED-NAME TO WS-OLD-EMBOSSED-NAME.
           MOVE SPACES             TO WS-NEW-CARD-NUM.

           PERFORM 1300-READ-XREF-AND-ACCOUNT.
           IF NOT ACCT-WAS-FOUND
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'EXCEPTION - NO ACCOUNT FOR CARD' TO RPD-DISPOSITION
               PERFORM 2300-WRITE-DETAIL-LINE
           ELSE
               IF ACCT-ACTIVE-STATUS NOT = 'Y'
                  OR ACCT-IS-PENDING-CLOSE
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 'SKIPPED - ACCOUNT NOT ACTIVE OR CLOSING'
                        TO RPD-DISPOSITION
                   PERFORM 2300-WRITE-DETAIL-LINE
               ELSE
                   PERFORM 1400-ISSUE-REPLACEMENT
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1300-READ-XREF-AND-ACCOUNT.
           MOVE 'N' TO WS-XREF-FOUND-FLAG.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG.
           MOVE WS-OLD-CARD-NUM TO FD-XREF-CARD-NUM.
           READ XREF-FILE INTO CARD-XREF-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-XREF-FOUND-FLAG.
           IF CARDXREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-FOUND-FLAG.

           IF XREF-WAS-FOUND
               MOVE XREF-ACCT-ID TO FD-ACCT-ID
               READ ACCOUNT-FILE INTO ACCOUNT-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-ACCT-FOUND-FLAG
               END-READ
               IF ACCTFILE-STATUS = '00'
                   MOVE 'Y' TO WS-ACCT-FOUND-FLAG
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * New number, new cross-reference and card master rows, the
      * old card linked to the new number, and the plastic. The new
      * card keeps the old card's expiry date and embossed name - the
      * cardholder's next expiry reissue comes round on schedule.
      *---------------------------------------------------------------*
       1400-ISSUE-REPLACEMENT.
           PERFORM 1500-ASSIGN-CARD-NUMBER.

           MOVE WS-NEW-CARD-NUM  TO XREF-CARD-NUM.
           MOVE CARD-XREF-RECORD TO FD-CARDXREF-REC.
           WRITE FD-CARDXREF-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING XREF FILE'
                   MOVE CARDXREF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

           MOVE SPACES               TO CARD-RECORD.
           MOVE WS-NEW-CARD-NUM      TO CARD-NUM.
           SET CARD-STATUS-ACTIVE    TO TRUE.
           MOVE WS-OLD-EXPIRY-DATE   TO CARD-EXPIRY-DATE.
           MOVE WS-OLD-EMBOSSED-NAME TO CARD-EMBOSSED-NAME.
           MOVE CARD-RECORD TO FD-CARDFILE-REC.
           WRITE FD-CARDFILE-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING CARD MASTER FILE'
                   MOVE CARDMST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

           PERFORM 1600-LINK-OLD-CARD.
           PERFORM 1700-READ-CUSTOMER.
           PERFORM 1800-WRITE-EMBOSS.

           ADD 1 TO WS-REPLACED-COUNT.
           IF CUST-WAS-FOUND
               MOVE 'REPLACED' TO RPD-DISPOSITION
           ELSE
               MOVE 'REPLACED - NO CUSTOMER ADDRESS ON FILE'
                    TO RPD-DISPOSITION.
           PERFORM 2300-WRITE-DETAIL-LINE.

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
      * Stamp the replacement number on the hot-listed card, then
      * put the sequential scan back where it was - the random reads
      * for the new number moved the file position.
      *---------------------------------------------------------------*
       1600-LINK-OLD-CARD.
           MOVE WS-OLD-CARD-NUM TO FD-CARD-NUM.
           READ CARD-FILE INTO CARD-RECORD
               INVALID KEY
                   DISPLAY 'ERROR RE-READING CARD MASTER FILE'
                   MOVE CARDMST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.
           MOVE WS-NEW-CARD-NUM TO CARD-REPLACED-BY-NUM.
           MOVE CARD-RECORD TO FD-CARDFILE-REC.
           REWRITE FD-CARDFILE-REC
               INVALID KEY
                   DISPLAY 'ERROR REWRITING CARD MASTER FILE'
                   MOVE CARDMST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

           MOVE WS-OLD-CARD-NUM TO FD-CARD-NUM.
           START CARD-FILE KEY IS > FD-CARD-NUM
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START.

      *---------------------------------------------------------------*
      * Mailing address for the plastic. A customer not on file
      * leaves the address blank on the extract, as CBEXP01C does,
      * and the exception count flags the run.
      *---------------------------------------------------------------*
       1700-READ-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-FLAG.
           MOVE XREF-CUST-ID TO FD-CUST-ID.
           READ CUST-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND-FLAG.
           IF CUSTFILE-STATUS = '00'
               MOVE 'Y' TO WS-CUST-FOUND-FLAG
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT.

      *---------------------------------------------------------------*
       1800-WRITE-EMBOSS.
           MOVE SPACES               TO EMBOSS-EXTRACT-RECORD.
           MOVE WS-NEW-CARD-NUM      TO EMB-CARD-NUM.
           MOVE WS-OLD-EMBOSSED-NAME TO EMB-EMBOSSED-NAME.
           MOVE XREF-ACCT-ID         TO EMB-ACCT-ID.
           IF CUST-WAS-FOUND
               MOVE CUST-FIRST-NAME  TO EMB-CUST-FIRST-NAME
               MOVE CUST-LAST-NAME   TO EMB-CUST-LAST-NAME
               MOVE CUST-ADDR-LINE-1 TO EMB-ADDR-LINE-1
               MOVE CUST-ADDR-LINE-2 TO EMB-ADDR-LINE-2
               MOVE CUST-ADDR-CITY   TO EMB-ADDR-CITY
               MOVE CUST-ADDR-STATE  TO EMB-ADDR-STATE
               MOVE CUST-ADDR-ZIP    TO EMB-ADDR-ZIP.
           MOVE WS-OLD-EXPIRY-DATE   TO EMB-OLD-EXPIRY-DATE.
           SET EMB-ISSUE-REPLACEMENT TO TRUE.

           MOVE EMBOSS-EXTRACT-RECORD TO FD-EMBOSS-RECORD.
           WRITE FD-EMBOSS-RECORD.
           IF EMBOSSF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EMBOSS FILE'
               MOVE EMBOSSF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-RPLRPT-REC FROM RPLRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-RPLRPT-REC FROM RPLRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE FD-RPLRPT-REC FROM RPLRPT-COLUMN-HEADER
               AFTER ADVANCING 2 LINES.

       2200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPLRPT-COUNT-LINE.
           MOVE 'CARDS READ:' TO RPC-LABEL.
           MOVE WS-CARD-READ-COUNT TO RPC-COUNT.
           WRITE FD-RPLRPT-REC FROM RPLRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO RPLRPT-COUNT-LINE.
           MOVE 'CARDS REPLACED:' TO RPC-LABEL.
           MOVE WS-REPLACED-COUNT TO RPC-COUNT.
           WRITE FD-RPLRPT-REC FROM RPLRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RPLRPT-COUNT-LINE.
           MOVE 'ALREADY REPLACED:' TO RPC-LABEL.
           MOVE WS-ALREADY-REPLACED-COUNT TO RPC-COUNT.
           WRITE FD-RPLRPT-REC FROM RPLRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RPLRPT-COUNT-LINE.
           MOVE 'CARDS SKIPPED:' TO RPC-LABEL.
           MOVE WS-SKIPPED-COUNT TO RPC-COUNT.
           WRITE FD-RPLRPT-REC FROM RPLRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RPLRPT-COUNT-LINE.
           MOVE 'EXCEPTIONS:' TO RPC-LABEL.
           MOVE WS-EXCEPTION-COUNT TO RPC-COUNT.
           WRITE FD-RPLRPT-REC FROM RPLRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       2300-WRITE-DETAIL-LINE.
           MOVE WS-OLD-CARD-NUM   TO RPD-OLD-CARD-NUM.
           MOVE WS-NEW-CARD-NUM   TO RPD-NEW-CARD-NUM.
           IF ACCT-WAS-FOUND
               MOVE XREF-ACCT-ID  TO RPD-ACCT-ID
           ELSE
               MOVE 0             TO RPD-ACCT-ID.
           WRITE FD-RPLRPT-REC FROM RPLRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPD-DISPOSITION.

      *---------------------------------------------------------------*
       0100-CARDMST-OPEN.
           OPEN I-O CARD-FILE.
           IF CARDMST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARD MASTER FILE'
               MOVE CARDMST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-CARDXREF-OPEN.
           OPEN I-O XREF-FILE.
           IF CARDXREF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING XREF FILE'
               MOVE CARDXREF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0300-ACCTFILE-OPEN.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0400-CUSTFILE-OPEN.
           OPEN INPUT CUST-FILE.
           IF CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      * The issuance control record stays open I-O for the run and
      * is rewritten in place with the last numbers issued.
       0500-ISSUCTL-READ.
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
               DISPLAY 'ISSUCTL RECORD IS NOT VALID'
               PERFORM 9999-ABEND-PROGRAM.

       0600-EMBOSSF-OPEN.
           OPEN OUTPUT EMBOSS-FILE.
           IF EMBOSSF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMBOSS FILE'
               MOVE EMBOSSF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0700-RPLRPT-OPEN.
           OPEN OUTPUT RPL-REPORT-FILE.
           IF RPLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RPLRPT FILE'
               MOVE RPLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       8900-ISSUCTL-REWRITE.
           PERFORM 9820-BUILD-RUN-TS.
           MOVE WS-RUN-TS  TO ISS-LAST-UPDATE-TS.
           MOVE 'CBRPL01C' TO ISS-LAST-UPDATE-PGM.
           MOVE ISSUE-CONTROL-RECORD TO FD-ISSUCTL-REC.
           REWRITE FD-ISSUCTL-REC.
           IF ISSUCTL-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ISSUCTL FILE'
               MOVE ISSUCTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE CARD-FILE
                 XREF-FILE
                 ACCOUNT-FILE
                 CUST-FILE
                 ISSUE-CONTROL-FILE
                 EMBOSS-FILE
                 RPL-REPORT-FILE.

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
               MOVE 'CBRPL01C' TO RUN-PROGRAM-ID
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
               MOVE 'CBRPL01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-CARD-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-REPLACED-COUNT TO RUN-POSTED-COUNT
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
