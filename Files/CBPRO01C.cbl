      ******************************************************************
      * Program     : CBPRO01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly promotional rate offer review. Walks
      *               PROMO-FILE and, for every active offer, ends it
      *               if DELINQ-FILE has the account 60 days
      *               delinquent, closes it out as expired once its
      *               expiry date has passed, and otherwise lists it
      *               when it expires inside the notice window
      *               (PROPARM, normally 60 days) so the customer can
      *               be sent the required advance notice of the
      *               return to the standard rate. The first listing
      *               stamps the offer's notice date, so a later run
      *               shows the notice as already sent.
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
       PROGRAM-ID. CBPRO01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE ASSIGN TO PROMOFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-PROMO-KEY
                  FILE STATUS  IS PROMOFIL-STATUS.

           SELECT DELINQ-FILE ASSIGN TO DELINQF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DLQ-ACCT-ID
                  FILE STATUS  IS DELINQF-STATUS.

           SELECT TCATBAL-FILE ASSIGN TO TCATBALF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-TRAN-CAT-KEY
                  FILE STATUS  IS TCATBALF-STATUS.

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

           SELECT PRO-PARMS-FILE ASSIGN TO PROPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PROPARM-STATUS.

           SELECT PRO-REPORT-FILE ASSIGN TO PRORPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS PRORPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-FILE.
       01  FD-PROMO-RECORD.
           05 FD-PROMO-KEY                      PIC X(17).
           05 FD-PROMO-DATA                     PIC X(83).

       FD  DELINQ-FILE.
       01  FD-DELINQ-RECORD.
           05 FD-DLQ-ACCT-ID                    PIC 9(11).
           05 FD-DLQ-DATA                       PIC X(69).

       FD  TCATBAL-FILE.
       01  FD-TRAN-CAT-BAL-RECORD.
           05 FD-TRAN-CAT-KEY                   PIC X(17).
           05 FD-FD-TRAN-CAT-DATA               PIC X(33).

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

       FD  PRO-PARMS-FILE.
       01  FD-PROPARM-REC                       PIC X(80).

       FD  PRO-REPORT-FILE.
       01  FD-PRORPT-REC                        PIC X(133).

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

       COPY CVPRO01Y.
       01  PROMOFIL-STATUS.
           05  PROMOFIL-STAT1      PIC X.
           05  PROMOFIL-STAT2      PIC X.

       COPY CVACT08Y.
       01  DELINQF-STATUS.
           05  DELINQF-STAT1       PIC X.
           05  DELINQF-STAT2       PIC X.

       COPY CVTRA01Y.
       01  TCATBALF-STATUS.
           05  TCATBALF-STAT1      PIC X.
           05  TCATBALF-STAT2      PIC X.

       COPY CVACT03Y.
       01  CARDXREF-STATUS.
           05  CARDXREF-STAT1      PIC X.
           05  CARDXREF-STAT2      PIC X.

       COPY CVCUS01Y.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.

       01  PROPARM-STATUS.
           05  PROPARM-STAT1       PIC X.
           05  PROPARM-STAT2       PIC X.

       COPY CVPRO02Y.
       01  PRORPT-STATUS.
           05  PRORPT-STAT1        PIC X.
           05  PRORPT-STAT2        PIC X.

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

      * Run date the review is made as of (blank means today) and
      * the advance-notice window in days (blank or zero means 60).
       01  WS-PROPARM-RECORD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  FILLER                       PIC X(01).
           05  WS-PARM-NOTICE-DAYS          PIC 9(03).
           05  FILLER                       PIC X(66).

       01  WS-CONSTANTS.
           05  WS-DEFAULT-NOTICE-DAYS       PIC 9(03) VALUE 60.
      * Aging bucket at which a promotional offer is forfeited - the
      * same bucket CBFIN01C ends offers at.
           05  WS-PROMO-DELINQ-BUCKET       PIC 9(03) VALUE 60.

       01  WS-FLAGS.
           05  WS-PROMO-ENDING-FLAG         PIC X(01) VALUE 'N'.
               88  PROMO-ENDS-THIS-RUN      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PROMO-READ-COUNT          PIC 9(09) VALUE 0.
           05  WS-ACTIVE-COUNT              PIC 9(09) VALUE 0.
           05  WS-EXPIRING-COUNT            PIC 9(09) VALUE 0.
           05  WS-FIRST-NOTICE-COUNT        PIC 9(09) VALUE 0.
           05  WS-EXPIRED-COUNT             PIC 9(09) VALUE 0.
           05  WS-DELINQ-ENDED-COUNT        PIC 9(09) VALUE 0.

      * Offers ending this run are held here and printed as their
      * own section after the expiry listing.
       01  WS-ENDED-TABLE.
           05  WS-ENDED-ENTRY OCCURS 1000 TIMES.
               10  WS-ENDED-LINE            PIC X(133).
       01  WS-ENDED-VARS.
           05  WS-ENDED-USED                PIC 9(04) VALUE 0.
           05  WS-ENDED-SUB                 PIC 9(04) VALUE 0.
           05  WS-MAX-ENDED                 PIC 9(04) VALUE 1000.
           05  WS-ENDED-OVERFLOW-FLAG       PIC X(01) VALUE 'N'.

       01  WS-WORK-FIELDS.
           05  WS-NOTICE-CUTOFF-DATE        PIC X(10) VALUE SPACES.
           05  WS-RUN-DATE-INTEGER          PIC S9(09) COMP.
           05  WS-DAYS-LEFT                 PIC S9(05) VALUE 0.
           05  WS-CUST-NAME                 PIC X(51) VALUE SPACES.

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
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPRO01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0400-BUILD-TIMESTAMP.
           PERFORM 0050-PROPARM-READ.
           PERFORM 0100-PROMOFIL-OPEN.
           PERFORM 0200-DELINQF-OPEN.
           PERFORM 0250-TCATBALF-OPEN.
           PERFORM 0300-CARDXREF-OPEN.
           PERFORM 0350-CUSTFILE-OPEN.
           PERFORM 0500-PRORPT-OPEN.
           PERFORM 0700-BUILD-NOTICE-CUTOFF.

           PERFORM 2100-WRITE-REPORT-HEADERS.

           PERFORM 1000-PROCESS-OFFERS
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 2300-WRITE-ENDED-OFFERS.
           PERFORM 2500-WRITE-REPORT-TOTALS.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'OFFERS READ            :' WS-PROMO-READ-COUNT.
           DISPLAY 'ACTIVE OFFERS          :' WS-ACTIVE-COUNT.
           DISPLAY 'EXPIRING IN WINDOW     :' WS-EXPIRING-COUNT.
           DISPLAY '  FIRST NOTICE DUE     :' WS-FIRST-NOTICE-COUNT.
           DISPLAY 'EXPIRED THIS RUN       :' WS-EXPIRED-COUNT.
           DISPLAY 'ENDED - DELINQUENT     :' WS-DELINQ-ENDED-COUNT.
           IF WS-ENDED-OVERFLOW-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPRO01C'.
           GOBACK.

      *---------------------------------------------------------------*
       0050-PROPARM-READ.
           OPEN INPUT PRO-PARMS-FILE.
           IF PROPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PROPARM FILE'
               MOVE PROPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           READ PRO-PARMS-FILE INTO WS-PROPARM-RECORD.
           IF PROPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING PROPARM FILE'
               MOVE PROPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           CLOSE PRO-PARMS-FILE.

           IF WS-PARM-RUN-DATE = SPACES
               MOVE DB2-FORMAT-TS (1:10) TO WS-PARM-RUN-DATE.
           IF WS-PARM-NOTICE-DAYS NOT NUMERIC
              OR WS-PARM-NOTICE-DAYS = 0
               MOVE WS-DEFAULT-NOTICE-DAYS TO WS-PARM-NOTICE-DAYS.
           MOVE WS-PARM-RUN-DATE TO PRH-RUN-DATE.

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
       0700-BUILD-NOTICE-CUTOFF.
           MOVE WS-PARM-RUN-DATE TO WS-RESULT-DATE.
           MOVE 0 TO WS-DATE-INTEGER.
           PERFORM 1700-ADD-DAYS-TO-DATE.
           MOVE WS-DATE-INTEGER TO WS-RUN-DATE-INTEGER.

           MOVE WS-PARM-RUN-DATE TO WS-RESULT-DATE.
           MOVE WS-PARM-NOTICE-DAYS TO WS-DATE-INTEGER.
           PERFORM 1700-ADD-DAYS-TO-DATE.
           MOVE WS-RESULT-DATE TO WS-NOTICE-CUTOFF-DATE.

      *---------------------------------------------------------------*
      * Offers already expired or ended are history and are passed
      * over. A live one is checked for delinquency first - a
      * forfeited offer needs no expiry notice - then for expiry.
      *---------------------------------------------------------------*
       1000-PROCESS-OFFERS.
           PERFORM 1100-PROMOFIL-GET-NEXT.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-PROMO-READ-COUNT
               IF PROMO-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
                   MOVE 'N' TO WS-PROMO-ENDING-FLAG
                   PERFORM 1200-CHECK-DELINQUENCY
                   IF NOT PROMO-ENDS-THIS-RUN
                      AND PROMO-EXPIRY-DATE < WS-PARM-RUN-DATE
                       SET PROMO-EXPIRED TO TRUE
                       MOVE PROMO-EXPIRY-DATE TO PROMO-END-DATE
                       ADD 1 TO WS-EXPIRED-COUNT
                       MOVE 'Y' TO WS-PROMO-ENDING-FLAG
                       MOVE 'EXPIRED' TO PRD-REMARKS
                   END-IF
                   IF PROMO-ENDS-THIS-RUN
                       PERFORM 1300-BUILD-DETAIL-LINE
                       PERFORM 1350-HOLD-ENDED-LINE
                       PERFORM 1500-REWRITE-OFFER
                   ELSE
                       IF PROMO-EXPIRY-DATE NOT > WS-NOTICE-CUTOFF-DATE
                           PERFORM 1400-LIST-EXPIRING-OFFER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1100-PROMOFIL-GET-NEXT.
           READ PROMO-FILE INTO PROMO-OFFER-RECORD.
           IF PROMOFIL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF PROMOFIL-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               NEXT SENTENCE
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PROMO FILE'
                   MOVE PROMOFIL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1200-CHECK-DELINQUENCY.
           MOVE PROMO-ACCT-ID TO FD-DLQ-ACCT-ID.
           READ DELINQ-FILE INTO DELINQ-RECORD
               INVALID KEY
                   MOVE 0 TO DLQ-AGING-BUCKET.
           IF DELINQF-STATUS = '00'
              AND DLQ-AGING-BUCKET >= WS-PROMO-DELINQ-BUCKET
               SET PROMO-ENDED-DELINQUENT TO TRUE
               MOVE WS-PARM-RUN-DATE TO PROMO-END-DATE
               ADD 1 TO WS-DELINQ-ENDED-COUNT
               MOVE 'Y' TO WS-PROMO-ENDING-FLAG
               MOVE '60 DAYS DELINQUENT' TO PRD-REMARKS.

      *---------------------------------------------------------------*
      * Common part of the report line - the offer, the standard rate
      * the category goes back to and the customer to be told.
      *---------------------------------------------------------------*
       1300-BUILD-DETAIL-LINE.
           MOVE PROMO-ACCT-ID     TO PRD-ACCT-ID.
           MOVE PROMO-TYPE-CD     TO PRD-TYPE-CD.
           MOVE PROMO-CAT-CD      TO PRD-CAT-CD.
           IF PROMO-BALANCE-TRANSFER
               MOVE 'BAL TRANSFER' TO PRD-OFFER-DESC
           ELSE
               MOVE 'INTRODUCTORY' TO PRD-OFFER-DESC
           END-IF.
           MOVE PROMO-RATE        TO PRD-PROMO-RATE.
           MOVE PROMO-START-DATE  TO PRD-START-DATE.
           MOVE PROMO-EXPIRY-DATE TO PRD-EXPIRY-DATE.

           MOVE PROMO-KEY TO FD-TRAN-CAT-KEY.
           READ TCATBAL-FILE INTO TRAN-CAT-BAL-RECORD
               INVALID KEY
                   MOVE 0 TO TRAN-CAT-RATE.
           MOVE TRAN-CAT-RATE     TO PRD-STD-RATE.

           MOVE PROMO-EXPIRY-DATE TO WS-RESULT-DATE.
           MOVE 0 TO WS-DATE-INTEGER.
           PERFORM 1700-ADD-DAYS-TO-DATE.
           COMPUTE WS-DAYS-LEFT =
                   WS-DATE-INTEGER - WS-RUN-DATE-INTEGER.
           IF WS-DAYS-LEFT < 0
               MOVE 0 TO WS-DAYS-LEFT.
           MOVE WS-DAYS-LEFT      TO PRD-DAYS-LEFT.

           PERFORM 1320-READ-CUSTOMER.
           MOVE WS-CUST-NAME      TO PRD-CUST-NAME.

      *---------------------------------------------------------------*
      * Customer behind the account, off the first card XREF-FILE's
      * account-id alternate key lists for it.
      *---------------------------------------------------------------*
       1320-READ-CUSTOMER.
           MOVE SPACES TO WS-CUST-NAME.
           MOVE PROMO-ACCT-ID TO FD-XREF-ACCT-ID.
           START XREF-FILE KEY IS = FD-XREF-ACCT-ID
               INVALID KEY
                   MOVE 'NO CARD ON FILE' TO WS-CUST-NAME
               NOT INVALID KEY
                   READ XREF-FILE NEXT RECORD INTO CARD-XREF-RECORD
                   IF CARDXREF-STATUS = '00'
                      AND XREF-ACCT-ID = PROMO-ACCT-ID
                       MOVE XREF-CUST-ID TO FD-CUST-ID
                       READ CUST-FILE INTO CUSTOMER-RECORD
                           INVALID KEY
                               MOVE XREF-CUST-ID TO WS-CUST-NAME
                       END-READ
                       IF CUSTFILE-STATUS = '00'
                           STRING FUNCTION TRIM (CUST-FIRST-NAME)
                                      DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  CUST-LAST-NAME DELIMITED BY SIZE
                               INTO WS-CUST-NAME
                           END-STRING
                       END-IF
                   END-IF
           END-START.

      *---------------------------------------------------------------*
       1350-HOLD-ENDED-LINE.
           IF WS-ENDED-USED < WS-MAX-ENDED
               ADD 1 TO WS-ENDED-USED
               MOVE PRORPT-DETAIL-LINE TO WS-ENDED-LINE (WS-ENDED-USED)
           ELSE
               MOVE 'Y' TO WS-ENDED-OVERFLOW-FLAG
               DISPLAY 'WARNING - ENDED OFFER TABLE FULL, ACCOUNT '
                       PROMO-ACCT-ID ' NOT LISTED'.

      *---------------------------------------------------------------*
      * An offer inside the notice window. The first run to list it
      * stamps the notice date; later runs still list it, marked as
      * already noticed, until it expires.
      *---------------------------------------------------------------*
       1400-LIST-EXPIRING-OFFER.
           ADD 1 TO WS-EXPIRING-COUNT.
           IF PROMO-NOTICE-DATE = SPACES
               MOVE 'FIRST NOTICE DUE' TO PRD-REMARKS
           ELSE
               MOVE SPACES TO PRD-REMARKS
               STRING 'NOTICED ' DELIMITED BY SIZE
                      PROMO-NOTICE-DATE DELIMITED BY SIZE
                   INTO PRD-REMARKS
               END-STRING
           END-IF.
           PERFORM 1300-BUILD-DETAIL-LINE.
           WRITE FD-PRORPT-REC FROM PRORPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           IF PROMO-NOTICE-DATE = SPACES
               ADD 1 TO WS-FIRST-NOTICE-COUNT
               MOVE WS-PARM-RUN-DATE TO PROMO-NOTICE-DATE
               PERFORM 1500-REWRITE-OFFER
           END-IF.

      *---------------------------------------------------------------*
       1500-REWRITE-OFFER.
           MOVE PROMO-OFFER-RECORD TO FD-PROMO-RECORD.
           REWRITE FD-PROMO-RECORD.
           IF PROMOFIL-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING PROMO FILE'
               MOVE PROMOFIL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * Date plus WS-DATE-INTEGER days (negative backs the date
      * off), through INTEGER-OF-DATE. WS-RESULT-DATE carries the
      * date in and out; WS-DATE-INTEGER comes back holding the
      * result as an integer date.
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
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-PRORPT-REC FROM PRORPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-PRORPT-REC FROM PRORPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRH-SECTION-TITLE.
           STRING 'OFFERS EXPIRING ON OR BEFORE ' DELIMITED BY SIZE
                  WS-NOTICE-CUTOFF-DATE           DELIMITED BY SIZE
                  ' - ADVANCE NOTICE'             DELIMITED BY SIZE
               INTO PRH-SECTION-TITLE
           END-STRING.
           WRITE FD-PRORPT-REC FROM PRORPT-SECTION-HEADER
               AFTER ADVANCING 2 LINES.
           WRITE FD-PRORPT-REC FROM PRORPT-DETAIL-HEADER
               AFTER ADVANCING 2 LINES.

      *---------------------------------------------------------------*
       2300-WRITE-ENDED-OFFERS.
           MOVE 'OFFERS ENDED THIS RUN - STANDARD RATE APPLIES'
                TO PRH-SECTION-TITLE.
           WRITE FD-PRORPT-REC FROM PRORPT-SECTION-HEADER
               AFTER ADVANCING 3 LINES.
           WRITE FD-PRORPT-REC FROM PRORPT-DETAIL-HEADER
               AFTER ADVANCING 2 LINES.
           PERFORM 2310-WRITE-ENDED-LINE
               VARYING WS-ENDED-SUB FROM 1 BY 1
               UNTIL WS-ENDED-SUB > WS-ENDED-USED.

       2310-WRITE-ENDED-LINE.
           WRITE FD-PRORPT-REC FROM WS-ENDED-LINE (WS-ENDED-SUB)
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       2500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO PRORPT-COUNT-LINE.
           MOVE 'ACTIVE OFFERS REVIEWED:' TO PRC-LABEL.
           MOVE WS-ACTIVE-COUNT TO PRC-COUNT.
           WRITE FD-PRORPT-REC FROM PRORPT-COUNT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE SPACES TO PRORPT-COUNT-LINE.
           MOVE 'EXPIRING IN NOTICE WINDOW:' TO PRC-LABEL.
           MOVE WS-EXPIRING-COUNT TO PRC-COUNT.
           WRITE FD-PRORPT-REC FROM PRORPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO PRORPT-COUNT-LINE.
           MOVE '  FIRST NOTICE DUE:' TO PRC-LABEL.
           MOVE WS-FIRST-NOTICE-COUNT TO PRC-COUNT.
           WRITE FD-PRORPT-REC FROM PRORPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO PRORPT-COUNT-LINE.
           MOVE 'EXPIRED THIS RUN:' TO PRC-LABEL.
           MOVE WS-EXPIRED-COUNT TO PRC-COUNT.
           WRITE FD-PRORPT-REC FROM PRORPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO PRORPT-COUNT-LINE.
           MOVE 'ENDED - 60 DAYS DELINQUENT:' TO PRC-LABEL.
           MOVE WS-DELINQ-ENDED-COUNT TO PRC-COUNT.
           WRITE FD-PRORPT-REC FROM PRORPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       0100-PROMOFIL-OPEN.
           OPEN I-O PROMO-FILE.
           IF PROMOFIL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PROMO FILE'
               MOVE PROMOFIL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-DELINQF-OPEN.
           OPEN INPUT DELINQ-FILE.
           IF DELINQF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DELINQ FILE'
               MOVE DELINQF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0250-TCATBALF-OPEN.
           OPEN INPUT TCATBAL-FILE.
           IF TCATBALF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TCATBAL FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0300-CARDXREF-OPEN.
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

       0500-PRORPT-OPEN.
           OPEN OUTPUT PRO-REPORT-FILE.
           IF PRORPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRORPT FILE'
               MOVE PRORPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE PROMO-FILE
                 DELINQ-FILE
                 TCATBAL-FILE
                 XREF-FILE
                 CUST-FILE
                 PRO-REPORT-FILE.

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
               MOVE 'CBPRO01C' TO RUN-PROGRAM-ID
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
               MOVE 'CBPRO01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-PROMO-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-EXPIRING-COUNT TO RUN-POSTED-COUNT
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
