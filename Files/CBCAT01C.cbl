      ******************************************************************
      * Program     : CBCAT01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Category default rate reprice. COCATUPC leaves a
      *               change to a category's default rate pending on
      *               CATDFLT-FILE with the rate it replaced. This run
      *               walks TCATBAL-FILE and moves every balance still
      *               at that prior rate - the default it was given -
      *               to the new default, listing each before and
      *               after. A balance at any other rate was set for
      *               the account on its own and is listed but left
      *               alone. The default that applies to a balance is
      *               the one kept for the account's group, else the
      *               category's default for every group. The pending
      *               changes are then marked repriced. A change to a
      *               default limit only reaches balances created
      *               after it and is not repriced here.
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
       PROGRAM-ID. CBCAT01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TCATBAL-FILE ASSIGN TO TCATBALF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TRAN-CAT-KEY
                  FILE STATUS  IS TCATBALF-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT CATDFLT-FILE ASSIGN TO CATDFLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CATDFLT-KEY
                  FILE STATUS  IS CATDFLT-STATUS.

           SELECT CAT-PARMS-FILE ASSIGN TO CATPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CATPARM-STATUS.

           SELECT CAT-REPORT-FILE ASSIGN TO CATRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CATRPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TCATBAL-FILE.
       01  FD-TRAN-CAT-BAL-RECORD.
           05 FD-TRAN-CAT-KEY                   PIC X(17).
           05 FD-FD-TRAN-CAT-DATA               PIC X(33).

       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CATDFLT-FILE.
       01  FD-CATDFLT-RECORD.
           05 FD-CATDFLT-KEY.
              10 FD-CATDFLT-TYPE-CD             PIC X(02).
              10 FD-CATDFLT-CAT-CD              PIC 9(04).
              10 FD-CATDFLT-GROUP-ID            PIC X(10).
           05 FD-CATDFLT-DATA                   PIC X(64).

       FD  CAT-PARMS-FILE.
       01  FD-CATPARM-REC                       PIC X(80).

       FD  CAT-REPORT-FILE.
       01  FD-CATRPT-REC                        PIC X(133).

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

       COPY CVTRA01Y.
       01  TCATBALF-STATUS.
           05  TCATBALF-STAT1      PIC X.
           05  TCATBALF-STAT2      PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVTRA17Y.
       01  CATDFLT-STATUS.
           05  CATDFLT-STAT1       PIC X.
           05  CATDFLT-STAT2       PIC X.

       01  CATPARM-STATUS.
           05  CATPARM-STAT1       PIC X.
           05  CATPARM-STAT2       PIC X.

       COPY CVTRA18Y.
       01  CATRPT-STATUS.
           05  CATRPT-STAT1        PIC X.
           05  CATRPT-STAT2        PIC X.

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

      * Run date the reprice is stamped with (blank means today).
       01  WS-CATPARM-RECORD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  FILLER                       PIC X(70).

       01  WS-FLAGS.
           05  WS-DEFAULT-FOUND-FLAG        PIC X(01) VALUE 'N'.
               88  DEFAULT-FOUND            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TCATBAL-READ-COUNT        PIC 9(09) VALUE 0.
           05  WS-REPRICED-COUNT            PIC 9(09) VALUE 0.
           05  WS-INDIVIDUAL-COUNT          PIC 9(09) VALUE 0.
           05  WS-DEFAULTS-APPLIED-COUNT    PIC 9(09) VALUE 0.

      * Balances left at an individual rate are held here and printed
      * as their own section after the repriced listing.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 1000 TIMES.
               10  WS-HELD-LINE             PIC X(133).
       01  WS-HELD-VARS.
           05  WS-HELD-USED                 PIC 9(04) VALUE 0.
           05  WS-HELD-SUB                  PIC 9(04) VALUE 0.
           05  WS-MAX-HELD                  PIC 9(04) VALUE 1000.
           05  WS-HELD-OVERFLOW-FLAG        PIC X(01) VALUE 'N'.

       01  WS-WORK-FIELDS.
           05  WS-GROUP-ID                  PIC X(10) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCAT01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0400-BUILD-TIMESTAMP.
           PERFORM 0050-CATPARM-READ.
           PERFORM 0100-TCATBALF-OPEN.
           PERFORM 0200-ACCTFILE-OPEN.
           PERFORM 0300-CATDFLT-OPEN.
           PERFORM 0500-CATRPT-OPEN.

           PERFORM 2100-WRITE-REPORT-HEADERS.

           PERFORM 1000-PROCESS-BALANCES
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 2300-WRITE-HELD-BALANCES.
           PERFORM 3000-MARK-DEFAULTS-REPRICED.
           PERFORM 2500-WRITE-REPORT-TOTALS.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'CATEGORY BALANCES READ :' WS-TCATBAL-READ-COUNT.
           DISPLAY 'REPRICED TO NEW DEFAULT:' WS-REPRICED-COUNT.
           DISPLAY 'INDIVIDUAL RATE KEPT   :' WS-INDIVIDUAL-COUNT.
           DISPLAY 'DEFAULT CHANGES APPLIED:' WS-DEFAULTS-APPLIED-COUNT.
           IF WS-HELD-OVERFLOW-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCAT01C'.
           GOBACK.

      *---------------------------------------------------------------*
       0050-CATPARM-READ.
           OPEN INPUT CAT-PARMS-FILE.
           IF CATPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CATPARM FILE'
               MOVE CATPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           READ CAT-PARMS-FILE INTO WS-CATPARM-RECORD.
           IF CATPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING CATPARM FILE'
               MOVE CATPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           CLOSE CAT-PARMS-FILE.

           IF WS-PARM-RUN-DATE = SPACES
               MOVE DB2-FORMAT-TS (1:10) TO WS-PARM-RUN-DATE.
           MOVE WS-PARM-RUN-DATE TO CRH-RUN-DATE.

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
      * Only a balance whose default has a rate change pending is
      * looked at further. One still at the prior rate moves to the
      * new default; one already at the new rate needs nothing; any
      * other rate was the account's own and stays.
      *---------------------------------------------------------------*
       1000-PROCESS-BALANCES.
           PERFORM 1100-TCATBALF-GET-NEXT.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-TCATBAL-READ-COUNT
               PERFORM 1200-READ-ACCOUNT-GROUP
               PERFORM 1300-FIND-DEFAULT
               IF DEFAULT-FOUND
                  AND TCD-REPRICE-PENDING
                  AND TRAN-CAT-RATE NOT = TCD-DEFAULT-RATE
                   PERFORM 1400-BUILD-DETAIL-LINE
                   IF TRAN-CAT-RATE = TCD-PRIOR-RATE
                       PERFORM 1500-REPRICE-BALANCE
                   ELSE
                       ADD 1 TO WS-INDIVIDUAL-COUNT
                       MOVE TRAN-CAT-RATE TO CRD-RATE-AFTER
                       MOVE 'INDIVIDUAL RATE - NOT CHANGED'
                            TO CRD-REMARKS
                       PERFORM 1450-HOLD-DETAIL-LINE
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1100-TCATBALF-GET-NEXT.
           READ TCATBAL-FILE INTO TRAN-CAT-BAL-RECORD.
           IF TCATBALF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF TCATBALF-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               NEXT SENTENCE
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING TCATBAL FILE'
                   MOVE TCATBALF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1200-READ-ACCOUNT-GROUP.
           MOVE TRANCAT-ACCT-ID TO FD-ACCT-ID.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE SPACES TO ACCT-GROUP-ID.
           MOVE ACCT-GROUP-ID TO WS-GROUP-ID.

      *---------------------------------------------------------------*
      * The default kept for the account's group, else the
      * category's default for every group - the same order
      * CBTRN02C applies defaults to a new balance in.
      *---------------------------------------------------------------*
       1300-FIND-DEFAULT.
           MOVE 'N' TO WS-DEFAULT-FOUND-FLAG.
           MOVE TRANCAT-TYPE-CD TO FD-CATDFLT-TYPE-CD.
           MOVE TRANCAT-CD      TO FD-CATDFLT-CAT-CD.
           MOVE WS-GROUP-ID     TO FD-CATDFLT-GROUP-ID.
           READ CATDFLT-FILE INTO CATEGORY-DEFAULT-RECORD
               INVALID KEY
                   MOVE SPACES TO FD-CATDFLT-GROUP-ID
                   READ CATDFLT-FILE INTO CATEGORY-DEFAULT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-READ
           END-READ.
           IF CATDFLT-STATUS = '00'
               MOVE 'Y' TO WS-DEFAULT-FOUND-FLAG.

      *---------------------------------------------------------------*
       1400-BUILD-DETAIL-LINE.
           MOVE SPACES               TO CRD-REMARKS.
           MOVE TRANCAT-ACCT-ID      TO CRD-ACCT-ID.
           MOVE TRANCAT-TYPE-CD      TO CRD-TYPE-CD.
           MOVE TRANCAT-CD           TO CRD-CAT-CD.
           MOVE WS-GROUP-ID          TO CRD-GROUP-ID.
           MOVE TRAN-CAT-BAL         TO CRD-BALANCE.
           MOVE TRAN-CAT-RATE        TO CRD-RATE-BEFORE.
           MOVE TCD-RATE-CHANGE-DATE TO CRD-CHANGE-DATE.

      *---------------------------------------------------------------*
       1450-HOLD-DETAIL-LINE.
           IF WS-HELD-USED < WS-MAX-HELD
               ADD 1 TO WS-HELD-USED
               MOVE CATRPT-DETAIL-LINE TO WS-HELD-LINE (WS-HELD-USED)
           ELSE
               MOVE 'Y' TO WS-HELD-OVERFLOW-FLAG
               DISPLAY 'WARNING - INDIVIDUAL RATE TABLE FULL, ACCOUNT '
                       TRANCAT-ACCT-ID ' NOT LISTED'.

      *---------------------------------------------------------------*
       1500-REPRICE-BALANCE.
           MOVE TCD-DEFAULT-RATE TO TRAN-CAT-RATE.
           MOVE TRAN-CAT-BAL-RECORD TO FD-TRAN-CAT-BAL-RECORD.
           REWRITE FD-TRAN-CAT-BAL-RECORD.
           IF TCATBALF-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING TCATBAL FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           ADD 1 TO WS-REPRICED-COUNT.
           MOVE TRAN-CAT-RATE TO CRD-RATE-AFTER.
           MOVE 'REPRICED TO NEW DEFAULT' TO CRD-REMARKS.
           WRITE FD-CATRPT-REC FROM CATRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-CATRPT-REC FROM CATRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-CATRPT-REC FROM CATRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.
           MOVE 'CATEGORY BALANCES REPRICED TO THE NEW DEFAULT RATE'
                TO CRH-SECTION-TITLE.
           WRITE FD-CATRPT-REC FROM CATRPT-SECTION-HEADER
               AFTER ADVANCING 2 LINES.
           WRITE FD-CATRPT-REC FROM CATRPT-DETAIL-HEADER
               AFTER ADVANCING 2 LINES.

      *---------------------------------------------------------------*
       2300-WRITE-HELD-BALANCES.
           MOVE 'BALANCES AT AN INDIVIDUAL RATE - NOT REPRICED'
                TO CRH-SECTION-TITLE.
           WRITE FD-CATRPT-REC FROM CATRPT-SECTION-HEADER
               AFTER ADVANCING 3 LINES.
           WRITE FD-CATRPT-REC FROM CATRPT-DETAIL-HEADER
               AFTER ADVANCING 2 LINES.
           PERFORM 2310-WRITE-HELD-LINE
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-USED.

       2310-WRITE-HELD-LINE.
           WRITE FD-CATRPT-REC FROM WS-HELD-LINE (WS-HELD-SUB)
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       2500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO CATRPT-COUNT-LINE.
           MOVE 'CATEGORY BALANCES READ:' TO CRC-LABEL.
           MOVE WS-TCATBAL-READ-COUNT TO CRC-COUNT.
           WRITE FD-CATRPT-REC FROM CATRPT-COUNT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE SPACES TO CATRPT-COUNT-LINE.
           MOVE 'REPRICED TO NEW DEFAULT:' TO CRC-LABEL.
           MOVE WS-REPRICED-COUNT TO CRC-COUNT.
           WRITE FD-CATRPT-REC FROM CATRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO CATRPT-COUNT-LINE.
           MOVE 'INDIVIDUAL RATE KEPT:' TO CRC-LABEL.
           MOVE WS-INDIVIDUAL-COUNT TO CRC-COUNT.
           WRITE FD-CATRPT-REC FROM CATRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO CATRPT-COUNT-LINE.
           MOVE 'DEFAULT RATE CHANGES APPLIED:' TO CRC-LABEL.
           MOVE WS-DEFAULTS-APPLIED-COUNT TO CRC-COUNT.
           WRITE FD-CATRPT-REC FROM CATRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
      * Every default with a rate change pending has now had its
      * balances repriced - marked so, and listed.
      *---------------------------------------------------------------*
       3000-MARK-DEFAULTS-REPRICED.
           MOVE 'DEFAULT RATE CHANGES APPLIED THIS RUN'
                TO CRH-SECTION-TITLE.
           WRITE FD-CATRPT-REC FROM CATRPT-SECTION-HEADER
               AFTER ADVANCING 3 LINES.
           WRITE FD-CATRPT-REC FROM CATRPT-DEFAULT-HEADER
               AFTER ADVANCING 2 LINES.

           MOVE 'N' TO END-OF-FILE.
           MOVE LOW-VALUES TO FD-CATDFLT-KEY.
           START CATDFLT-FILE KEY IS >= FD-CATDFLT-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START.
           PERFORM 3100-MARK-ONE-DEFAULT
               UNTIL END-OF-FILE = 'Y'.

      *---------------------------------------------------------------*
       3100-MARK-ONE-DEFAULT.
           READ CATDFLT-FILE NEXT RECORD INTO CATEGORY-DEFAULT-RECORD.
           IF CATDFLT-STATUS = '10'
               MOVE 'Y' TO END-OF-FILE
           ELSE
               IF CATDFLT-STATUS NOT = '00'
                   DISPLAY 'ERROR READING CATDFLT FILE'
                   MOVE CATDFLT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF TCD-REPRICE-PENDING
                   MOVE 'D'              TO TCD-REPRICE-STATUS
                   MOVE WS-PARM-RUN-DATE TO TCD-REPRICE-DATE
                   MOVE CATEGORY-DEFAULT-RECORD TO FD-CATDFLT-RECORD
                   REWRITE FD-CATDFLT-RECORD
                   IF CATDFLT-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING CATDFLT FILE'
                       MOVE CATDFLT-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-DEFAULTS-APPLIED-COUNT
                   MOVE TCD-TYPE-CD          TO CRF-TYPE-CD
                   MOVE TCD-CAT-CD           TO CRF-CAT-CD
                   MOVE TCD-ACCT-GROUP-ID    TO CRF-GROUP-ID
                   MOVE TCD-PRIOR-RATE       TO CRF-PRIOR-RATE
                   MOVE TCD-DEFAULT-RATE     TO CRF-NEW-RATE
                   MOVE TCD-RATE-CHANGE-DATE TO CRF-CHANGE-DATE
                   MOVE TCD-LAST-UPD-USER-ID TO CRF-USER-ID
                   WRITE FD-CATRPT-REC FROM CATRPT-DEFAULT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       0100-TCATBALF-OPEN.
           OPEN I-O TCATBAL-FILE.
           IF TCATBALF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TCATBAL FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-ACCTFILE-OPEN.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0300-CATDFLT-OPEN.
           OPEN I-O CATDFLT-FILE.
           IF CATDFLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CATDFLT FILE'
               MOVE CATDFLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0500-CATRPT-OPEN.
           OPEN OUTPUT CAT-REPORT-FILE.
           IF CATRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CATRPT FILE'
               MOVE CATRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE TCATBAL-FILE
                 ACCOUNT-FILE
                 CATDFLT-FILE
                 CAT-REPORT-FILE.

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
               MOVE 'CBCAT01C' TO RUN-PROGRAM-ID
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
               MOVE 'CBCAT01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-TCATBAL-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-REPRICED-COUNT TO RUN-POSTED-COUNT
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
