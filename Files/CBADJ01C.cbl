      ******************************************************************
      * Program     : CBADJ01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Nightly manual adjustment release. Every
      *               adjustment COADJUPC has released - keyed within
      *               the operator's dollar authority, or approved by
      *               a supervisor - is written in DALYTRAN-FILE's
      *               own record layout so it posts through CBTRN02C
      *               under the type and category its reason code
      *               maps to, and is marked sent on ADJUSTMENT-FILE
      *               so it cannot go twice. The daily adjustment
      *               report for the service manager lists tonight's
      *               adjustments, totals them by keying operator and
      *               reason code, and counts what is still waiting
      *               for a supervisor.
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
       PROGRAM-ID. CBADJ01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO ADJFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ADJ-KEY
                  FILE STATUS  IS ADJFILE-STATUS.

           SELECT ADJ-PARMS-FILE ASSIGN TO ADJPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ADJPARM-STATUS.

           SELECT DALYTRAN-OUT-FILE ASSIGN TO DALYADJ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DALYADJ-STATUS.

           SELECT ADJ-REPORT-FILE ASSIGN TO ADJRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS ADJRPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ADJUSTMENT-FILE.
       01  FD-ADJUSTMENT-REC.
           05 FD-ADJ-KEY                        PIC X(30).
           05 FD-ADJ-DATA                       PIC X(170).

       FD  ADJ-PARMS-FILE.
       01  FD-ADJPARM-REC                       PIC X(80).

       FD  DALYTRAN-OUT-FILE.
       01  FD-DALYTRAN-OUT-RECORD.
           05 FD-OUT-TRAN-ID                    PIC X(16).
           05 FD-OUT-TRAN-DATA                  PIC X(384).

       FD  ADJ-REPORT-FILE.
       01  FD-ADJRPT-REC                        PIC X(133).

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

       COPY CVADJ01Y.
       01  ADJFILE-STATUS.
           05  ADJFILE-STAT1       PIC X.
           05  ADJFILE-STAT2       PIC X.

       COPY CVADJ02Y.

       01  ADJPARM-STATUS.
           05  ADJPARM-STAT1       PIC X.
           05  ADJPARM-STAT2       PIC X.

       COPY CVTRA06Y.
       01  DALYADJ-STATUS.
           05  DALYADJ-STAT1       PIC X.
           05  DALYADJ-STAT2       PIC X.

       COPY CVADJ03Y.
       01  ADJRPT-STATUS.
           05  ADJRPT-STAT1        PIC X.
           05  ADJRPT-STAT2        PIC X.

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

      * Run date stamped on the adjustments sent tonight; blank
      * means today.
       01  WS-ADJPARM-RECORD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  FILLER                       PIC X(70).

       01  WS-CONSTANTS.
           05  WS-ADJ-SOURCE                PIC X(10) VALUE 'ADJUST'.
           05  WS-MAX-SUMMARY               PIC 9(04) VALUE 500.

      * Totals by keying operator and reason code, kept in operator
      * then reason order as entries are added so the summary prints
      * straight off the table.
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-ENTRY OCCURS 500 TIMES.
               10  WS-SUM-KEY.
                   15  WS-SUM-USER-ID       PIC X(08).
                   15  WS-SUM-REASON-CD     PIC X(02).
               10  WS-SUM-COUNT             PIC 9(07).
               10  WS-SUM-APPROVED-COUNT    PIC 9(07).
               10  WS-SUM-AMOUNT            PIC S9(11)V99.

       01  WS-SUMMARY-VARS.
           05  WS-SUM-COUNT-USED            PIC 9(04) VALUE 0.
           05  WS-SUM-SUB                   PIC 9(04) VALUE 0.
           05  WS-SUM-INSERT-AT             PIC 9(04) VALUE 0.
           05  WS-SUM-SHIFT-SUB             PIC 9(04) VALUE 0.
           05  WS-SUM-FIND-KEY.
               10  WS-SUM-FIND-USER-ID      PIC X(08).
               10  WS-SUM-FIND-REASON-CD    PIC X(02).
           05  WS-SUM-FOUND-FLAG            PIC X(01) VALUE 'N'.
               88  SUMMARY-ENTRY-FOUND      VALUE 'Y'.
           05  WS-SUM-OVERFLOW-FLAG         PIC X(01) VALUE 'N'.
           05  WS-PREV-USER-ID              PIC X(08) VALUE SPACES.
           05  WS-USER-COUNT                PIC 9(07) VALUE 0.
           05  WS-USER-APPROVED-COUNT       PIC 9(07) VALUE 0.
           05  WS-USER-AMOUNT               PIC S9(11)V99 VALUE 0.

       01  WS-FLAGS.
           05  WS-REASON-FOUND-FLAG         PIC X(01) VALUE 'N'.
               88  ADJ-REASON-FOUND         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ADJ-READ-COUNT            PIC 9(09) VALUE 0.
           05  WS-ADJ-SENT-COUNT            PIC 9(09) VALUE 0.
           05  WS-ADJ-APPROVED-COUNT        PIC 9(09) VALUE 0.
           05  WS-ADJ-PENDING-COUNT         PIC 9(09) VALUE 0.
           05  WS-ADJ-REJECTED-TODAY        PIC 9(09) VALUE 0.
           05  WS-ADJ-SEQ                   PIC 9(05) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-CREDIT-AMOUNT       PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-DEBIT-AMOUNT        PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-PENDING-AMOUNT      PIC S9(11)V99 VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-REASON-DESC               PIC X(30) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBADJ01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0700-BUILD-TIMESTAMP.
           PERFORM 0050-ADJPARM-READ.
           PERFORM 0100-ADJFILE-OPEN.
           PERFORM 0200-DALYADJ-OPEN.
           PERFORM 0300-ADJRPT-OPEN.

           PERFORM 2100-WRITE-REPORT-HEADERS.

           PERFORM 1000-PROCESS-ADJUSTMENTS
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 2300-WRITE-SUMMARY.
           PERFORM 2500-WRITE-REPORT-TOTALS.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'ADJUSTMENTS READ       :' WS-ADJ-READ-COUNT.
           DISPLAY 'SENT TO POSTING        :' WS-ADJ-SENT-COUNT.
           DISPLAY '  SUPERVISOR APPROVED  :' WS-ADJ-APPROVED-COUNT.
           DISPLAY 'AWAITING APPROVAL      :' WS-ADJ-PENDING-COUNT.
           DISPLAY 'REJECTED TODAY         :' WS-ADJ-REJECTED-TODAY.
           IF WS-SUM-OVERFLOW-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBADJ01C'.
           GOBACK.

      *---------------------------------------------------------------*
       0050-ADJPARM-READ.
           OPEN INPUT ADJ-PARMS-FILE.
           IF ADJPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ADJPARM FILE'
               MOVE ADJPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           READ ADJ-PARMS-FILE INTO WS-ADJPARM-RECORD.
           IF ADJPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING ADJPARM FILE'
               MOVE ADJPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           CLOSE ADJ-PARMS-FILE.

           IF WS-PARM-RUN-DATE = SPACES
               MOVE DB2-FORMAT-TS (1:10) TO WS-PARM-RUN-DATE.
           MOVE WS-PARM-RUN-DATE TO ADH-RUN-DATE.

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
       1000-PROCESS-ADJUSTMENTS.
           PERFORM 1100-ADJFILE-GET-NEXT.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-ADJ-READ-COUNT
               EVALUATE TRUE
                   WHEN ADJ-RELEASED
                       PERFORM 1200-SEND-ADJUSTMENT
                   WHEN ADJ-PENDING-APPROVAL
                       ADD 1 TO WS-ADJ-PENDING-COUNT
                       ADD ADJ-AMT TO WS-TOTAL-PENDING-AMOUNT
                   WHEN ADJ-REJECTED
                       IF ADJ-APPRV-TS (1:10) = WS-PARM-RUN-DATE
                           ADD 1 TO WS-ADJ-REJECTED-TODAY
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *---------------------------------------------------------------*
       1100-ADJFILE-GET-NEXT.
           READ ADJUSTMENT-FILE INTO ADJUSTMENT-RECORD.
           IF ADJFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF ADJFILE-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT.

           IF APPL-AOK
               NEXT SENTENCE
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING ADJUSTMENT FILE'
                   MOVE ADJFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * Write the released adjustment to DALYTRAN, mark it sent with
      * the transaction id it went out under, and report it.
      *---------------------------------------------------------------*
       1200-SEND-ADJUSTMENT.
           PERFORM 1250-FIND-REASON.
           PERFORM 1300-WRITE-ADJ-TRAN.

           SET ADJ-SENT-TO-POSTING TO TRUE.
           MOVE DALY-TRAN-ID     TO ADJ-DALY-TRAN-ID.
           MOVE WS-PARM-RUN-DATE TO ADJ-SENT-DATE.
           MOVE ADJUSTMENT-RECORD TO FD-ADJUSTMENT-REC.
           REWRITE FD-ADJUSTMENT-REC.
           IF ADJFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ADJUSTMENT FILE'
               MOVE ADJFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

           ADD 1 TO WS-ADJ-SENT-COUNT.
           IF ADJ-APPRV-USER-ID NOT = SPACES
               ADD 1 TO WS-ADJ-APPROVED-COUNT.
           IF ADJ-AMT < 0
               ADD ADJ-AMT TO WS-TOTAL-CREDIT-AMOUNT
           ELSE
               ADD ADJ-AMT TO WS-TOTAL-DEBIT-AMOUNT.

           PERFORM 1400-WRITE-DETAIL-LINE.
           PERFORM 1500-ADD-TO-SUMMARY.

      *---------------------------------------------------------------*
       1250-FIND-REASON.
           MOVE 'N' TO WS-REASON-FOUND-FLAG.
           MOVE 'UNKNOWN REASON' TO WS-REASON-DESC.
           SET ADJR-IDX TO 1.
           SEARCH ADJR-ENTRY
               AT END
                   MOVE 'N' TO WS-REASON-FOUND-FLAG
               WHEN ADJR-REASON-CD (ADJR-IDX) = ADJ-REASON-CD
                   MOVE 'Y' TO WS-REASON-FOUND-FLAG
                   MOVE ADJR-DESC (ADJR-IDX) TO WS-REASON-DESC
           END-SEARCH.

      *---------------------------------------------------------------*
      * Build the adjustment as a DALYTRAN-FILE record with a
      * generated id on the CBFEE01C recipe so it posts through the
      * normal path under the type and category COADJUPC stamped on
      * it when it was keyed.
      *---------------------------------------------------------------*
       1300-WRITE-ADJ-TRAN.
           ADD 1 TO WS-ADJ-SEQ.
           IF WS-ADJ-SEQ > 99999
               MOVE 1 TO WS-ADJ-SEQ.

           MOVE SPACES TO DALYTRAN-RECORD.
           STRING 'M' DELIMITED BY SIZE
                  DB2-YYYY (3:2) DELIMITED BY SIZE
                  DB2-MM DELIMITED BY SIZE
                  DB2-DD DELIMITED BY SIZE
                  ADJ-ACCT-ID (8:4) DELIMITED BY SIZE
                  WS-ADJ-SEQ DELIMITED BY SIZE
                  INTO DALY-TRAN-ID.
           MOVE ADJ-TRAN-TYPE-CD     TO DALY-TRAN-TYPE-CD.
           MOVE ADJ-TRAN-CAT-CD      TO DALY-TRAN-CAT-CD.
           MOVE WS-ADJ-SOURCE        TO DALY-TRAN-SOURCE.
           STRING WS-REASON-DESC DELIMITED BY '  '
                  ' - '          DELIMITED BY SIZE
                  ADJ-MEMO       DELIMITED BY SIZE
                  INTO DALY-TRAN-DESC.
           MOVE ADJ-AMT              TO DALY-TRAN-AMT.
           MOVE 0                    TO DALY-TRAN-MERCHANT-ID.
           MOVE SPACES               TO DALY-TRAN-MERCHANT-NAME
                                         DALY-TRAN-MERCHANT-CITY
                                         DALY-TRAN-MERCHANT-ZIP.
           MOVE ADJ-CARD-NUM         TO DALY-TRAN-CARD-NUM.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-ORIG-TS.
           MOVE DB2-FORMAT-TS        TO DALY-TRAN-PROC-TS.
           MOVE 'USD'                TO DALY-TRAN-CURRENCY-CD.
           MOVE DALY-TRAN-AMT        TO DALY-TRAN-ORIG-AMT.
           MOVE 1                    TO DALY-TRAN-FX-RATE.

           MOVE DALYTRAN-RECORD TO FD-DALYTRAN-OUT-RECORD.
           WRITE FD-DALYTRAN-OUT-RECORD.
           IF DALYADJ-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DALYTRAN-OUT FILE'
               MOVE DALYADJ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       1400-WRITE-DETAIL-LINE.
           MOVE ADJ-ACCT-ID       TO ADD-ACCT-ID.
           MOVE ADJ-CARD-NUM      TO ADD-CARD-NUM.
           MOVE ADJ-REASON-CD     TO ADD-REASON-CD.
           MOVE WS-REASON-DESC    TO ADD-REASON-DESC.
           MOVE ADJ-AMT           TO ADD-AMOUNT.
           MOVE ADJ-ENTRY-USER-ID TO ADD-ENTRY-USER-ID.
           MOVE ADJ-APPRV-USER-ID TO ADD-APPRV-USER-ID.
           MOVE ADJ-DALY-TRAN-ID  TO ADD-TRAN-ID.
           WRITE FD-ADJRPT-REC FROM ADJRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
      * Add the adjustment to its operator/reason total, opening a
      * new entry in key order when this is the first of its kind.
      *---------------------------------------------------------------*
       1500-ADD-TO-SUMMARY.
           MOVE ADJ-ENTRY-USER-ID TO WS-SUM-FIND-USER-ID.
           MOVE ADJ-REASON-CD     TO WS-SUM-FIND-REASON-CD.
           MOVE 'N' TO WS-SUM-FOUND-FLAG.
           MOVE 0   TO WS-SUM-INSERT-AT.
           PERFORM 1510-CHECK-SUMMARY-ENTRY
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT-USED
                  OR SUMMARY-ENTRY-FOUND
                  OR WS-SUM-INSERT-AT > 0.
      * The VARYING clause steps WS-SUM-SUB once more after a match,
      * so the matching subscript is backed off here.
           IF SUMMARY-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SUM-SUB.

           IF NOT SUMMARY-ENTRY-FOUND
               IF WS-SUM-COUNT-USED NOT < WS-MAX-SUMMARY
                   IF WS-SUM-OVERFLOW-FLAG = 'N'
                       MOVE 'Y' TO WS-SUM-OVERFLOW-FLAG
                       DISPLAY 'WARNING - SUMMARY TABLE FULL AT '
                               WS-MAX-SUMMARY ' OPERATOR/REASON '
                               'ENTRIES, REST NOT SUMMARIZED'
                   END-IF
               ELSE
                   IF WS-SUM-INSERT-AT = 0
                       COMPUTE WS-SUM-INSERT-AT =
                               WS-SUM-COUNT-USED + 1
                   ELSE
                       PERFORM 1520-SHIFT-SUMMARY-ENTRY
                           VARYING WS-SUM-SHIFT-SUB
                           FROM WS-SUM-COUNT-USED BY -1
                           UNTIL WS-SUM-SHIFT-SUB < WS-SUM-INSERT-AT
                   END-IF
                   ADD 1 TO WS-SUM-COUNT-USED
                   MOVE WS-SUM-FIND-KEY TO WS-SUM-KEY (WS-SUM-INSERT-AT)
                   MOVE 0 TO WS-SUM-COUNT (WS-SUM-INSERT-AT)
                             WS-SUM-APPROVED-COUNT (WS-SUM-INSERT-AT)
                             WS-SUM-AMOUNT (WS-SUM-INSERT-AT)
                   MOVE WS-SUM-INSERT-AT TO WS-SUM-SUB
                   MOVE 'Y' TO WS-SUM-FOUND-FLAG
               END-IF
           END-IF.

           IF SUMMARY-ENTRY-FOUND
               ADD 1 TO WS-SUM-COUNT (WS-SUM-SUB)
               ADD ADJ-AMT TO WS-SUM-AMOUNT (WS-SUM-SUB)
               IF ADJ-APPRV-USER-ID NOT = SPACES
                   ADD 1 TO WS-SUM-APPROVED-COUNT (WS-SUM-SUB)
               END-IF
           END-IF.

       1510-CHECK-SUMMARY-ENTRY.
           IF WS-SUM-KEY (WS-SUM-SUB) = WS-SUM-FIND-KEY
               MOVE 'Y' TO WS-SUM-FOUND-FLAG
           ELSE
               IF WS-SUM-KEY (WS-SUM-SUB) > WS-SUM-FIND-KEY
                   MOVE WS-SUM-SUB TO WS-SUM-INSERT-AT.

       1520-SHIFT-SUMMARY-ENTRY.
           MOVE WS-SUM-ENTRY (WS-SUM-SHIFT-SUB)
             TO WS-SUM-ENTRY (WS-SUM-SHIFT-SUB + 1).

      *---------------------------------------------------------------*
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-ADJRPT-REC FROM ADJRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-ADJRPT-REC FROM ADJRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.
           MOVE 'ADJUSTMENTS SENT TO POSTING' TO ADH-SECTION-TITLE.
           WRITE FD-ADJRPT-REC FROM ADJRPT-SECTION-HEADER
               AFTER ADVANCING 2 LINES.
           WRITE FD-ADJRPT-REC FROM ADJRPT-DETAIL-HEADER
               AFTER ADVANCING 2 LINES.

      *---------------------------------------------------------------*
      * Totals by keying operator and reason, with a subtotal line
      * each time the operator changes.
      *---------------------------------------------------------------*
       2300-WRITE-SUMMARY.
           MOVE 'TOTALS BY OPERATOR AND REASON' TO ADH-SECTION-TITLE.
           WRITE FD-ADJRPT-REC FROM ADJRPT-SECTION-HEADER
               AFTER ADVANCING 3 LINES.
           WRITE FD-ADJRPT-REC FROM ADJRPT-SUMMARY-HEADER
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS-PREV-USER-ID.
           PERFORM 2310-WRITE-SUMMARY-ENTRY
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT-USED.
           IF WS-SUM-COUNT-USED > 0
               PERFORM 2320-WRITE-USER-TOTAL.

       2310-WRITE-SUMMARY-ENTRY.
           IF WS-SUM-SUB > 1
              AND WS-SUM-USER-ID (WS-SUM-SUB) NOT = WS-PREV-USER-ID
               PERFORM 2320-WRITE-USER-TOTAL.
           IF WS-SUM-USER-ID (WS-SUM-SUB) NOT = WS-PREV-USER-ID
               MOVE WS-SUM-USER-ID (WS-SUM-SUB) TO WS-PREV-USER-ID
               MOVE 0 TO WS-USER-COUNT
                         WS-USER-APPROVED-COUNT
                         WS-USER-AMOUNT.

           MOVE WS-SUM-REASON-CD (WS-SUM-SUB) TO ADJ-REASON-CD.
           PERFORM 1250-FIND-REASON.
           MOVE WS-SUM-USER-ID (WS-SUM-SUB)   TO ADS-USER-ID.
           MOVE WS-SUM-REASON-CD (WS-SUM-SUB) TO ADS-REASON-CD.
           MOVE WS-REASON-DESC                TO ADS-REASON-DESC.
           MOVE WS-SUM-COUNT (WS-SUM-SUB)     TO ADS-COUNT.
           MOVE WS-SUM-APPROVED-COUNT (WS-SUM-SUB)
                TO ADS-APPROVED-COUNT.
           MOVE WS-SUM-AMOUNT (WS-SUM-SUB)    TO ADS-AMOUNT.
           WRITE FD-ADJRPT-REC FROM ADJRPT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

           ADD WS-SUM-COUNT (WS-SUM-SUB)  TO WS-USER-COUNT.
           ADD WS-SUM-APPROVED-COUNT (WS-SUM-SUB)
               TO WS-USER-APPROVED-COUNT.
           ADD WS-SUM-AMOUNT (WS-SUM-SUB) TO WS-USER-AMOUNT.

       2320-WRITE-USER-TOTAL.
           MOVE WS-PREV-USER-ID        TO ADS-USER-ID.
           MOVE SPACES                 TO ADS-REASON-CD.
           MOVE 'OPERATOR TOTAL'       TO ADS-REASON-DESC.
           MOVE WS-USER-COUNT          TO ADS-COUNT.
           MOVE WS-USER-APPROVED-COUNT TO ADS-APPROVED-COUNT.
           MOVE WS-USER-AMOUNT         TO ADS-AMOUNT.
           WRITE FD-ADJRPT-REC FROM ADJRPT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FD-ADJRPT-REC.
           WRITE FD-ADJRPT-REC
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       2500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO ADJRPT-COUNT-LINE.
           MOVE 'ADJUSTMENTS SENT TO POSTING:' TO ADC-LABEL.
           MOVE WS-ADJ-SENT-COUNT TO ADC-COUNT.
           WRITE FD-ADJRPT-REC FROM ADJRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO ADJRPT-COUNT-LINE.
           MOVE '  SUPERVISOR APPROVED:' TO ADC-LABEL.
           MOVE WS-ADJ-APPROVED-COUNT TO ADC-COUNT.
           WRITE FD-ADJRPT-REC FROM ADJRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO ADJRPT-AMOUNT-LINE.
           MOVE 'TOTAL CREDITS SENT:' TO ADA-LABEL.
           MOVE WS-TOTAL-CREDIT-AMOUNT TO ADA-AMOUNT.
           WRITE FD-ADJRPT-REC FROM ADJRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO ADJRPT-AMOUNT-LINE.
           MOVE 'TOTAL DEBITS SENT:' TO ADA-LABEL.
           MOVE WS-TOTAL-DEBIT-AMOUNT TO ADA-AMOUNT.
           WRITE FD-ADJRPT-REC FROM ADJRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO ADJRPT-COUNT-LINE.
           MOVE 'AWAITING SUPERVISOR APPROVAL:' TO ADC-LABEL.
           MOVE WS-ADJ-PENDING-COUNT TO ADC-COUNT.
           WRITE FD-ADJRPT-REC FROM ADJRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO ADJRPT-AMOUNT-LINE.
           MOVE 'AMOUNT AWAITING APPROVAL:' TO ADA-LABEL.
           MOVE WS-TOTAL-PENDING-AMOUNT TO ADA-AMOUNT.
           WRITE FD-ADJRPT-REC FROM ADJRPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO ADJRPT-COUNT-LINE.
           MOVE 'REJECTED BY SUPERVISOR TODAY:' TO ADC-LABEL.
           MOVE WS-ADJ-REJECTED-TODAY TO ADC-COUNT.
           WRITE FD-ADJRPT-REC FROM ADJRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       0100-ADJFILE-OPEN.
           OPEN I-O ADJUSTMENT-FILE.
           IF ADJFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ADJUSTMENT FILE'
               MOVE ADJFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-DALYADJ-OPEN.
           OPEN OUTPUT DALYTRAN-OUT-FILE.
           IF DALYADJ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DALYTRAN-OUT FILE'
               MOVE DALYADJ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0300-ADJRPT-OPEN.
           OPEN OUTPUT ADJ-REPORT-FILE.
           IF ADJRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ADJRPT FILE'
               MOVE ADJRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE ADJUSTMENT-FILE
                 DALYTRAN-OUT-FILE
                 ADJ-REPORT-FILE.

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
               MOVE 'CBADJ01C' TO RUN-PROGRAM-ID
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
               MOVE 'CBADJ01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-ADJ-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-ADJ-SENT-COUNT TO RUN-POSTED-COUNT
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
