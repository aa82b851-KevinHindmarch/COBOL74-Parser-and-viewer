      ******************************************************************
      * Program     : CBFXR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Daily FX rate intake. Reads the treasury rate
      *               feed and checks each rate against the currency's
      *               prior rate on FXRATE-FILE. A rate that moved by
      *               more than the FXPARM tolerance percentage, is not
      *               numeric, carries another date or repeats in the
      *               feed is held for review on FXHOLD-FILE and the
      *               prior rate stays in force; any other rate is
      *               loaded. A currency on FXRATE-FILE that the feed
      *               left out is held as missing and its prior rate
      *               carried forward. Every rate in force for the run
      *               date also goes on the dated FXRATE-HIST-FILE
      *               that CBTRN02C converts from, and the report
      *               lists the rates loaded, held and carried forward.
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
       PROGRAM-ID. CBFXR01C.
       AUTHOR. AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXFEED-FILE ASSIGN TO FXFEED
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FXFEED-STATUS.

           SELECT FXRATE-FILE ASSIGN TO FXRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-FXR-CURRENCY-CD
                  FILE STATUS  IS FXRATE-STATUS.

           SELECT FXRATE-HIST-FILE ASSIGN TO FXHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-FXH-KEY
                  FILE STATUS  IS FXHIST-STATUS.

           SELECT FX-PARMS-FILE ASSIGN TO FXPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FXPARM-STATUS.

           SELECT FXHOLD-FILE ASSIGN TO FXHOLD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FXHOLD-STATUS.

           SELECT FXR-REPORT-FILE ASSIGN TO FXRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FXRRPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FXFEED-FILE.
       01  FD-FXFEED-REC                        PIC X(80).

       FD  FXRATE-FILE.
       01  FD-FXRATE-RECORD.
           05 FD-FXR-CURRENCY-CD                PIC X(03).
           05 FD-FXR-DATA                       PIC X(37).

       FD  FXRATE-HIST-FILE.
       01  FD-FXHIST-RECORD.
           05 FD-FXH-KEY.
              10 FD-FXH-CURRENCY-CD             PIC X(03).
              10 FD-FXH-RATE-DATE               PIC X(10).
           05 FD-FXH-DATA                       PIC X(27).

       FD  FX-PARMS-FILE.
       01  FD-FXPARM-REC                        PIC X(80).

       FD  FXHOLD-FILE.
       01  FD-FXHOLD-REC                        PIC X(100).

       FD  FXR-REPORT-FILE.
       01  FD-FXRRPT-REC                        PIC X(133).

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

       COPY CVFXR02Y.
       01  FXFEED-STATUS.
           05  FXFEED-STAT1        PIC X.
           05  FXFEED-STAT2        PIC X.

       COPY CVFXR01Y.
       01  FXRATE-STATUS.
           05  FXRATE-STAT1        PIC X.
           05  FXRATE-STAT2        PIC X.

       01  FXHIST-STATUS.
           05  FXHIST-STAT1        PIC X.
           05  FXHIST-STAT2        PIC X.

       01  FXPARM-STATUS.
           05  FXPARM-STAT1        PIC X.
           05  FXPARM-STAT2        PIC X.

       COPY CVFXR03Y.
       01  FXHOLD-STATUS.
           05  FXHOLD-STAT1        PIC X.
           05  FXHOLD-STAT2        PIC X.

       COPY CVFXR04Y.
       01  FXRRPT-STATUS.
           05  FXRRPT-STAT1        PIC X.
           05  FXRRPT-STAT2        PIC X.

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

      * Run date (blank means today) and the largest day-on-day move,
      * as a percentage of the prior rate, a rate may make and still
      * load - 0500 is 5.00 percent. Zero or blank takes the default.
       01  WS-FXPARM-RECORD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  FILLER                       PIC X(01).
           05  WS-PARM-TOLERANCE-PCT        PIC 9(03)V99.
           05  FILLER                       PIC X(64).

       01  WS-INTAKE-DEFAULTS.
           05  WS-TOLERANCE-PCT             PIC 9(03)V99 VALUE 5.00.

       01  WS-FLAGS.
           05  WS-CURRENT-FOUND-FLAG        PIC X(01) VALUE 'N'.
               88  CURRENT-RATE-FOUND       VALUE 'Y'.
           05  WS-SCAN-DONE                 PIC X(01) VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-FEED-READ-COUNT           PIC 9(09) VALUE 0.
           05  WS-LOADED-COUNT              PIC 9(09) VALUE 0.
           05  WS-HELD-COUNT                PIC 9(09) VALUE 0.
           05  WS-CARRIED-COUNT             PIC 9(09) VALUE 0.
           05  WS-HISTORY-COUNT             PIC 9(09) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC X(10) VALUE SPACES.
           05  WS-PRIOR-RATE                PIC 9(03)V9(6) VALUE 0.
           05  WS-PRIOR-RATE-DATE           PIC X(10) VALUE SPACES.
           05  WS-CHANGE-PCT                PIC 9(05)V99 VALUE 0.
           05  WS-HOLD-REASON               PIC X(40) VALUE SPACES.
           05  WS-DISPOSITION               PIC X(16) VALUE SPACES.
           05  WS-NOTE                      PIC X(40) VALUE SPACES.
           05  WS-DISPLAY-RATE              PIC ZZ9.999999.

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBFXR01C'.
           PERFORM 9800-WRITE-RUN-START.
           PERFORM 0400-BUILD-TIMESTAMP.
           PERFORM 0050-FXPARM-READ.
           PERFORM 0100-FXFEED-OPEN.
           PERFORM 0200-FXRATE-OPEN.
           PERFORM 0300-FXHIST-OPEN.
           PERFORM 0500-FXHOLD-OPEN.
           PERFORM 0600-FXRRPT-OPEN.

           PERFORM 2100-WRITE-REPORT-HEADERS.

           PERFORM 1000-PROCESS-FEED
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 1800-CARRY-FORWARD-MISSING.

           PERFORM 2200-WRITE-REPORT-TOTALS.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'FEED RATES READ        :' WS-FEED-READ-COUNT.
           DISPLAY 'RATES LOADED           :' WS-LOADED-COUNT.
           DISPLAY 'RATES HELD FOR REVIEW  :' WS-HELD-COUNT.
           DISPLAY 'RATES CARRIED FORWARD  :' WS-CARRIED-COUNT.
           DISPLAY 'HISTORY ROWS WRITTEN   :' WS-HISTORY-COUNT.
           IF WS-HELD-COUNT > 0
              OR WS-CARRIED-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBFXR01C'.
           GOBACK.

      *---------------------------------------------------------------*
       0050-FXPARM-READ.
           OPEN INPUT FX-PARMS-FILE.
           IF FXPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FXPARM FILE'
               MOVE FXPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           READ FX-PARMS-FILE INTO WS-FXPARM-RECORD.
           IF FXPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING FXPARM FILE'
               MOVE FXPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           CLOSE FX-PARMS-FILE.

           IF WS-PARM-RUN-DATE = SPACES
               MOVE DB2-FORMAT-TS (1:10) TO WS-RUN-DATE
           ELSE
               MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE.
           IF WS-PARM-TOLERANCE-PCT IS NUMERIC
              AND WS-PARM-TOLERANCE-PCT > 0
               MOVE WS-PARM-TOLERANCE-PCT TO WS-TOLERANCE-PCT.

           MOVE WS-RUN-DATE TO FXH-RUN-DATE.
           DISPLAY 'FX RATE RUN DATE       :' WS-RUN-DATE.
           DISPLAY 'TOLERANCE PERCENT      :' WS-TOLERANCE-PCT.

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
       1000-PROCESS-FEED.
           PERFORM 1100-FXFEED-GET-NEXT.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-FEED-READ-COUNT
               PERFORM 1200-EDIT-FEED-RATE.

      *---------------------------------------------------------------*
       1100-FXFEED-GET-NEXT.
           READ FXFEED-FILE INTO FX-FEED-RECORD.
           IF FXFEED-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF FXFEED-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT
               END-IF
           END-IF.
           IF APPL-AOK
               CONTINUE
           ELSE
               IF APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING FXFEED FILE'
                   MOVE FXFEED-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * A feed rate loads unless something about it needs a person
      * to look first. A currency already rated for the run date
      * means the feed carried it twice, or the day has been run
      * before - either way the rate on file is left alone.
      *---------------------------------------------------------------*
       1200-EDIT-FEED-RATE.
           MOVE SPACES TO WS-HOLD-REASON
                          WS-NOTE.
           MOVE 0      TO WS-CHANGE-PCT.
           PERFORM 1250-READ-CURRENT-RATE.

           EVALUATE TRUE
               WHEN FXF-CURRENCY-CD = SPACES
                 OR FXF-CURRENCY-CD = 'USD'
                   MOVE 'NOT A CONVERTIBLE CURRENCY CODE'
                        TO WS-HOLD-REASON
               WHEN FXF-USD-RATE NOT NUMERIC
                   MOVE 'RATE IS NOT NUMERIC' TO WS-HOLD-REASON
               WHEN FXF-USD-RATE = 0
                   MOVE 'RATE IS ZERO' TO WS-HOLD-REASON
               WHEN FXF-RATE-DATE NOT = WS-RUN-DATE
                   MOVE 'FEED RATE DATE IS NOT THE RUN DATE'
                        TO WS-HOLD-REASON
               WHEN CURRENT-RATE-FOUND
                AND WS-PRIOR-RATE-DATE = WS-RUN-DATE
                   MOVE 'CURRENCY ALREADY RATED FOR RUN DATE'
                        TO WS-HOLD-REASON
               WHEN CURRENT-RATE-FOUND
                AND WS-PRIOR-RATE > 0
                   PERFORM 1300-CHECK-TOLERANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-HOLD-REASON = SPACES
               PERFORM 1400-LOAD-RATE
           ELSE
               PERFORM 1500-HOLD-RATE.

      *---------------------------------------------------------------*
       1250-READ-CURRENT-RATE.
           MOVE 'N'    TO WS-CURRENT-FOUND-FLAG.
           MOVE 0      TO WS-PRIOR-RATE.
           MOVE SPACES TO WS-PRIOR-RATE-DATE.
           MOVE FXF-CURRENCY-CD TO FD-FXR-CURRENCY-CD.
           READ FXRATE-FILE INTO FX-RATE-RECORD
               KEY IS FD-FXR-CURRENCY-CD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'           TO WS-CURRENT-FOUND-FLAG
                   MOVE FXR-USD-RATE  TO WS-PRIOR-RATE
                   MOVE FXR-RATE-DATE TO WS-PRIOR-RATE-DATE
           END-READ.

      *---------------------------------------------------------------*
      * Day-on-day move as a percentage of the prior rate, either
      * direction. A move too large for the field is certainly out
      * of tolerance.
      *---------------------------------------------------------------*
       1300-CHECK-TOLERANCE.
           IF FXF-USD-RATE > WS-PRIOR-RATE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (FXF-USD-RATE - WS-PRIOR-RATE) * 100
                       / WS-PRIOR-RATE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CHANGE-PCT
               END-COMPUTE
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-PRIOR-RATE - FXF-USD-RATE) * 100
                       / WS-PRIOR-RATE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CHANGE-PCT
               END-COMPUTE
           END-IF.
           IF WS-CHANGE-PCT > WS-TOLERANCE-PCT
               MOVE 'MOVED MORE THAN TOLERANCE FROM PRIOR DAY'
                    TO WS-HOLD-REASON.

      *---------------------------------------------------------------*
       1400-LOAD-RATE.
           MOVE SPACES          TO FX-RATE-RECORD.
           MOVE FXF-CURRENCY-CD TO FXR-CURRENCY-CD.
           MOVE WS-RUN-DATE     TO FXR-RATE-DATE.
           MOVE FXF-USD-RATE    TO FXR-USD-RATE.
           SET FXR-RATE-LOADED  TO TRUE.
           PERFORM 1700-STORE-RATE.
           ADD 1 TO WS-LOADED-COUNT.

           MOVE 'LOADED' TO WS-DISPOSITION.
           IF NOT CURRENT-RATE-FOUND
               MOVE 'NEW CURRENCY - NO PRIOR RATE' TO WS-NOTE.
           PERFORM 2300-WRITE-DETAIL-LINE.

      *---------------------------------------------------------------*
      * Hold the feed rate for review. The prior rate, if there is
      * one, stays in force and is carried onto the run date so
      * the day's transactions still convert; a currency with no
      * prior rate has nothing in force and its transactions reject.
      *---------------------------------------------------------------*
       1500-HOLD-RATE.
           MOVE SPACES               TO FX-RATE-HOLD-RECORD.
           MOVE FXF-CURRENCY-CD      TO FXRH-CURRENCY-CD.
           MOVE WS-RUN-DATE          TO FXRH-RUN-DATE.
           MOVE FXF-RATE-DATE        TO FXRH-FEED-RATE-DATE.
           MOVE FXF-USD-RATE-X       TO FXRH-FEED-RATE.
           MOVE WS-PRIOR-RATE-DATE   TO FXRH-PRIOR-RATE-DATE.
           MOVE WS-PRIOR-RATE        TO FXRH-PRIOR-RATE.
           MOVE WS-CHANGE-PCT        TO FXRH-CHANGE-PCT.
           MOVE WS-HOLD-REASON       TO FXRH-HOLD-REASON.
           PERFORM 1550-WRITE-HOLD-RECORD.
           ADD 1 TO WS-HELD-COUNT.

           MOVE 'HELD' TO WS-DISPOSITION.
           MOVE WS-HOLD-REASON TO WS-NOTE.
           IF CURRENT-RATE-FOUND
              AND WS-PRIOR-RATE-DATE NOT = WS-RUN-DATE
               MOVE WS-RUN-DATE TO FXR-RATE-DATE
               SET FXR-RATE-HELD-PRIOR-KEPT TO TRUE
               PERFORM 1700-STORE-RATE
           ELSE
               IF NOT CURRENT-RATE-FOUND
                   MOVE 0 TO FXR-USD-RATE
               END-IF
           END-IF.
           PERFORM 2300-WRITE-DETAIL-LINE.

      *---------------------------------------------------------------*
       1550-WRITE-HOLD-RECORD.
           WRITE FD-FXHOLD-REC FROM FX-RATE-HOLD-RECORD.
           IF FXHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FXHOLD FILE'
               MOVE FXHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * Put the rate now in FX-RATE-RECORD on FXRATE-FILE as the
      * currency's latest rate, and on the dated history. A history
      * row already there for the date (a rerun) is replaced.
      *---------------------------------------------------------------*
       1700-STORE-RATE.
           IF CURRENT-RATE-FOUND
               REWRITE FD-FXRATE-RECORD FROM FX-RATE-RECORD
           ELSE
               WRITE FD-FXRATE-RECORD FROM FX-RATE-RECORD.
           IF FXRATE-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING FXRATE FILE'
               MOVE FXRATE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           PERFORM 1750-WRITE-HISTORY.

       1750-WRITE-HISTORY.
           WRITE FD-FXHIST-RECORD FROM FX-RATE-RECORD
               INVALID KEY
                   REWRITE FD-FXHIST-RECORD FROM FX-RATE-RECORD
           END-WRITE.
           IF FXHIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FXHIST FILE'
               MOVE FXHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.
           ADD 1 TO WS-HISTORY-COUNT.

      *---------------------------------------------------------------*
      * With the feed done, any currency on FXRATE-FILE still dated
      * before the run date had no rate in the feed. It is held for
      * review as missing and its prior rate carried forward.
      *---------------------------------------------------------------*
       1800-CARRY-FORWARD-MISSING.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO FD-FXR-CURRENCY-CD.
           START FXRATE-FILE KEY IS >= FD-FXR-CURRENCY-CD
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM 1850-CARRY-NEXT-CURRENCY
               UNTIL WS-SCAN-DONE = 'Y'.

       1850-CARRY-NEXT-CURRENCY.
           READ FXRATE-FILE NEXT INTO FX-RATE-RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
           END-READ.
           IF WS-SCAN-DONE = 'N'
              AND FXR-RATE-DATE < WS-RUN-DATE
               MOVE 'Y'           TO WS-CURRENT-FOUND-FLAG
               MOVE FXR-USD-RATE  TO WS-PRIOR-RATE
               MOVE FXR-RATE-DATE TO WS-PRIOR-RATE-DATE
               MOVE 0             TO WS-CHANGE-PCT
               MOVE 'CURRENCY MISSING FROM FEED' TO WS-HOLD-REASON

               MOVE SPACES             TO FX-RATE-HOLD-RECORD
               MOVE FXR-CURRENCY-CD    TO FXRH-CURRENCY-CD
               MOVE WS-RUN-DATE        TO FXRH-RUN-DATE
               MOVE WS-PRIOR-RATE-DATE TO FXRH-PRIOR-RATE-DATE
               MOVE WS-PRIOR-RATE      TO FXRH-PRIOR-RATE
               MOVE 0                  TO FXRH-CHANGE-PCT
               MOVE WS-HOLD-REASON     TO FXRH-HOLD-REASON
               PERFORM 1550-WRITE-HOLD-RECORD

               MOVE WS-RUN-DATE TO FXR-RATE-DATE
               SET FXR-RATE-CARRIED-FORWARD TO TRUE
               PERFORM 1700-STORE-RATE
               ADD 1 TO WS-CARRIED-COUNT

               MOVE SPACES TO FX-FEED-RECORD
               MOVE FXR-CURRENCY-CD TO FXF-CURRENCY-CD
               MOVE 'CARRIED FORWARD' TO WS-DISPOSITION
               MOVE WS-HOLD-REASON TO WS-NOTE
               PERFORM 2300-WRITE-DETAIL-LINE.

      *---------------------------------------------------------------*
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-FXRRPT-REC FROM FXRRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-FXRRPT-REC FROM FXRRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE FD-FXRRPT-REC FROM FXRRPT-COLUMN-HEADER
               AFTER ADVANCING 2 LINES.

       2200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO FXRRPT-COUNT-LINE.
           MOVE 'FEED RATES READ:' TO FXC-LABEL.
           MOVE WS-FEED-READ-COUNT TO FXC-COUNT.
           WRITE FD-FXRRPT-REC FROM FXRRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO FXRRPT-COUNT-LINE.
           MOVE 'RATES LOADED:' TO FXC-LABEL.
           MOVE WS-LOADED-COUNT TO FXC-COUNT.
           WRITE FD-FXRRPT-REC FROM FXRRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO FXRRPT-COUNT-LINE.
           MOVE 'RATES HELD FOR REVIEW:' TO FXC-LABEL.
           MOVE WS-HELD-COUNT TO FXC-COUNT.
           WRITE FD-FXRRPT-REC FROM FXRRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO FXRRPT-COUNT-LINE.
           MOVE 'RATES CARRIED FORWARD:' TO FXC-LABEL.
           MOVE WS-CARRIED-COUNT TO FXC-COUNT.
           WRITE FD-FXRRPT-REC FROM FXRRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO FXRRPT-COUNT-LINE.
           MOVE 'HISTORY ROWS WRITTEN:' TO FXC-LABEL.
           MOVE WS-HISTORY-COUNT TO FXC-COUNT.
           WRITE FD-FXRRPT-REC FROM FXRRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
      * The rate in force is whatever FX-RATE-RECORD now holds for
      * the currency - the loaded rate, the prior rate carried on,
      * or zero when nothing is in force.
      *---------------------------------------------------------------*
       2300-WRITE-DETAIL-LINE.
           MOVE SPACES TO FXRRPT-DETAIL-LINE.
           MOVE FXF-CURRENCY-CD TO FXD-CURRENCY-CD.
           MOVE WS-DISPOSITION  TO FXD-DISPOSITION.
           MOVE FXR-USD-RATE    TO FXD-RATE-IN-FORCE.
           IF FXF-USD-RATE IS NUMERIC
               MOVE FXF-USD-RATE    TO WS-DISPLAY-RATE
               MOVE WS-DISPLAY-RATE TO FXD-FEED-RATE
           ELSE
               MOVE FXF-USD-RATE-X  TO FXD-FEED-RATE.
           IF WS-PRIOR-RATE-DATE NOT = SPACES
               MOVE WS-PRIOR-RATE      TO FXD-PRIOR-RATE
               MOVE WS-PRIOR-RATE-DATE TO FXD-PRIOR-DATE
               MOVE WS-CHANGE-PCT      TO FXD-CHANGE-PCT.
           MOVE WS-NOTE TO FXD-NOTE.
           WRITE FD-FXRRPT-REC FROM FXRRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       0100-FXFEED-OPEN.
           OPEN INPUT FXFEED-FILE.
           IF FXFEED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FXFEED FILE'
               MOVE FXFEED-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0200-FXRATE-OPEN.
           OPEN I-O FXRATE-FILE.
           IF FXRATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FXRATE FILE'
               MOVE FXRATE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0300-FXHIST-OPEN.
           OPEN I-O FXRATE-HIST-FILE.
           IF FXHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FXHIST FILE'
               MOVE FXHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0500-FXHOLD-OPEN.
           OPEN OUTPUT FXHOLD-FILE.
           IF FXHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FXHOLD FILE'
               MOVE FXHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0600-FXRRPT-OPEN.
           OPEN OUTPUT FXR-REPORT-FILE.
           IF FXRRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FXRRPT FILE'
               MOVE FXRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
       9000-CLOSE-FILES.
           CLOSE FXFEED-FILE
                 FXRATE-FILE
                 FXRATE-HIST-FILE
                 FXHOLD-FILE
                 FXR-REPORT-FILE.

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
               MOVE 'CBFXR01C' TO RUN-PROGRAM-ID
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
               MOVE 'CBFXR01C' TO RUN-PROGRAM-ID
               SET RUN-REC-END TO TRUE
               MOVE WS-RUN-TS TO RUN-TIMESTAMP
               MOVE WS-FEED-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-LOADED-COUNT TO RUN-POSTED-COUNT
               MOVE WS-HELD-COUNT TO RUN-REJECT-COUNT
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
