      *               cross-reference), advances ACCT-REISSUE-DATE on
      *               the ACCOUNT-RECORD, and prints a control report
      *               of cards selected, skipped (blocked or
      *               lost/stolen) and already reissued. A plastic
      *               for a customer whose mail is coming back is
      *               held - no extract, reissue date left alone -
      *               and listed on the returned-mail exception
      *               report instead of going to the bad address.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS EXPRPT-STATUS.

           SELECT RTM-REPORT-FILE ASSIGN TO RTMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RTMRPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
       FD  EXP-REPORT-FILE.
       01  FD-EXPRPT-REC                        PIC X(133).

       FD  RTM-REPORT-FILE.
       01  FD-RTMRPT-REC                        PIC X(133).

       FD  RUNCTL-FILE.
       01  FD-RUNCTL-REC                        PIC X(80).

           05  EXPRPT-STAT1        PIC X.
           05  EXPRPT-STAT2        PIC X.

       COPY CVRTM01Y.
       01  RTMRPT-STATUS.
           05  RTMRPT-STAT1        PIC X.
           05  RTMRPT-STAT2        PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
           05  WS-SKIPPED-COUNT             PIC 9(09) VALUE 0.
           05  WS-ALREADY-REISSUED-COUNT    PIC 9(09) VALUE 0.
           05  WS-EXCEPTION-COUNT           PIC 9(09) VALUE 0.
           05  WS-MAIL-HELD-COUNT           PIC 9(09) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CUST-NAME                 PIC X(51) VALUE SPACES.

      * Date-arithmetic work areas for the selection cutoff and the
      * per-card window-open date, the same INTEGER-OF-DATE
           PERFORM 0400-CUSTFILE-OPEN.
           PERFORM 0500-EMBOSSF-OPEN.
           PERFORM 0600-EXPRPT-OPEN.
           PERFORM 0650-RTMRPT-OPEN.
           PERFORM 0700-BUILD-SELECT-CUTOFF.

           PERFORM 2100-WRITE-REPORT-HEADERS.
           PERFORM 2150-WRITE-RTMRPT-HEADERS.

           PERFORM 1000-PROCESS-CARDS
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 2200-WRITE-REPORT-TOTALS.
           PERFORM 2250-WRITE-RTMRPT-TOTALS.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'ALREADY REISSUED       :'
                   WS-ALREADY-REISSUED-COUNT.
           DISPLAY 'EXCEPTIONS             :' WS-EXCEPTION-COUNT.
           DISPLAY 'HELD FOR RETURNED MAIL :' WS-MAIL-HELD-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
      * or lost/stolen plastic is not reissued automatically),
      * already covered by a reissue from an earlier run of this
      * window, or selected: extract written and the account's
      * reissue date advanced to the run date - or, when the
      * customer's mail is coming back, held until the address is
      * put right.
      *---------------------------------------------------------------*
       1200-DISPOSE-EXPIRING-CARD.
           IF CARD-STATUS-BLOCKED
                       ADD 1 TO WS-ALREADY-REISSUED-COUNT
                       PERFORM 2380-WRITE-DETAIL-LINE-DONE
                   ELSE
                       PERFORM 1550-READ-CUSTOMER
                       IF CUST-WAS-FOUND
                          AND CUST-MAIL-RETURNED
                           PERFORM 1800-HOLD-RETURNED-MAIL
                       ELSE
                           PERFORM 1500-SELECT-CARD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       1500-SELECT-CARD.
           MOVE SPACES            TO EMBOSS-EXTRACT-RECORD.
           MOVE CARD-NUM          TO EMB-CARD-NUM.
           MOVE CARD-EMBOSSED-NAME TO EMB-EMBOSSED-NAME.
               MOVE CUST-ADDR-STATE  TO EMB-ADDR-STATE
               MOVE CUST-ADDR-ZIP    TO EMB-ADDR-ZIP.
           MOVE CARD-EXPIRY-DATE  TO EMB-OLD-EXPIRY-DATE.
           SET EMB-ISSUE-EXPIRY-REISSUE TO TRUE.

           MOVE EMBOSS-EXTRACT-RECORD TO FD-EMBOSS-RECORD.
           WRITE FD-EMBOSS-RECORD.
               INTO WS-RESULT-DATE
           END-STRING.

      *---------------------------------------------------------------*
      * No extract and no reissue date, so the card is selected
      * again on the first run after the returned-mail flag is
      * cleared while it is still inside the window.
      *---------------------------------------------------------------*
       1800-HOLD-RETURNED-MAIL.
           ADD 1 TO WS-MAIL-HELD-COUNT.
           PERFORM 2370-WRITE-DETAIL-LINE-HELD.

           MOVE SPACES TO WS-CUST-NAME.
           STRING FUNCTION TRIM (CUST-FIRST-NAME)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CUST-LAST-NAME DELIMITED BY SIZE
               INTO WS-CUST-NAME
           END-STRING.
           MOVE SPACES             TO RTMRPT-DETAIL-LINE.
           MOVE XREF-ACCT-ID       TO RMD-ACCT-ID.
           MOVE XREF-CUST-ID       TO RMD-CUST-ID.
           MOVE WS-CUST-NAME       TO RMD-CUST-NAME.
           MOVE 'REISSUED PLASTIC' TO RMD-ITEM-HELD.
           MOVE CARD-NUM           TO RMD-REFERENCE.
           MOVE CUST-RETURNED-MAIL-DATE TO RMD-RETURNED-DATE.
           MOVE 'RETURNED MAIL - ADDRESS FLAGGED' TO RMD-REASON.
           WRITE FD-RTMRPT-REC FROM RTMRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *---------------------------------------------------------------*
       2100-WRITE-REPORT-HEADERS.
           WRITE FD-EXPRPT-REC FROM EXPRPT-NAME-HEADER-1
           WRITE FD-EXPRPT-REC FROM EXPRPT-COLUMN-HEADER
               AFTER ADVANCING 2 LINES.

       2150-WRITE-RTMRPT-HEADERS.
           MOVE 'CBEXP01C'       TO RMH-PROGRAM-ID.
           MOVE WS-PARM-RUN-DATE TO RMH-RUN-DATE.
           WRITE FD-RTMRPT-REC FROM RTMRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-RTMRPT-REC FROM RTMRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE FD-RTMRPT-REC FROM RTMRPT-COLUMN-HEADER
               AFTER ADVANCING 2 LINES.

       2200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO EXPRPT-COUNT-LINE.
           MOVE 'CARDS READ:' TO EXC-LABEL.
           WRITE FD-EXPRPT-REC FROM EXPRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO EXPRPT-COUNT-LINE.
           MOVE 'HELD - RETURNED MAIL:' TO EXC-LABEL.
           MOVE WS-MAIL-HELD-COUNT TO EXC-COUNT.
           WRITE FD-EXPRPT-REC FROM EXPRPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       2250-WRITE-RTMRPT-TOTALS.
           MOVE SPACES TO RTMRPT-COUNT-LINE.
           MOVE 'REISSUED PLASTICS HELD:' TO RMC-LABEL.
           MOVE WS-MAIL-HELD-COUNT TO RMC-COUNT.
           WRITE FD-RTMRPT-REC FROM RTMRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

      *---------------------------------------------------------------*
       2300-WRITE-DETAIL-LINE-SKIP.
           MOVE SPACES TO EXPRPT-DETAIL-LINE.
           WRITE FD-EXPRPT-REC FROM EXPRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2370-WRITE-DETAIL-LINE-HELD.
           MOVE SPACES TO EXPRPT-DETAIL-LINE.
           MOVE CARD-NUM          TO EXD-CARD-NUM.
           MOVE CARD-EXPIRY-DATE  TO EXD-EXPIRY-DATE.
           MOVE XREF-ACCT-ID      TO EXD-ACCT-ID.
           MOVE 'HELD - RETURNED MAIL' TO EXD-DISPOSITION.
           WRITE FD-EXPRPT-REC FROM EXPRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2380-WRITE-DETAIL-LINE-DONE.
           MOVE SPACES TO EXPRPT-DETAIL-LINE.
           MOVE CARD-NUM          TO EXD-CARD-NUM.
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0650-RTMRPT-OPEN.
           OPEN OUTPUT RTM-REPORT-FILE.
           IF RTMRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RTMRPT FILE'
               MOVE RTMRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE CARD-FILE
                 XREF-FILE
                 ACCOUNT-FILE
                 CUST-FILE
                 EMBOSS-FILE
                 EXP-REPORT-FILE
                 RTM-REPORT-FILE.

      *---------------------------------------------------------------*
      * Run-control log. A START record goes out as the program
