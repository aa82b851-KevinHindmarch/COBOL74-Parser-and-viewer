      *               same notice from going out twice in a cycle,
      *               and a promise-to-pay keyed by collections
      *               through COLTRUPC suppresses the next letter
      *               until the promise date passes unmet. A letter
      *               for a customer whose mail is coming back is
      *               held and listed on the returned-mail exception
      *               report instead of being printed.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS LTRFILE-STATUS.

           SELECT RTM-REPORT-FILE ASSIGN TO RTMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RTMRPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
       FD  LETTER-FILE.
       01  FD-LETTER-REC                        PIC X(133).

       FD  RTM-REPORT-FILE.
       01  FD-RTMRPT-REC                        PIC X(133).

       FD  RUNCTL-FILE.
       01  FD-RUNCTL-REC                        PIC X(80).

           05  LTRFILE-STAT1       PIC X.
           05  LTRFILE-STAT2       PIC X.

       COPY CVRTM01Y.
       01  RTMRPT-STATUS.
           05  RTMRPT-STAT1        PIC X.
           05  RTMRPT-STAT2        PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
           05  WS-ALREADY-SENT-COUNT        PIC 9(09) VALUE 0.
           05  WS-PROMISE-HELD-COUNT        PIC 9(09) VALUE 0.
           05  WS-NO-CUSTOMER-COUNT         PIC 9(09) VALUE 0.
           05  WS-MAIL-HELD-COUNT           PIC 9(09) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CUST-NAME                 PIC X(51) VALUE SPACES.
           05  WS-BUCKET-DISP               PIC ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 0300-CUSTFILE-OPEN.
           PERFORM 0400-LTRHIST-OPEN.
           PERFORM 0500-LTRFILE-OPEN.
           PERFORM 0600-RTMRPT-OPEN.

           PERFORM 2100-WRITE-RTMRPT-HEADERS.

           PERFORM 1000-PROCESS-DELINQUENCIES
               UNTIL END-OF-FILE = 'Y'.

           PERFORM 2200-WRITE-RTMRPT-TOTALS.

           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'DELINQ ROWS READ       :' WS-DELINQ-READ-COUNT.
           DISPLAY 'ALREADY SENT THIS CYCLE:' WS-ALREADY-SENT-COUNT.
           DISPLAY 'HELD FOR PROMISE       :' WS-PROMISE-HELD-COUNT.
           DISPLAY 'NO CUSTOMER ON FILE    :' WS-NO-CUSTOMER-COUNT.
           DISPLAY 'HELD FOR RETURNED MAIL :' WS-MAIL-HELD-COUNT.
           IF WS-NO-CUSTOMER-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           PERFORM 9810-WRITE-RUN-END.
                   END-IF
                   PERFORM 1400-READ-CUSTOMER
                   IF CUST-WAS-FOUND
                       IF CUST-MAIL-RETURNED
                           PERFORM 1700-WRITE-MAIL-HOLD-LINE
                       ELSE
                           PERFORM 1500-PRINT-LETTER
                           PERFORM 1600-UPDATE-LETTER-HISTORY
                           ADD 1 TO WS-LETTER-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-NO-CUSTOMER-COUNT.

                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM.

      *---------------------------------------------------------------*
      * A held letter leaves the letter history alone, so the notice
      * still goes out on the first run after the address is
      * corrected and the returned-mail flag cleared.
      *---------------------------------------------------------------*
       1700-WRITE-MAIL-HOLD-LINE.
           MOVE SPACES           TO RTMRPT-DETAIL-LINE.
           MOVE DLQ-ACCT-ID      TO RMD-ACCT-ID.
           MOVE XREF-CUST-ID     TO RMD-CUST-ID.
           MOVE WS-CUST-NAME     TO RMD-CUST-NAME.
           MOVE 'DUNNING LETTER' TO RMD-ITEM-HELD.
           MOVE DLQ-AGING-BUCKET TO WS-BUCKET-DISP.
           STRING WS-BUCKET-DISP DELIMITED BY SIZE
                  '-DAY NOTICE'  DELIMITED BY SIZE
               INTO RMD-REFERENCE
           END-STRING.
           MOVE CUST-RETURNED-MAIL-DATE TO RMD-RETURNED-DATE.
           MOVE 'RETURNED MAIL - ADDRESS FLAGGED' TO RMD-REASON.
           WRITE FD-RTMRPT-REC FROM RTMRPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-MAIL-HELD-COUNT.

      *---------------------------------------------------------------*
       2100-WRITE-RTMRPT-HEADERS.
           MOVE 'CBLTR01C'       TO RMH-PROGRAM-ID.
           MOVE WS-PARM-RUN-DATE TO RMH-RUN-DATE.
           WRITE FD-RTMRPT-REC FROM RTMRPT-NAME-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE FD-RTMRPT-REC FROM RTMRPT-NAME-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE FD-RTMRPT-REC FROM RTMRPT-COLUMN-HEADER
               AFTER ADVANCING 2 LINES.

       2200-WRITE-RTMRPT-TOTALS.
           MOVE SPACES TO RTMRPT-COUNT-LINE.
           MOVE 'DUNNING LETTERS HELD:' TO RMC-LABEL.
           MOVE WS-MAIL-HELD-COUNT TO RMC-COUNT.
           WRITE FD-RTMRPT-REC FROM RTMRPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

      *---------------------------------------------------------------*
       0100-DELINQF-OPEN.
           OPEN INPUT DELINQ-FILE.
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       0600-RTMRPT-OPEN.
           OPEN OUTPUT RTM-REPORT-FILE.
           IF RTMRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RTMRPT FILE'
               MOVE RTMRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM.

       9000-CLOSE-FILES.
           CLOSE DELINQ-FILE
                 XREF-FILE
                 CUST-FILE
                 LETTER-HIST-FILE
                 LETTER-FILE
                 RTM-REPORT-FILE.

      *---------------------------------------------------------------*
      * Run-control log. A START record goes out as the program
