       FD  APPROVAL-FILE.
       01  FD-APPROVAL-RECORD.
           05 FD-APRV-ACCT-ID                   PIC 9(11).
           05 FD-APRV-DATA                      PIC X(701).

       FD  CRV-REPORT-FILE.
       01  FD-CRVRPT-REC                        PIC X(133).
           05  WS-ROUND-UNITS               PIC S9(09) VALUE 0.
           05  WS-ROUND-REM                 PIC S9(05)V99 VALUE 0.
           05  WS-PROPOSE-REASON            PIC X(30) VALUE SPACES.
           05  WS-STAGED-APPROVAL           PIC X(712) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           MOVE WS-PROPOSE-REASON TO APRV-REASON.
           MOVE 'BTCH'          TO APRV-TRAN-ID.
           MOVE 'BTCH'          TO APRV-TERM-ID.
           MOVE 'CBCRV01C'      TO APRV-USER-ID.
           MOVE WS-RUN-TS (1:21) TO APRV-TIMESTAMP.
           MOVE ACCOUNT-RECORD  TO APRV-BEFORE-IMAGE.
           MOVE WS-NEW-LIMIT    TO ACCT-CREDIT-LIMIT.
