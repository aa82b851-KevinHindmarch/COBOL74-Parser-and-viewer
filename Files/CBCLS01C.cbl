           05 FD-HOLD-KEY.
              10 FD-HOLD-ACCT-ID                PIC 9(11).
              10 FD-HOLD-SEQ-NUM                PIC 9(04).
           05 FD-HOLD-DATA                      PIC X(73).

       FD  CLS-PARMS-FILE.
       01  FD-CLSPARM-REC                       PIC X(80).
