           05 FD-CYCLE-DATA                     PIC X(28).

       FD  AUDIT-FILE.
       01  FD-AUDIT-RECORD                      PIC X(648).

       FD  AUDIT-ARCH-FILE.
       01  FD-AUDIT-ARCH-RECORD                 PIC X(648).

       FD  AUDIT-KEEP-FILE.
       01  FD-AUDIT-KEEP-RECORD                 PIC X(648).

       FD  APPROVAL-FILE.
       01  FD-APPROVAL-RECORD.
           05 FD-APRV-ACCT-ID                   PIC 9(11).
           05 FD-APRV-DATA                      PIC X(701).

       FD  HKP-REPORT-FILE.
       01  FD-HKPRPT-REC                        PIC X(133).
