           05  AUDT-ACCT-ID                     PIC 9(11).
           05  AUDT-BEFORE-IMAGE                PIC X(300).
           05  AUDT-AFTER-IMAGE                 PIC X(300).
      * Signed-on operator (OPERATOR-SECURITY-FILE user id) who made
      * or approved the change - AUDT-TERM-ID says only where.
           05  AUDT-USER-ID                     PIC X(08).
