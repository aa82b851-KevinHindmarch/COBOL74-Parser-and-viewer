      ******************************************************************
      * Copybook    : CVSEC01Y
      * Application : CardDemo
      * Function    : Operator security record (OPERATOR-SECURITY-
      *               FILE), keyed by the CICS sign-on user id. One
      *               row per operator giving the role that decides
      *               which online transactions the operator may run
      *               (ROLE-TRANSACTION-FILE, CVSEC02Y). Every CO*
      *               program reads it before it acts; an operator
      *               with no row, or a revoked one, can run nothing.
      *               SEC-ADJ-AUTHORITY is the largest manual
      *               adjustment the operator may release without a
      *               supervisor (COADJUPC); zero or unset means every
      *               adjustment the operator keys goes for approval.
      ******************************************************************
       01  OPERATOR-SECURITY-RECORD.
           05  SEC-USER-ID                      PIC X(08).
           05  SEC-USER-NAME                    PIC X(25).
           05  SEC-ROLE                         PIC X(08).
           05  SEC-STATUS                       PIC X(01).
               88  SEC-USER-ACTIVE              VALUE 'A'.
               88  SEC-USER-REVOKED             VALUE 'R'.
           05  SEC-ADDED-DATE                   PIC X(10).
           05  SEC-ADJ-AUTHORITY                PIC 9(07)V99.
           05  FILLER                           PIC X(19).
