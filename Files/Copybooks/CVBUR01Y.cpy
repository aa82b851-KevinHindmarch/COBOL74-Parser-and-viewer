      ******************************************************************
      * Copybook    : CVBUR01Y
      * Application : CardDemo
      * Function    : Credit bureau reporting file records
      *               (BUREAU-FILE, 320-byte LRECL) written by the
      *               month-end CBBUR01C extract - one header record,
      *               one base segment per reportable account, and
      *               one trailer whose counts the bureau proves the
      *               file against. Money fields are whole dollars,
      *               unsigned, as the bureau format carries them.
      ******************************************************************
       01  BUREAU-BASE-RECORD.
           05  BURB-RECORD-TYPE                 PIC X(01).
               88  BUR-IS-HEADER                VALUE 'H'.
               88  BUR-IS-BASE                  VALUE 'B'.
               88  BUR-IS-TRAILER               VALUE 'T'.
           05  BURB-ACCT-ID                     PIC 9(11).
      * Account status: 11 current, 71/78/80/82/83/84 past due 30,
      * 60, 90, 120, 150 and 180+ days, 13 closed, 97 charged off.
           05  BURB-ACCT-STATUS                 PIC X(02).
               88  BURB-STATUS-CURRENT          VALUE '11'.
               88  BURB-STATUS-CLOSED           VALUE '13'.
               88  BURB-STATUS-PAST-DUE         VALUES '71' '78' '80'
                                                       '82' '83' '84'.
               88  BURB-STATUS-CHARGED-OFF      VALUE '97'.
      * CR - a closure the consumer requested is in progress.
           05  BURB-SPECIAL-COMMENT             PIC X(02).
      * XB - the consumer disputes information on the account.
           05  BURB-COMPLIANCE-CODE             PIC X(02).
           05  BURB-OPEN-DATE                   PIC X(10).
           05  BURB-CLOSED-DATE                 PIC X(10).
           05  BURB-CREDIT-LIMIT                PIC 9(09).
           05  BURB-CURRENT-BAL                 PIC 9(09).
           05  BURB-AMOUNT-PAST-DUE             PIC 9(09).
           05  BURB-DAYS-PAST-DUE               PIC 9(03).
      * Amount due and payment received off the last statement cut.
           05  BURB-LAST-STMT-DATE              PIC X(10).
           05  BURB-STMT-AMOUNT-DUE             PIC 9(09).
           05  BURB-ACTUAL-PAYMENT              PIC 9(09).
           05  BURB-SURNAME                     PIC X(25).
           05  BURB-FIRST-NAME                  PIC X(25).
           05  BURB-SSN                         PIC 9(09).
           05  BURB-DOB                         PIC X(10).
           05  BURB-ADDR-LINE-1                 PIC X(50).
           05  BURB-ADDR-LINE-2                 PIC X(50).
           05  BURB-ADDR-CITY                   PIC X(25).
           05  BURB-ADDR-STATE                  PIC X(02).
           05  BURB-ADDR-ZIP                    PIC X(10).
           05  FILLER                           PIC X(18).

       01  BUREAU-HEADER-RECORD REDEFINES BUREAU-BASE-RECORD.
           05  BURH-RECORD-TYPE                 PIC X(01).
           05  BURH-REPORTER-ID                 PIC X(10).
           05  BURH-REPORTER-NAME               PIC X(40).
           05  BURH-ACTIVITY-DATE               PIC X(10).
           05  BURH-CREATED-DATE                PIC X(10).
           05  FILLER                           PIC X(249).

       01  BUREAU-TRAILER-RECORD REDEFINES BUREAU-BASE-RECORD.
           05  BURT-RECORD-TYPE                 PIC X(01).
           05  BURT-BASE-COUNT                  PIC 9(09).
           05  BURT-CURRENT-COUNT               PIC 9(09).
           05  BURT-PAST-DUE-COUNT              PIC 9(09).
           05  BURT-CLOSED-COUNT                PIC 9(09).
           05  BURT-CHARGED-OFF-COUNT           PIC 9(09).
           05  BURT-DISPUTED-COUNT              PIC 9(09).
           05  BURT-TOTAL-BALANCE               PIC 9(13).
           05  FILLER                           PIC X(252).
