      ******************************************************************
      * Copybook    : CVAPP01Y
      * Application : CardDemo
      * Function    : New-account application record
      *               (ACCT-APPLICATION-FILE), keyed by the account
      *               number COAPPUPC reserves for the applicant when
      *               the application is keyed. The same number keys
      *               the ACCT-APPROVAL-FILE entry the supervisor
      *               decides in COACTAPC, and becomes the ACCT-ID
      *               the nightly CBAPP01C booking job creates. The
      *               booking job fills in the customer id and card
      *               number it assigned, or the reason it declined.
      ******************************************************************
       01  ACCT-APPLICATION-RECORD.
           05  APPL-ACCT-ID                     PIC 9(11).
           05  APPL-STATUS                      PIC X(01).
               88  APPL-STATUS-PENDING          VALUE 'P'.
               88  APPL-STATUS-APPROVED         VALUE 'A'.
               88  APPL-STATUS-DECLINED         VALUE 'D'.
               88  APPL-STATUS-BOOKED           VALUE 'B'.
           05  APPL-GROUP-ID                    PIC X(10).
           05  APPL-CREDIT-LIMIT                PIC S9(09)V99.
           05  APPL-CUST-FIRST-NAME             PIC X(25).
           05  APPL-CUST-LAST-NAME              PIC X(25).
           05  APPL-ADDR-LINE-1                 PIC X(50).
           05  APPL-ADDR-LINE-2                 PIC X(50).
           05  APPL-ADDR-CITY                   PIC X(25).
           05  APPL-ADDR-STATE                  PIC X(02).
           05  APPL-ADDR-ZIP                    PIC X(10).
           05  APPL-DOB                         PIC X(10).
           05  APPL-SSN                         PIC 9(09).
           05  APPL-PHONE-NUM                   PIC X(15).
           05  APPL-ENTRY-TERM-ID               PIC X(04).
           05  APPL-ENTRY-TIMESTAMP             PIC X(21).
           05  APPL-DECISION-TIMESTAMP          PIC X(21).
      * Set by CBAPP01C when it books the account, or when it
      * reports a decline - a decided application is only ever
      * reported on the night it is settled.
           05  APPL-PROCESS-DATE                PIC X(10).
           05  APPL-CUST-ID                     PIC 9(09).
           05  APPL-CARD-NUM                    PIC X(16).
           05  APPL-DECLINE-REASON              PIC X(30).
      * Signed-on operator who keyed the application.
           05  APPL-ENTRY-USER-ID               PIC X(08).
           05  FILLER                           PIC X(27).
