      ******************************************************************
      * Copybook    : CVSTM01Y
      * Application : CardDemo
      * Function    : Statement print-vendor file records
      *               (STMT-VENDOR-FILE, 450-byte LRECL) written by
      *               CBSTM01C at cycle cut for paper-delivery
      *               customers - one header record, one statement
      *               record per paper statement followed by a detail
      *               record per cycle transaction, and one trailer
      *               the vendor proves the file against. Every
      *               record leads with the same 27-byte sort key so
      *               the vendor can sort the file into ZIP order for
      *               postal presort without losing the header,
      *               statement/detail grouping or trailer position.
      ******************************************************************
       01  STMT-VENDOR-STMT-RECORD.
           05  PVS-SORT-KEY.
      * 0 header, 1 statement and detail, 9 trailer.
               10  PVS-SORT-CLASS               PIC X(01).
                   88  PV-SORT-HEADER           VALUE '0'.
                   88  PV-SORT-STATEMENT        VALUE '1'.
                   88  PV-SORT-TRAILER          VALUE '9'.
               10  PVS-SORT-ZIP                 PIC X(10).
               10  PVS-SORT-ACCT-ID             PIC 9(11).
      * Zero on the statement record, 1 up on its detail records.
               10  PVS-SORT-SEQ                 PIC 9(05).
           05  PVS-RECORD-TYPE                  PIC X(01).
               88  PV-IS-HEADER                 VALUE 'H'.
               88  PV-IS-STATEMENT              VALUE 'S'.
               88  PV-IS-DETAIL                 VALUE 'D'.
               88  PV-IS-TRAILER                VALUE 'T'.
           05  PVS-ACCT-ID                      PIC 9(11).
           05  PVS-CUST-ID                      PIC 9(09).
           05  PVS-CYCLE-START-DATE             PIC X(10).
           05  PVS-CYCLE-END-DATE               PIC X(10).
           05  PVS-CUST-FIRST-NAME              PIC X(25).
           05  PVS-CUST-LAST-NAME               PIC X(25).
           05  PVS-ADDR-LINE-1                  PIC X(50).
           05  PVS-ADDR-LINE-2                  PIC X(50).
           05  PVS-ADDR-CITY                    PIC X(25).
           05  PVS-ADDR-STATE                   PIC X(02).
           05  PVS-ADDR-ZIP                     PIC X(10).
           05  PVS-OPEN-BAL                     PIC S9(09)V99.
           05  PVS-TOTAL-DEBITS                 PIC S9(09)V99.
           05  PVS-TOTAL-CREDITS                PIC S9(09)V99.
           05  PVS-FIN-CHARGES                  PIC S9(09)V99.
           05  PVS-FEES-BILLED                  PIC S9(09)V99.
           05  PVS-CLOSE-BAL                    PIC S9(09)V99.
           05  PVS-CREDIT-LIMIT                 PIC S9(09)V99.
           05  PVS-AVAIL-CREDIT                 PIC S9(09)V99.
           05  PVS-TRAN-COUNT                   PIC 9(05).
      * Rewards points summary, zero when the account has no
      * rewards row.
           05  PVS-OPEN-POINTS                  PIC S9(09).
           05  PVS-POINTS-EARNED                PIC S9(09).
           05  PVS-POINTS-REDEEMED              PIC S9(09).
           05  PVS-CLOSE-POINTS                 PIC S9(09).
           05  PVS-PLAN-COUNT                   PIC 9(04).
           05  PVS-PLAN-REMAINING               PIC S9(09)V99.
      * Y - this is the account's final statement before closure.
           05  PVS-FINAL-STMT-FLAG              PIC X(01).
      * Inserts the vendor stuffs with this statement: the cycle's
      * campaign code off the parameter record, FINL final
      * statement, PLAN installment plan active, RWDS rewards
      * member, OVLM over limit, CRBL credit balance.
           05  PVS-INSERT-COUNT                 PIC 9(01).
           05  PVS-INSERT-CODE                  PIC X(04)
                                                OCCURS 5 TIMES.
           05  FILLER                           PIC X(29).

       01  STMT-VENDOR-DETAIL-RECORD REDEFINES STMT-VENDOR-STMT-RECORD.
           05  PVD-SORT-KEY                     PIC X(27).
           05  PVD-RECORD-TYPE                  PIC X(01).
           05  PVD-TRAN-ID                      PIC X(16).
           05  PVD-CARD-NUM                     PIC X(16).
           05  PVD-PROC-DATE                    PIC X(10).
           05  PVD-DESC                         PIC X(100).
           05  PVD-AMOUNT                       PIC S9(09)V99.
      * Original currency, amount and rate on a foreign transaction,
      * blank/zero on a domestic one.
           05  PVD-CURRENCY-CD                  PIC X(03).
           05  PVD-ORIG-AMT                     PIC S9(09)V99.
           05  PVD-FX-RATE                      PIC 9(03)V9(6).
           05  FILLER                           PIC X(246).

       01  STMT-VENDOR-HEADER-RECORD REDEFINES STMT-VENDOR-STMT-RECORD.
           05  PVH-SORT-KEY                     PIC X(27).
           05  PVH-RECORD-TYPE                  PIC X(01).
           05  PVH-CYCLE-START-DATE             PIC X(10).
           05  PVH-CYCLE-END-DATE               PIC X(10).
           05  PVH-CREATED-DATE                 PIC X(10).
           05  PVH-CAMPAIGN-INSERT-CODE         PIC X(04).
           05  FILLER                           PIC X(388).

       01  STMT-VENDOR-TRAILER-RECORD REDEFINES STMT-VENDOR-STMT-RECORD.
           05  PVT-SORT-KEY                     PIC X(27).
           05  PVT-RECORD-TYPE                  PIC X(01).
           05  PVT-STATEMENT-COUNT              PIC 9(09).
           05  PVT-DETAIL-COUNT                 PIC 9(09).
           05  PVT-TOTAL-CLOSE-BAL              PIC S9(13)V99.
           05  FILLER                           PIC X(389).
