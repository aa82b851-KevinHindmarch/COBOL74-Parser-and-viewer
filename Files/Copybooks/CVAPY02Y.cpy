      ******************************************************************
      * Copybook    : CVAPY02Y
      * Application : CardDemo
      * Function    : ACH debit origination file records (ACHOUT,
      *               94-byte NACHA format, blocked 10) written by
      *               CBAPY01C for the originating bank - a file
      *               header, one PPD batch of debit entries, the
      *               batch control, the file control, and all-9
      *               filler records to complete the last block.
      *               Amounts are unsigned cents; the entry hash is
      *               the sum of the 8-digit receiving routing
      *               numbers, keeping the low-order ten digits.
      ******************************************************************
       01  ACH-FILE-HEADER-RECORD.
           05  ACHF-RECORD-TYPE                 PIC X(01).
               88  ACH-IS-FILE-HEADER           VALUE '1'.
               88  ACH-IS-BATCH-HEADER          VALUE '5'.
               88  ACH-IS-ENTRY-DETAIL          VALUE '6'.
               88  ACH-IS-BATCH-CONTROL         VALUE '8'.
               88  ACH-IS-FILE-CONTROL          VALUE '9'.
           05  ACHF-PRIORITY-CODE               PIC X(02).
           05  ACHF-IMMED-DEST                  PIC X(10).
           05  ACHF-IMMED-ORIGIN                PIC X(10).
           05  ACHF-CREATION-DATE               PIC X(06).
           05  ACHF-CREATION-TIME               PIC X(04).
           05  ACHF-FILE-ID-MODIFIER            PIC X(01).
           05  ACHF-RECORD-SIZE                 PIC X(03).
           05  ACHF-BLOCKING-FACTOR             PIC X(02).
           05  ACHF-FORMAT-CODE                 PIC X(01).
           05  ACHF-IMMED-DEST-NAME             PIC X(23).
           05  ACHF-IMMED-ORIGIN-NAME           PIC X(23).
           05  ACHF-REFERENCE-CODE              PIC X(08).

       01  ACH-BATCH-HEADER-RECORD REDEFINES ACH-FILE-HEADER-RECORD.
           05  ACHB-RECORD-TYPE                 PIC X(01).
      * 225 - debits only.
           05  ACHB-SERVICE-CLASS               PIC X(03).
           05  ACHB-COMPANY-NAME                PIC X(16).
           05  ACHB-COMPANY-DISCRETIONARY       PIC X(20).
           05  ACHB-COMPANY-ID                  PIC X(10).
           05  ACHB-SEC-CODE                    PIC X(03).
           05  ACHB-ENTRY-DESCRIPTION           PIC X(10).
           05  ACHB-DESCRIPTIVE-DATE            PIC X(06).
           05  ACHB-EFFECTIVE-DATE              PIC X(06).
           05  ACHB-SETTLEMENT-DATE             PIC X(03).
           05  ACHB-ORIGINATOR-STATUS           PIC X(01).
           05  ACHB-ODFI-ID                     PIC X(08).
           05  ACHB-BATCH-NUM                   PIC 9(07).

       01  ACH-ENTRY-DETAIL-RECORD REDEFINES ACH-FILE-HEADER-RECORD.
           05  ACHE-RECORD-TYPE                 PIC X(01).
      * 27 checking debit, 37 savings debit.
           05  ACHE-TRANSACTION-CODE            PIC X(02).
           05  ACHE-RDFI-ID                     PIC X(08).
           05  ACHE-CHECK-DIGIT                 PIC X(01).
           05  ACHE-DFI-ACCT-NUM                PIC X(17).
           05  ACHE-AMOUNT                      PIC 9(08)V99.
           05  ACHE-INDIVIDUAL-ID               PIC X(15).
           05  ACHE-INDIVIDUAL-NAME             PIC X(22).
           05  ACHE-DISCRETIONARY-DATA          PIC X(02).
           05  ACHE-ADDENDA-IND                 PIC X(01).
           05  ACHE-TRACE-NUM.
               10  ACHE-TRACE-ODFI              PIC X(08).
               10  ACHE-TRACE-SEQ               PIC 9(07).

       01  ACH-BATCH-CONTROL-RECORD REDEFINES ACH-FILE-HEADER-RECORD.
           05  ACHC-RECORD-TYPE                 PIC X(01).
           05  ACHC-SERVICE-CLASS               PIC X(03).
           05  ACHC-ENTRY-COUNT                 PIC 9(06).
           05  ACHC-ENTRY-HASH                  PIC 9(10).
           05  ACHC-TOTAL-DEBIT                 PIC 9(10)V99.
           05  ACHC-TOTAL-CREDIT                PIC 9(10)V99.
           05  ACHC-COMPANY-ID                  PIC X(10).
           05  ACHC-MESSAGE-AUTH-CODE           PIC X(19).
           05  ACHC-RESERVED                    PIC X(06).
           05  ACHC-ODFI-ID                     PIC X(08).
           05  ACHC-BATCH-NUM                   PIC 9(07).

       01  ACH-FILE-CONTROL-RECORD REDEFINES ACH-FILE-HEADER-RECORD.
           05  ACHT-RECORD-TYPE                 PIC X(01).
           05  ACHT-BATCH-COUNT                 PIC 9(06).
           05  ACHT-BLOCK-COUNT                 PIC 9(06).
           05  ACHT-ENTRY-COUNT                 PIC 9(08).
           05  ACHT-ENTRY-HASH                  PIC 9(10).
           05  ACHT-TOTAL-DEBIT                 PIC 9(10)V99.
           05  ACHT-TOTAL-CREDIT                PIC 9(10)V99.
           05  ACHT-RESERVED                    PIC X(39).
