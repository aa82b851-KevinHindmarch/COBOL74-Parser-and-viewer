      ******************************************************************
      * Copybook    : CVPRO01Y
      * Application : CardDemo
      * Function    : Promotional rate offer record (PROMO-FILE), one
      *               row per account and transaction category keyed
      *               the same way as TCATBAL-FILE. While an offer is
      *               active and the run date falls between its start
      *               and expiry dates CBFIN01C charges PROMO-RATE in
      *               place of the category's TRAN-CAT-RATE; after
      *               that the standard rate applies again on its own.
      *               An offer ends early once DELINQ-FILE ages the
      *               account 60 days delinquent. CBPRO01C lists
      *               offers coming up to expiry for the advance
      *               notice and closes out the ones that have ended.
      ******************************************************************
       01  PROMO-OFFER-RECORD.
           05  PROMO-KEY.
               10  PROMO-ACCT-ID                PIC 9(11).
               10  PROMO-TYPE-CD                PIC X(02).
               10  PROMO-CAT-CD                 PIC 9(04).
           05  PROMO-OFFER-TYPE                 PIC X(01).
               88  PROMO-INTRODUCTORY           VALUE 'I'.
               88  PROMO-BALANCE-TRANSFER       VALUE 'B'.
      * Same periodic percentage TRAN-CAT-RATE carries.
           05  PROMO-RATE                       PIC S9(03)V99.
           05  PROMO-START-DATE                 PIC X(10).
           05  PROMO-EXPIRY-DATE                PIC X(10).
           05  PROMO-STATUS                     PIC X(01).
               88  PROMO-ACTIVE                 VALUE 'A'.
               88  PROMO-EXPIRED                VALUE 'E'.
               88  PROMO-ENDED-DELINQUENT       VALUE 'D'.
           05  PROMO-END-DATE                   PIC X(10).
      * Run date of the first CBPRO01C expiry listing the offer
      * appeared on, so the notice is not sent twice.
           05  PROMO-NOTICE-DATE                PIC X(10).
           05  FILLER                           PIC X(36).
