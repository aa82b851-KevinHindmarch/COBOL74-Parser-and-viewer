      ******************************************************************
      * Copybook    : CVADJ02Y
      * Application : CardDemo
      * Function    : Manual adjustment reason codes, shared by
      *               COADJUPC (which maps the keyed reason to the
      *               transaction type and category the adjustment
      *               posts under) and CBADJ01C (which prints the
      *               description on the daily adjustment report).
      *               Fee waivers credit the fee category CBFEE01C or
      *               CBNSF01C charged; goodwill credits post the way
      *               a statement credit does; a debit adjustment
      *               puts back a credit given in error.
      *               ADJR-DIRECTION is C credit or D debit.
      ******************************************************************
       01  ADJ-REASON-VALUES.
           05  FILLER                           PIC X(39) VALUE
               'LFLATE FEE WAIVER               05C0003'.
           05  FILLER                           PIC X(39) VALUE
               'AFANNUAL FEE WAIVER             05C0002'.
           05  FILLER                           PIC X(39) VALUE
               'OFOVER LIMIT FEE WAIVER         05C0004'.
           05  FILLER                           PIC X(39) VALUE
               'RFRETURNED PAYMENT FEE WAIVER   05C0001'.
           05  FILLER                           PIC X(39) VALUE
               'GWGOODWILL CREDIT               02C0002'.
           05  FILLER                           PIC X(39) VALUE
               'DAERRONEOUS CREDIT REVERSAL     02D0002'.
       01  ADJ-REASON-TABLE REDEFINES ADJ-REASON-VALUES.
           05  ADJR-ENTRY OCCURS 6 TIMES
                          INDEXED BY ADJR-IDX.
               10  ADJR-REASON-CD               PIC X(02).
               10  ADJR-DESC                    PIC X(30).
               10  ADJR-TRAN-TYPE-CD            PIC X(02).
               10  ADJR-DIRECTION               PIC X(01).
                   88  ADJR-IS-CREDIT           VALUE 'C'.
                   88  ADJR-IS-DEBIT            VALUE 'D'.
               10  ADJR-TRAN-CAT-CD             PIC 9(04).
       01  ADJ-REASON-COUNT                     PIC 9(04) VALUE 6.
