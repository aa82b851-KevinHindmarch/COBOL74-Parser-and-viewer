      ******************************************************************
      * Copybook    : CVAPY04Y
      * Application : CardDemo
      * Function    : ACH return file record (ACHRTRN) as reformatted
      *               by the originating bank from the returned
      *               entries it receives back - a returned debit is
      *               identified by the entry date and trace number
      *               CBAPY01C gave it - and the exception record
      *               CBAPR01C writes for returns it cannot match to
      *               an autopay debit.
      ******************************************************************
       01  ACH-RETURN-RECORD.
           05  ACR-ORIG-ENTRY-DATE              PIC X(10).
           05  ACR-ORIG-TRACE-NUM               PIC X(15).
           05  ACR-RETURN-DATE                  PIC X(10).
      * NACHA return reason. R01 and R09 (funds) count toward the
      * suspension threshold; the administrative codes below mean
      * the bank account cannot be debited at all, so the
      * enrollment is suspended on the first one.
           05  ACR-RETURN-CODE                  PIC X(03).
               88  ACR-ADMIN-RETURN             VALUES 'R02' 'R03'
                                                       'R04' 'R05'
                                                       'R07' 'R10'
                                                       'R16' 'R20'
                                                       'R29'.
           05  ACR-RETURN-AMT                   PIC 9(09)V99.
           05  ACR-RETURN-REASON                PIC X(30).
           05  FILLER                           PIC X(01).

       01  ACH-RETURN-EXCEPTION-RECORD.
           05  ACRE-RETURN-DATA                 PIC X(80).
           05  ACRE-EXCEPTION-REASON            PIC X(40).
