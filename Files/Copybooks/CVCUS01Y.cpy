      *               customer id XREF-CUST-ID has always carried.
      *               CUST-ADDR-ZIP is the address of record and is
      *               reconciled against ACCT-ADDR-ZIP by the COCUSUPC
      *               maintenance screen. Delivery preference and
      *               the returned-mail flag are kept there too.
      ******************************************************************
       01  CUSTOMER-RECORD.
           05  CUST-ID                          PIC 9(09).
           05  CUST-ADDR-STATE                  PIC X(02).
           05  CUST-ADDR-ZIP                    PIC X(10).
           05  CUST-DOB                         PIC X(10).
      * Statement delivery. E customers get the CBSTM01C e-statement
      * notice instead of a paper statement on the print-vendor
      * file; blank on records written before the preference was
      * carried is paper.
           05  CUST-STMT-DELIVERY               PIC X(01).
               88  CUST-DELIVER-PAPER           VALUES 'P' ' '.
               88  CUST-DELIVER-ELECTRONIC      VALUE 'E'.
      * Set through COCUSUPC when the post office returns mail as
      * undeliverable. While it is set, paper statements, dunning
      * letters and reissued plastics are held on each program's
      * returned-mail exception report instead of going to the bad
      * address; correcting the address and clearing the flag lets
      * them go out again on the next run.
           05  CUST-RETURNED-MAIL               PIC X(01).
               88  CUST-MAIL-RETURNED           VALUE 'Y'.
           05  CUST-RETURNED-MAIL-DATE          PIC X(10).
           05  FILLER                           PIC X(32).
