      ******************************************************************
      * Copybook    : CVISS01Y
      * Application : CardDemo
      * Function    : Card and customer number issuance control
      *               record (ISSUE-CONTROL-FILE), a single 80-byte
      *               record read at the start of a run and written
      *               back at the end by every batch program that
      *               issues new card numbers or customer ids. A new
      *               card number is the issuing BIN, the next serial
      *               and a Luhn check digit; each candidate number
      *               and customer id is still checked against the
      *               master files before it is used, so a control
      *               record restored from an older backup can only
      *               cost skipped numbers, never a duplicate.
      ******************************************************************
       01  ISSUE-CONTROL-RECORD.
           05  ISS-CARD-BIN                     PIC 9(06).
           05  ISS-LAST-CARD-SERIAL             PIC 9(09).
           05  ISS-LAST-CUST-ID                 PIC 9(09).
           05  ISS-LAST-UPDATE-TS               PIC X(26).
           05  ISS-LAST-UPDATE-PGM              PIC X(08).
           05  FILLER                           PIC X(22).
