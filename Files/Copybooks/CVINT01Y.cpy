      ******************************************************************
      * Copybook    : CVINT01Y
      * Application : CardDemo
      * Function    : Print-line layouts for the weekly referential
      *               integrity report (INTGRPT-FILE, 133-byte print
      *               image) produced by CBINT01C - one section per
      *               rule listing the offending keys and the rule's
      *               exception count, then a summary by rule.
      ******************************************************************
       01  INTGRPT-NAME-HEADER-1.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(20)
                                          VALUE 'CARDDEMO'.
           05  FILLER                           PIC X(112) VALUE SPACES.

       01  INTGRPT-NAME-HEADER-2.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(40)
                  VALUE 'WEEKLY REFERENTIAL INTEGRITY REPORT'.
           05  FILLER                           PIC X(10)
                                          VALUE 'RUN DATE'.
           05  INH-RUN-DATE                     PIC X(10).
           05  FILLER                           PIC X(72) VALUE SPACES.

       01  INTGRPT-RULE-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(05)
                                          VALUE 'RULE'.
           05  INR-RULE-ID                      PIC X(03).
           05  FILLER                           PIC X(03)
                                          VALUE ' - '.
           05  INR-RULE-DESC                    PIC X(50).
           05  FILLER                           PIC X(71) VALUE SPACES.

       01  INTGRPT-COLUMN-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(10)
                                          VALUE 'FILE'.
           05  FILLER                           PIC X(22)
                                          VALUE 'RECORD KEY'.
           05  FILLER                           PIC X(22)
                                          VALUE 'RELATED KEY'.
           05  FILLER                           PIC X(78)
                                          VALUE 'DETAIL'.

       01  INTGRPT-DETAIL-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  IND-FILE-NAME                    PIC X(08).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  IND-RECORD-KEY                   PIC X(20).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  IND-RELATED-KEY                  PIC X(20).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  IND-DETAIL                       PIC X(50).
           05  FILLER                           PIC X(28) VALUE SPACES.

       01  INTGRPT-RULE-TOTAL-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(05)
                                          VALUE 'RULE'.
           05  INT-RULE-ID                      PIC X(03).
           05  FILLER                           PIC X(09)
                                          VALUE ' CHECKED'.
           05  INT-CHECKED-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(13)
                                          VALUE '  EXCEPTIONS'.
           05  INT-EXCEPTION-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(80) VALUE SPACES.

       01  INTGRPT-SUMMARY-HEADER.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  FILLER                           PIC X(06)
                                          VALUE 'RULE'.
           05  FILLER                           PIC X(52)
                                          VALUE 'SUMMARY BY RULE'.
           05  FILLER                           PIC X(14)
                                          VALUE '      CHECKED'.
           05  FILLER                           PIC X(14)
                                          VALUE '   EXCEPTIONS'.
           05  FILLER                           PIC X(46) VALUE SPACES.

       01  INTGRPT-SUMMARY-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  INS-RULE-ID                      PIC X(03).
           05  FILLER                           PIC X(03) VALUE SPACES.
           05  INS-RULE-DESC                    PIC X(50).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  INS-CHECKED-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(03) VALUE SPACES.
           05  INS-EXCEPTION-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(49) VALUE SPACES.

       01  INTGRPT-COUNT-LINE.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  INC-LABEL                        PIC X(30).
           05  INC-COUNT                        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(91) VALUE SPACES.
