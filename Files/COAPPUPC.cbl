      **************************************** *************************
      * Program:     COAPPUPC.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Accept NEW ACCOUNT APPLICATIONS. Action A edits  *
      *              the applicant, the product group and requested   *
      *              credit limit, reserves the next account number  *
      *              and queues the application on the supervisor     *
      *              approval queue COACTAPC works. A blank action    *
      *              with an application number shows where that     *
      *              application stands. Approved applications are    *
      *              booked by the nightly CBAPP01C job.              *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAPPUPC.
       DATE-WRITTEN. October 2026.
       DATE-COMPILED. Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
      ******************************************************************
      * General CICS related
      ******************************************************************
         05 WS-CICS-PROCESSNG-VARS.
            07 WS-RESP-CD                          PIC S9(09) COMP
                                                   VALUE ZEROS.
            07 WS-REAS-CD                          PIC S9(09) COMP
                                                   VALUE ZEROS.
            07 WS-TRANID                           PIC X(4)
                                                   VALUE SPACES.
            07 WS-UCTRANS                          PIC X(4)
                                                   VALUE SPACES.
            07 WS-TERMID                           PIC X(4)
                                                   VALUE SPACES.
            07 WS-USERID                           PIC X(8)
                                                   VALUE SPACES.
      ******************************************************************
      *    Work variables
      ******************************************************************
         05 WS-CALCULATION-VARS.
          10 WS-CURR-DATE                          PIC X(21)
                                                   VALUE SPACES.
          10 WS-ABSTIME                            PIC S9(15) COMP-3
                                                   VALUE 0.
          10 WS-AUDIT-DATE                         PIC X(10).
          10 WS-AUDIT-TIME                         PIC X(08).

      ******************************************************************
      *    File control / EIB related work areas
      ******************************************************************
         05 WS-APPL-FILE-NAME                      PIC X(08)
                                                   VALUE 'ACCTAPPL'.
         05 WS-ACCT-FILE-NAME                      PIC X(08)
                                                   VALUE 'ACCTDAT'.
         05 WS-APPROVAL-FILE-NAME                  PIC X(08)
                                                   VALUE 'ACCTAPRV'.
         05 WS-PRICING-FILE-NAME                   PIC X(08)
                                                   VALUE 'PRICING'.

         05 WS-OPERSEC-FILE-NAME                   PIC X(08)
                                                   VALUE 'OPERSEC'.
         05 WS-ROLETRAN-FILE-NAME                  PIC X(08)
                                                   VALUE 'ROLETRAN'.

      *    Access the operator's role has to this transaction
         05 WS-SEC-ACCESS-FLAG                     PIC X(01)
                                                   VALUE 'N'.
            88 WS-OPERATOR-MAY-RUN                 VALUE 'I' 'U'.
            88 WS-OPERATOR-MAY-UPDATE              VALUE 'U'.
         05 WS-SEC-MESSAGE                         PIC X(50)
                                                   VALUE SPACES.

         05 WS-EDIT-VALID-FLAGS                    PIC X(01)
                                                   VALUE 'Y'.
            88 WS-INPUT-IS-VALID                   VALUE 'Y'.
            88 WS-INPUT-NOT-VALID                  VALUE 'N'.

      ******************************************************************
      *    Applicant edits - the SSN and phone shapes COACTUPC checks
      *    on an account update, and the same UNSTRING amount parse
      *    for the requested credit limit.
      ******************************************************************
         05 WS-EDIT-US-SSN.
            10 WS-EDIT-US-SSN-PART1                PIC X(3).
            10 WS-EDIT-US-SSN-PART1-N REDEFINES
               WS-EDIT-US-SSN-PART1                PIC 9(3).
               88 INVALID-SSN-PART1  VALUES        0,
                                                   666,
                                                   900 THRU 999.
            10 WS-EDIT-US-SSN-PART2                PIC X(2).
            10 WS-EDIT-US-SSN-PART3                PIC X(4).
         05 WS-EDIT-US-SSN-N REDEFINES
            WS-EDIT-US-SSN                         PIC 9(09).

         05 WS-EDIT-US-PHONE-NUM                   PIC X(15).
         05 WS-EDIT-US-PHONE-NUM-X REDEFINES
            WS-EDIT-US-PHONE-NUM.
            10 FILLER                              PIC X(1).
            10 WS-EDIT-US-PHONE-NUMA-N             PIC 9(3).
            10 FILLER                              PIC X(1).
            10 WS-EDIT-US-PHONE-NUMB-N             PIC 9(3).
            10 FILLER                              PIC X(1).
            10 WS-EDIT-US-PHONE-NUMC-N             PIC 9(4).
            10 FILLER                              PIC X(2).

         05 WS-EDIT-AMOUNT-IN                      PIC X(12).
         05 WS-EDIT-AMOUNT-WHOLE-X                 PIC X(09).
         05 WS-EDIT-AMOUNT-WHOLE-LEN               PIC 9(02) VALUE 0.
         05 WS-EDIT-AMOUNT-DECIMAL-X               PIC X(02).
         05 WS-EDIT-AMOUNT-DECIMAL-LEN             PIC 9(02) VALUE 0.
         05 WS-EDIT-AMOUNT-WHOLE                   PIC S9(9) VALUE 0.
         05 WS-EDIT-AMOUNT-DECIMAL                 PIC 9(2) VALUE 0.
         05 WS-REQUESTED-LIMIT                     PIC S9(09)V99
                                                   VALUE 0.

      ******************************************************************
      *    Account number reservation. The next number is one past
      *    the highest key on either the account file or the
      *    application file, found by positioning a browse at the
      *    end of each file and reading back one record.
      ******************************************************************
         05 WS-BROWSE-KEY-X                        PIC X(11)
                                                   VALUE HIGH-VALUES.
         05 WS-LAST-ACCT-ID                        PIC 9(11)
                                                   VALUE 0.
         05 WS-NEW-ACCT-ID                         PIC 9(11)
                                                   VALUE 0.

         05 WS-DISPLAY-CREDIT-LIMIT                PIC -(9).99.

      ******************************************************************
      *    Application work area (ACCT-APPLICATION-FILE)
      ******************************************************************
       COPY CVAPP01Y.

       01  WS-BROWSE-APPLICATION.
           05  WS-BROWSE-APPL-ACCT-ID              PIC 9(11).
           05  FILLER                              PIC X(389).

      ******************************************************************
      *    Proposed account images for the approval queue, and the
      *    browse area for finding the highest account number
      ******************************************************************
       COPY CVACT01Y REPLACING ACCOUNT-RECORD BY WS-ACCOUNT-RECORD.

       COPY CVACT01Y REPLACING ACCOUNT-RECORD BY WS-BEFORE-IMAGE.

       COPY CVACT01Y REPLACING ACCOUNT-RECORD BY WS-BROWSE-RECORD.

      ******************************************************************
      *    Pending supervisor-approval queue work area
      *    (ACCT-APPROVAL-FILE)
      ******************************************************************
       COPY CVACT04Y.

      ******************************************************************
      *    Pricing master - the requested product group must exist
      ******************************************************************
       COPY CVPRC01Y.

      ******************************************************************
      *    Operator security work areas (OPERATOR-SECURITY-FILE and
      *    ROLE-TRANSACTION-FILE)
      ******************************************************************
       COPY CVSEC01Y.

       COPY CVSEC02Y.

       COPY COAPPUPO.

       LINKAGE SECTION.
       01  DFHCOMMAREA                            PIC X(01).

       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PARA.
           MOVE EIBTRNID TO WS-TRANID.
           MOVE EIBTRMID TO WS-TERMID.

           PERFORM 0100-CHECK-OPERATOR-ACCESS.

           IF NOT WS-OPERATOR-MAY-RUN
               PERFORM 0150-SEND-NOT-AUTHORIZED
           ELSE
               IF EIBCALEN = 0
                   PERFORM 1000-SEND-INITIAL-MAP
               ELSE
                   EXEC CICS RECEIVE MAP('COAPPUPA')
                                     MAPSET('COAPPUP')
                                     INTO(COAPPUPAI)
                             RESP(WS-RESP-CD)
                   END-EXEC
                   PERFORM 2000-PROCESS-INPUT.

           EXEC CICS RETURN
                     TRANSID(WS-TRANID)
           END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      * Look the signed-on operator up on OPERATOR-SECURITY-FILE and
      * the operator's role up against this transaction id on
      * ROLE-TRANSACTION-FILE. WS-SEC-ACCESS-FLAG ends up holding the
      * role's access - 'I' inquiry only, 'U' update - or 'N' when
      * the operator may not run the transaction at all.
      *---------------------------------------------------------------*
       0100-CHECK-OPERATOR-ACCESS.
           MOVE 'N'    TO WS-SEC-ACCESS-FLAG.
           MOVE SPACES TO WS-SEC-MESSAGE.
           EXEC CICS ASSIGN
                     USERID(WS-USERID)
           END-EXEC.
           EXEC CICS READ
                     FILE(WS-OPERSEC-FILE-NAME)
                     INTO(OPERATOR-SECURITY-RECORD)
                     RIDFLD(WS-USERID)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'OPERATOR IS NOT SET UP FOR CARDDEMO'
                    TO WS-SEC-MESSAGE
           ELSE
               IF NOT SEC-USER-ACTIVE
                   MOVE 'OPERATOR ACCESS HAS BEEN REVOKED'
                        TO WS-SEC-MESSAGE
               ELSE
                   PERFORM 0110-READ-ROLE-TRANSACTION
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       0110-READ-ROLE-TRANSACTION.
           MOVE SEC-ROLE  TO ROLT-ROLE.
           MOVE WS-TRANID TO ROLT-TRAN-ID.
           EXEC CICS READ
                     FILE(WS-ROLETRAN-FILE-NAME)
                     INTO(ROLE-TRANSACTION-RECORD)
                     RIDFLD(ROLT-KEY)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE ROLT-ACCESS TO WS-SEC-ACCESS-FLAG.
           IF NOT WS-OPERATOR-MAY-RUN
               MOVE 'YOUR ROLE MAY NOT RUN THIS TRANSACTION'
                    TO WS-SEC-MESSAGE.

      *---------------------------------------------------------------*
      * Turn an operator away without reading the screen - a fresh
      * map carrying only the reason.
      *---------------------------------------------------------------*
       0150-SEND-NOT-AUTHORIZED.
           MOVE LOW-VALUES     TO COAPPUPAO.
           MOVE WS-SEC-MESSAGE TO ERRMSGO.
           EXEC CICS SEND MAP('COAPPUPA')
                          MAPSET('COAPPUP')
                          FROM(COAPPUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO COAPPUPAO.
           MOVE SPACES     TO ERRMSGO.
           EXEC CICS SEND MAP('COAPPUPA')
                          MAPSET('COAPPUP')
                          FROM(COAPPUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
      * A blank action with an application number is an inquiry on
      * that application; action A keys a new one.
      *---------------------------------------------------------------*
       2000-PROCESS-INPUT.
           SET WS-INPUT-IS-VALID TO TRUE.
           MOVE SPACES TO ERRMSGO.

           IF NAACTI = SPACES OR NAACTI = LOW-VALUES
               IF NAACCTI IS NUMERIC AND NAACCTI NOT = SPACES
                   PERFORM 2200-READ-APPLICATION
                   IF WS-INPUT-IS-VALID
                       PERFORM 2300-DISPLAY-APPLICATION
                   END-IF
               ELSE
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'KEY AN APPLICATION NUMBER, OR ACTION A TO ADD'
                        TO ERRMSGO
               END-IF
           ELSE
               IF NAACTI = 'A'
                   PERFORM 2050-CHECK-UPDATE-AUTHORITY
                   IF WS-INPUT-IS-VALID
                       PERFORM 2400-EDIT-APPLICANT
                   END-IF
                   IF WS-INPUT-IS-VALID
                       PERFORM 2500-EDIT-PRODUCT
                   END-IF
                   IF WS-INPUT-IS-VALID
                       PERFORM 2600-RESERVE-ACCOUNT-NUMBER
                   END-IF
                   IF WS-INPUT-IS-VALID
                       PERFORM 2800-QUEUE-APPLICATION
                   END-IF
               ELSE
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'ACTION MUST BE A TO ADD OR BLANK TO INQUIRE'
                        TO ERRMSGO
               END-IF
           END-IF.

           IF NOT WS-INPUT-IS-VALID
               EXEC CICS SEND MAP('COAPPUPA')
                              MAPSET('COAPPUP')
                              FROM(COAPPUPAO)
                              DATAONLY
               END-EXEC.

      *---------------------------------------------------------------*
      * A change needs a role with update access to this
      * transaction; an inquiry-only role can look but not change.
      *---------------------------------------------------------------*
       2050-CHECK-UPDATE-AUTHORITY.
           IF NOT WS-OPERATOR-MAY-UPDATE
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'YOUR ROLE IS INQUIRY ONLY FOR THIS TRANSACTION'
                    TO ERRMSGO.

      *---------------------------------------------------------------*
       2200-READ-APPLICATION.
           EXEC CICS READ
                     FILE(WS-APPL-FILE-NAME)
                     INTO(ACCT-APPLICATION-RECORD)
                     RIDFLD(NAACCTI)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'APPLICATION NOT FOUND' TO ERRMSGO.

      *---------------------------------------------------------------*
       2300-DISPLAY-APPLICATION.
           MOVE APPL-GROUP-ID        TO NAGRPO.
           MOVE APPL-CREDIT-LIMIT    TO WS-DISPLAY-CREDIT-LIMIT.
           MOVE WS-DISPLAY-CREDIT-LIMIT TO NALIMO.
           MOVE APPL-CUST-FIRST-NAME TO NAFNAMO.
           MOVE APPL-CUST-LAST-NAME  TO NALNAMO.
           MOVE APPL-ADDR-LINE-1     TO NAADR1O.
           MOVE APPL-ADDR-LINE-2     TO NAADR2O.
           MOVE APPL-ADDR-CITY       TO NACITYO.
           MOVE APPL-ADDR-STATE      TO NASTTEO.
           MOVE APPL-ADDR-ZIP        TO NAZIPO.
           MOVE APPL-DOB             TO NADOBO.
           MOVE APPL-SSN             TO NASSNO.
           MOVE APPL-PHONE-NUM       TO NAPHONO.

           EVALUATE TRUE
               WHEN APPL-STATUS-PENDING
                   MOVE 'PENDING SUPERVISOR APPROVAL' TO NASTATO
               WHEN APPL-STATUS-APPROVED
                   MOVE 'APPROVED - AWAITING BOOKING' TO NASTATO
               WHEN APPL-STATUS-BOOKED
                   MOVE 'BOOKED'                     TO NASTATO
               WHEN APPL-STATUS-DECLINED
                   MOVE 'DECLINED'                   TO NASTATO
               WHEN OTHER
                   MOVE 'UNKNOWN STATUS'             TO NASTATO
           END-EVALUATE.

           IF APPL-STATUS-BOOKED
               STRING 'BOOKED - CARD ' DELIMITED BY SIZE
                      APPL-CARD-NUM    DELIMITED BY SIZE
                      ' CUSTOMER '     DELIMITED BY SIZE
                      APPL-CUST-ID     DELIMITED BY SIZE
                   INTO ERRMSGO
               END-STRING
           ELSE
               IF APPL-STATUS-DECLINED
                   MOVE APPL-DECLINE-REASON TO ERRMSGO
               END-IF
           END-IF.

           EXEC CICS SEND MAP('COAPPUPA')
                          MAPSET('COAPPUP')
                          FROM(COAPPUPAO)
                          DATAONLY
           END-EXEC.

      *---------------------------------------------------------------*
      * The applicant carries the same name, address and date of
      * birth edits COCUSUPC applies to a customer, plus the SSN and
      * phone shapes COACTUPC applies to an account.
      *---------------------------------------------------------------*
       2400-EDIT-APPLICANT.
           EVALUATE TRUE
               WHEN NAFNAMI = SPACES OR LOW-VALUES
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'FIRST NAME IS REQUIRED' TO ERRMSGO
               WHEN NALNAMI = SPACES OR LOW-VALUES
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'LAST NAME IS REQUIRED' TO ERRMSGO
               WHEN NAADR1I = SPACES OR LOW-VALUES
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'ADDRESS LINE 1 IS REQUIRED' TO ERRMSGO
               WHEN NACITYI = SPACES OR LOW-VALUES
               WHEN NASTTEI = SPACES OR LOW-VALUES
               WHEN NAZIPI  = SPACES OR LOW-VALUES
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'CITY, STATE AND ZIP ARE REQUIRED' TO ERRMSGO
               WHEN OTHER
                   PERFORM 2410-EDIT-DOB
           END-EVALUATE.

           IF WS-INPUT-IS-VALID
               PERFORM 2420-EDIT-SSN.
           IF WS-INPUT-IS-VALID
               PERFORM 2430-EDIT-PHONE.

      *---------------------------------------------------------------*
       2410-EDIT-DOB.
           IF NADOBI (1:4) IS NUMERIC
              AND NADOBI (5:1) = '-'
              AND NADOBI (6:2) IS NUMERIC
              AND NADOBI (8:1) = '-'
              AND NADOBI (9:2) IS NUMERIC
              AND NADOBI (6:2) >= '01' AND NADOBI (6:2) <= '12'
              AND NADOBI (9:2) >= '01' AND NADOBI (9:2) <= '31'
               CONTINUE
           ELSE
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'DATE OF BIRTH MUST BE YYYY-MM-DD' TO ERRMSGO.

      *---------------------------------------------------------------*
       2420-EDIT-SSN.
           MOVE NASSNI TO WS-EDIT-US-SSN.
           IF WS-EDIT-US-SSN-N NOT NUMERIC
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'INVALID SSN' TO ERRMSGO
           ELSE
               IF INVALID-SSN-PART1
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'INVALID SSN' TO ERRMSGO
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       2430-EDIT-PHONE.
           MOVE NAPHONI TO WS-EDIT-US-PHONE-NUM.
           IF WS-EDIT-US-PHONE-NUMA-N NOT NUMERIC
              OR WS-EDIT-US-PHONE-NUMB-N NOT NUMERIC
              OR WS-EDIT-US-PHONE-NUMC-N NOT NUMERIC
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'INVALID PHONE NUMBER' TO ERRMSGO.

      *---------------------------------------------------------------*
      * The product group must already be priced on the pricing
      * master, so the new account picks up a fee schedule from its
      * first cycle, and the requested credit limit must be a
      * positive amount.
      *---------------------------------------------------------------*
       2500-EDIT-PRODUCT.
           IF NAGRPI = SPACES OR NAGRPI = LOW-VALUES
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'PRODUCT GROUP IS REQUIRED' TO ERRMSGO
           ELSE
               EXEC CICS READ
                         FILE(WS-PRICING-FILE-NAME)
                         INTO(PRICING-RECORD)
                         RIDFLD(NAGRPI)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'PRODUCT GROUP NOT ON PRICING FILE' TO ERRMSGO
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
               MOVE NALIMI TO WS-EDIT-AMOUNT-IN
               PERFORM 2550-EDIT-CREDIT-LIMIT.

      *---------------------------------------------------------------*
       2550-EDIT-CREDIT-LIMIT.
           MOVE SPACES TO WS-EDIT-AMOUNT-WHOLE-X
                          WS-EDIT-AMOUNT-DECIMAL-X.
           MOVE 0 TO WS-EDIT-AMOUNT-WHOLE-LEN
                     WS-EDIT-AMOUNT-DECIMAL-LEN.
           UNSTRING WS-EDIT-AMOUNT-IN DELIMITED BY '.' OR ' '
               INTO WS-EDIT-AMOUNT-WHOLE-X
                       COUNT IN WS-EDIT-AMOUNT-WHOLE-LEN
                    WS-EDIT-AMOUNT-DECIMAL-X
                       COUNT IN WS-EDIT-AMOUNT-DECIMAL-LEN.
           IF WS-EDIT-AMOUNT-WHOLE-LEN = 0
              OR WS-EDIT-AMOUNT-WHOLE-X
                    (1:WS-EDIT-AMOUNT-WHOLE-LEN) NOT NUMERIC
              OR (WS-EDIT-AMOUNT-DECIMAL-LEN NOT = 0
                  AND WS-EDIT-AMOUNT-DECIMAL-X
                     (1:WS-EDIT-AMOUNT-DECIMAL-LEN) NOT NUMERIC)
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'CREDIT LIMIT MUST BE NUMERIC' TO ERRMSGO
           ELSE
               MOVE WS-EDIT-AMOUNT-WHOLE-X
                       (1:WS-EDIT-AMOUNT-WHOLE-LEN)
                    TO WS-EDIT-AMOUNT-WHOLE
               IF WS-EDIT-AMOUNT-DECIMAL-LEN = 0
                   MOVE 0 TO WS-EDIT-AMOUNT-DECIMAL
               ELSE
                   MOVE WS-EDIT-AMOUNT-DECIMAL-X
                           (1:WS-EDIT-AMOUNT-DECIMAL-LEN)
                        TO WS-EDIT-AMOUNT-DECIMAL
               END-IF
               COMPUTE WS-REQUESTED-LIMIT =
                  WS-EDIT-AMOUNT-WHOLE
                  + (WS-EDIT-AMOUNT-DECIMAL / 100)
               IF WS-REQUESTED-LIMIT NOT > 0
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'CREDIT LIMIT MUST BE GREATER THAN ZERO'
                        TO ERRMSGO
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Reserve the next account number - one past the highest key
      * on the account file or the application file, whichever is
      * higher. A browse positioned at HIGH-VALUES and read backward
      * returns the last record on the file.
      *---------------------------------------------------------------*
       2600-RESERVE-ACCOUNT-NUMBER.
           MOVE 0 TO WS-NEW-ACCT-ID.

           MOVE HIGH-VALUES TO WS-BROWSE-KEY-X.
           EXEC CICS STARTBR
                     FILE(WS-ACCT-FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY-X)
                     GTEQ
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               EXEC CICS READPREV
                         FILE(WS-ACCT-FILE-NAME)
                         INTO(WS-BROWSE-RECORD)
                         RIDFLD(WS-BROWSE-KEY-X)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   MOVE ACCT-ID OF WS-BROWSE-RECORD TO WS-NEW-ACCT-ID
               END-IF
               EXEC CICS ENDBR
                         FILE(WS-ACCT-FILE-NAME)
               END-EXEC
           END-IF.

           MOVE HIGH-VALUES TO WS-BROWSE-KEY-X.
           EXEC CICS STARTBR
                     FILE(WS-APPL-FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY-X)
                     GTEQ
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               EXEC CICS READPREV
                         FILE(WS-APPL-FILE-NAME)
                         INTO(WS-BROWSE-APPLICATION)
                         RIDFLD(WS-BROWSE-KEY-X)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   MOVE WS-BROWSE-APPL-ACCT-ID TO WS-LAST-ACCT-ID
                   IF WS-LAST-ACCT-ID > WS-NEW-ACCT-ID
                       MOVE WS-LAST-ACCT-ID TO WS-NEW-ACCT-ID
                   END-IF
               END-IF
               EXEC CICS ENDBR
                         FILE(WS-APPL-FILE-NAME)
               END-EXEC
           END-IF.

           IF WS-NEW-ACCT-ID = 99999999999
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'NO ACCOUNT NUMBERS LEFT TO ASSIGN' TO ERRMSGO
           ELSE
               ADD 1 TO WS-NEW-ACCT-ID.

      *---------------------------------------------------------------*
      * Write the application under the reserved number and queue
      * it for COACTAPC. The queue entry's after-image is the account
      * the applicant would get; its before-image is an empty
      * account, so the supervisor sees the whole requested limit as
      * the change being approved. If the queue write fails the
      * application is taken back off so the number can be reused.
      *---------------------------------------------------------------*
       2800-QUEUE-APPLICATION.
           PERFORM 2960-BUILD-TIMESTAMP.

           MOVE SPACES               TO ACCT-APPLICATION-RECORD.
           MOVE WS-NEW-ACCT-ID       TO APPL-ACCT-ID.
           SET APPL-STATUS-PENDING   TO TRUE.
           MOVE NAGRPI               TO APPL-GROUP-ID.
           MOVE WS-REQUESTED-LIMIT   TO APPL-CREDIT-LIMIT.
           MOVE NAFNAMI              TO APPL-CUST-FIRST-NAME.
           MOVE NALNAMI              TO APPL-CUST-LAST-NAME.
           MOVE NAADR1I              TO APPL-ADDR-LINE-1.
           MOVE NAADR2I              TO APPL-ADDR-LINE-2.
           MOVE NACITYI              TO APPL-ADDR-CITY.
           MOVE NASTTEI              TO APPL-ADDR-STATE.
           MOVE NAZIPI               TO APPL-ADDR-ZIP.
           MOVE NADOBI               TO APPL-DOB.
           MOVE WS-EDIT-US-SSN-N     TO APPL-SSN.
           MOVE NAPHONI              TO APPL-PHONE-NUM.
           MOVE WS-TERMID            TO APPL-ENTRY-TERM-ID.
           MOVE WS-USERID            TO APPL-ENTRY-USER-ID.
           MOVE WS-CURR-DATE         TO APPL-ENTRY-TIMESTAMP.
           MOVE 0                    TO APPL-CUST-ID.

           EXEC CICS WRITE
                     FILE(WS-APPL-FILE-NAME)
                     FROM(ACCT-APPLICATION-RECORD)
                     RIDFLD(APPL-ACCT-ID)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'APPLICATION NUMBER TAKEN - PRESS ENTER TO RETRY'
                    TO ERRMSGO
           ELSE
               PERFORM 2850-WRITE-APPROVAL-ENTRY
           END-IF.

           IF WS-INPUT-IS-VALID
               MOVE WS-NEW-ACCT-ID TO NAACCTO
               MOVE 'PENDING SUPERVISOR APPROVAL' TO NASTATO
               STRING 'APPLICATION ' DELIMITED BY SIZE
                      WS-NEW-ACCT-ID DELIMITED BY SIZE
                      ' QUEUED FOR SUPERVISOR APPROVAL'
                                     DELIMITED BY SIZE
                   INTO ERRMSGO
               END-STRING
               EXEC CICS SEND MAP('COAPPUPA')
                              MAPSET('COAPPUP')
                              FROM(COAPPUPAO)
                              DATAONLY
               END-EXEC
           END-IF.

      *---------------------------------------------------------------*
       2850-WRITE-APPROVAL-ENTRY.
           INITIALIZE WS-BEFORE-IMAGE.
           MOVE WS-NEW-ACCT-ID       TO ACCT-ID OF WS-BEFORE-IMAGE.

           INITIALIZE WS-ACCOUNT-RECORD.
           MOVE WS-NEW-ACCT-ID       TO ACCT-ID OF WS-ACCOUNT-RECORD.
           MOVE 'Y'          TO ACCT-ACTIVE-STATUS OF WS-ACCOUNT-RECORD.
           MOVE WS-REQUESTED-LIMIT
                             TO ACCT-CREDIT-LIMIT OF WS-ACCOUNT-RECORD.
           MOVE NAZIPI       TO ACCT-ADDR-ZIP OF WS-ACCOUNT-RECORD.
           MOVE NAGRPI       TO ACCT-GROUP-ID OF WS-ACCOUNT-RECORD.
           MOVE WS-EDIT-US-SSN-N
                             TO ACCT-SSN OF WS-ACCOUNT-RECORD.
           MOVE NAPHONI      TO ACCT-PHONE-NUM OF WS-ACCOUNT-RECORD.
           MOVE 'N'          TO ACCT-DORMANT-FLAG OF WS-ACCOUNT-RECORD.
           MOVE 'N'    TO ACCT-PENDING-CLOSE-FLAG OF WS-ACCOUNT-RECORD.

           MOVE WS-NEW-ACCT-ID               TO APRV-ACCT-ID.
           SET APRV-STATUS-PENDING           TO TRUE.
           SET APRV-NEW-ACCOUNT-APPL         TO TRUE.
           MOVE WS-TRANID                    TO APRV-TRAN-ID.
           MOVE WS-TERMID                    TO APRV-TERM-ID.
           MOVE WS-USERID                    TO APRV-USER-ID.
           MOVE WS-CURR-DATE                 TO APRV-TIMESTAMP.
           MOVE WS-BEFORE-IMAGE              TO APRV-BEFORE-IMAGE.
           MOVE WS-ACCOUNT-RECORD            TO APRV-AFTER-IMAGE.
           MOVE SPACES                       TO APRV-APPRV-TERM-ID.
           MOVE SPACES                       TO APRV-APPRV-USER-ID.
           MOVE SPACES                       TO APRV-APPRV-TIMESTAMP.

           EXEC CICS WRITE
                     FILE(WS-APPROVAL-FILE-NAME)
                     FROM(ACCT-APPROVAL-RECORD)
                     RIDFLD(APRV-ACCT-ID)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               EXEC CICS DELETE
                         FILE(WS-APPL-FILE-NAME)
                         RIDFLD(APPL-ACCT-ID)
                         RESP(WS-RESP-CD)
               END-EXEC
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'UNABLE TO QUEUE APPLICATION FOR APPROVAL'
                    TO ERRMSGO.

      *---------------------------------------------------------------*
      * Build a printable timestamp (YYYY-MM-DD HH:MM:SS) into
      * WS-CURR-DATE from the CICS clock, for the application and
      * the approval queue.
      *---------------------------------------------------------------*
       2960-BUILD-TIMESTAMP.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD(WS-AUDIT-DATE)
                     TIME(WS-AUDIT-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-AUDIT-TIME DELIMITED BY SIZE
               INTO WS-CURR-DATE
           END-STRING.
