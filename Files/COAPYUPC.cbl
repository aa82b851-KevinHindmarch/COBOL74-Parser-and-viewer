      **************************************** *************************
      * Program:     COAPYUPC.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Maintain the customer's AUTOPAY enrollment keyed *
      *              by account id. A blank action shows the          *
      *              enrollment; action S saves the keyed bank        *
      *              routing and account number and the payment      *
      *              option (M minimum due, S statement balance, F   *
      *              fixed amount), enrolling the account or         *
      *              reactivating a suspended enrollment; action C   *
      *              cancels it. CBAPY01C debits active enrollments  *
      *              on each payment due date.                       *
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
       PROGRAM-ID. COAPYUPC.
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
      *    File control / EIB related work areas
      ******************************************************************
         05 WS-ACCT-FILE-NAME                      PIC X(08)
                                                   VALUE 'ACCTDAT'.
         05 WS-AUTOPAY-FILE-NAME                   PIC X(08)
                                                   VALUE 'AUTOPAY'.

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

         05 WS-AUTOPAY-FOUND-FLAG                  PIC X(01)
                                                   VALUE 'N'.
            88 AUTOPAY-RECORD-EXISTS               VALUE 'Y'.

      ******************************************************************
      *    Enrollment-date work areas
      ******************************************************************
         05 WS-ABSTIME                             PIC S9(15) COMP-3
                                                   VALUE 0.
         05 WS-TODAY-DATE                          PIC X(10)
                                                   VALUE SPACES.

      *    ABA routing number check digit: 3, 7 and 1 weights
      *    across the nine digits must sum to a multiple of 10.
         05 WS-ROUTING-NUM                         PIC X(09).
         05 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-NUM.
            07 WS-RTN-DIGIT                        PIC 9(01)
                                                   OCCURS 9 TIMES.
         05 WS-ROUTING-SUM                         PIC 9(03) VALUE 0.
         05 WS-ROUTING-QUOTIENT                    PIC 9(03) VALUE 0.
         05 WS-ROUTING-REMAINDER                   PIC 9(01) VALUE 0.

      *    Whole-dollars/cents split, the same UNSTRING technique
      *    COPRCUPC uses to parse a typed-in amount.
         05 WS-EDIT-AMOUNT-IN                      PIC X(11).
         05 WS-EDIT-AMOUNT-WHOLE-X                 PIC X(09).
         05 WS-EDIT-AMOUNT-WHOLE-LEN               PIC 9(02) VALUE 0.
         05 WS-EDIT-AMOUNT-DECIMAL-X               PIC X(02).
         05 WS-EDIT-AMOUNT-DECIMAL-LEN             PIC 9(02) VALUE 0.
         05 WS-EDIT-AMOUNT-WHOLE                   PIC S9(9) VALUE 0.
         05 WS-EDIT-AMOUNT-DECIMAL                 PIC 9(2) VALUE 0.
         05 WS-EDIT-AMOUNT-OUT                     PIC 9(09)V99
                                                   VALUE 0.

         05 WS-FIXED-AMT                           PIC S9(09)V99
                                                   VALUE 0.

      ******************************************************************
      *    Display work areas
      ******************************************************************
         05 WS-DISPLAY-AMOUNT                      PIC -(7).99.
         05 WS-DISPLAY-COUNT                       PIC Z9.

      ******************************************************************
      *    Account and autopay enrollment work areas
      ******************************************************************
       COPY CVACT01Y.

       COPY CVAPY01Y.

      ******************************************************************
      *    Operator security work areas (OPERATOR-SECURITY-FILE and
      *    ROLE-TRANSACTION-FILE)
      ******************************************************************
       COPY CVSEC01Y.

       COPY CVSEC02Y.

       COPY COAPYUPO.

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
                   EXEC CICS RECEIVE MAP('COAPYUPA')
                                     MAPSET('COAPYUP')
                                     INTO(COAPYUPAI)
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
           MOVE LOW-VALUES     TO COAPYUPAO.
           MOVE WS-SEC-MESSAGE TO ERRMSGO.
           EXEC CICS SEND MAP('COAPYUPA')
                          MAPSET('COAPYUP')
                          FROM(COAPYUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO COAPYUPAO.
           MOVE SPACES     TO ERRMSGO.
           EXEC CICS SEND MAP('COAPYUPA')
                          MAPSET('COAPYUP')
                          FROM(COAPYUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       2000-PROCESS-INPUT.
           SET WS-INPUT-IS-VALID TO TRUE.
           MOVE SPACES TO ERRMSGO.

           IF APACCTI NOT NUMERIC OR APACCTI = SPACES
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ACCOUNT ID MUST BE NUMERIC' TO ERRMSGO.

           IF WS-INPUT-IS-VALID
               PERFORM 2100-READ-ACCOUNT.

           IF WS-INPUT-IS-VALID
               PERFORM 2200-READ-AUTOPAY
               IF APACTNI = SPACES OR APACTNI = LOW-VALUES
                   PERFORM 2300-DISPLAY-ENROLLMENT
               ELSE
                   IF APACTNI = 'S'
                       PERFORM 2050-CHECK-UPDATE-AUTHORITY
                       IF WS-INPUT-IS-VALID
                           PERFORM 2400-EDIT-ENROLLMENT
                       END-IF
                       IF WS-INPUT-IS-VALID
                           PERFORM 2900-SAVE-ENROLLMENT
                       END-IF
                   ELSE
                       IF APACTNI = 'C'
                           PERFORM 2050-CHECK-UPDATE-AUTHORITY
                           IF WS-INPUT-IS-VALID
                               PERFORM 2800-CANCEL-ENROLLMENT
                           END-IF
                       ELSE
                           SET WS-INPUT-NOT-VALID TO TRUE
                           MOVE 'ACTION MUST BE S, C OR BLANK'
                                TO ERRMSGO
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-INPUT-IS-VALID
               EXEC CICS SEND MAP('COAPYUPA')
                              MAPSET('COAPYUP')
                              FROM(COAPYUPAO)
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
       2100-READ-ACCOUNT.
           EXEC CICS READ
                     FILE(WS-ACCT-FILE-NAME)
                     INTO(ACCOUNT-RECORD)
                     RIDFLD(APACCTI)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ACCOUNT NOT FOUND' TO ERRMSGO.

      *---------------------------------------------------------------*
       2200-READ-AUTOPAY.
           MOVE 'N' TO WS-AUTOPAY-FOUND-FLAG.
           EXEC CICS READ
                     FILE(WS-AUTOPAY-FILE-NAME)
                     INTO(AUTOPAY-ENROLL-RECORD)
                     RIDFLD(APACCTI)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-AUTOPAY-FOUND-FLAG.

      *---------------------------------------------------------------*
       2300-DISPLAY-ENROLLMENT.
           IF AUTOPAY-RECORD-EXISTS
               PERFORM 2350-SHOW-ENROLLMENT
               MOVE 'KEY CHANGES AND S TO SAVE, OR C TO CANCEL'
                    TO ERRMSGO
           ELSE
               MOVE SPACES TO APROUTO
                              APBACTO
                              APBTYPO
                              APOPTO
                              APFAMTO
               MOVE 'NOT ENROLLED IN AUTOPAY' TO APSTATO
               MOVE 'KEY BANK DETAILS AND OPTION, S TO ENROLL'
                    TO ERRMSGO.

           EXEC CICS SEND MAP('COAPYUPA')
                          MAPSET('COAPYUP')
                          FROM(COAPYUPAO)
                          DATAONLY
           END-EXEC.

       2350-SHOW-ENROLLMENT.
           MOVE APY-ROUTING-NUM    TO APROUTO.
           MOVE APY-BANK-ACCT-NUM  TO APBACTO.
           MOVE APY-BANK-ACCT-TYPE TO APBTYPO.
           MOVE APY-PAYMENT-OPTION TO APOPTO.
           IF APY-PAY-FIXED
               MOVE APY-FIXED-AMT TO WS-DISPLAY-AMOUNT
               MOVE WS-DISPLAY-AMOUNT TO APFAMTO
           ELSE
               MOVE SPACES TO APFAMTO.

           MOVE SPACES TO APSTATO.
           EVALUATE TRUE
               WHEN APY-ACTIVE
                   STRING 'ACTIVE SINCE ' DELIMITED BY SIZE
                          APY-ENROLL-DATE DELIMITED BY SIZE
                          INTO APSTATO
               WHEN APY-SUSPENDED
                   MOVE APY-RETURN-COUNT TO WS-DISPLAY-COUNT
                   STRING 'SUSPENDED ' DELIMITED BY SIZE
                          APY-SUSPEND-DATE DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          WS-DISPLAY-COUNT DELIMITED BY SIZE
                          ' RETURNS, LAST ' DELIMITED BY SIZE
                          APY-LAST-RETURN-CODE DELIMITED BY SIZE
                          INTO APSTATO
               WHEN APY-CANCELLED
                   MOVE 'CANCELLED' TO APSTATO
           END-EVALUATE.

      *---------------------------------------------------------------*
      * A charged-off or closed account cannot enroll - there is
      * nothing for an ordinary payment to post against. The bank
      * details must pass the routing check digit, and a fixed
      * amount is required only for option F.
      *---------------------------------------------------------------*
       2400-EDIT-ENROLLMENT.
           IF ACCT-IS-CHARGED-OFF
              OR ACCT-ACTIVE-STATUS = 'N'
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ACCOUNT IS CLOSED OR CHARGED OFF' TO ERRMSGO.

           IF WS-INPUT-IS-VALID
               MOVE APROUTI TO WS-ROUTING-NUM
               IF WS-ROUTING-NUM NOT NUMERIC
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'ROUTING NUMBER MUST BE 9 DIGITS' TO ERRMSGO
               ELSE
                   COMPUTE WS-ROUTING-SUM =
                       3 * (WS-RTN-DIGIT (1) + WS-RTN-DIGIT (4)
                                             + WS-RTN-DIGIT (7))
                     + 7 * (WS-RTN-DIGIT (2) + WS-RTN-DIGIT (5)
                                             + WS-RTN-DIGIT (8))
                     +     (WS-RTN-DIGIT (3) + WS-RTN-DIGIT (6)
                                             + WS-RTN-DIGIT (9))
                   DIVIDE WS-ROUTING-SUM BY 10
                       GIVING WS-ROUTING-QUOTIENT
                       REMAINDER WS-ROUTING-REMAINDER
                   IF WS-ROUTING-REMAINDER NOT = 0
                       SET WS-INPUT-NOT-VALID TO TRUE
                       MOVE 'ROUTING NUMBER FAILS CHECK DIGIT'
                            TO ERRMSGO
                   END-IF
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
              AND (APBACTI = SPACES OR APBACTI = LOW-VALUES)
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ENTER THE BANK ACCOUNT NUMBER' TO ERRMSGO.

           IF WS-INPUT-IS-VALID
              AND APBTYPI NOT = 'C'
              AND APBTYPI NOT = 'S'
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ACCOUNT TYPE MUST BE C CHECKING OR S SAVINGS'
                    TO ERRMSGO.

           IF WS-INPUT-IS-VALID
               MOVE APOPTI TO APY-PAYMENT-OPTION
               IF NOT APY-OPTION-VALID
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'OPTION MUST BE M, S OR F' TO ERRMSGO
               END-IF
           END-IF.

           MOVE 0 TO WS-FIXED-AMT.
           IF WS-INPUT-IS-VALID
              AND APOPTI = 'F'
               MOVE APFAMTI TO WS-EDIT-AMOUNT-IN
               PERFORM 2450-EDIT-ONE-AMOUNT
               IF WS-INPUT-IS-VALID
                   IF WS-EDIT-AMOUNT-OUT = 0
                       SET WS-INPUT-NOT-VALID TO TRUE
                       MOVE 'FIXED AMOUNT MUST BE GREATER THAN ZERO'
                            TO ERRMSGO
                   ELSE
                       MOVE WS-EDIT-AMOUNT-OUT TO WS-FIXED-AMT
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       2450-EDIT-ONE-AMOUNT.
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
               MOVE 'FIXED AMOUNT MUST BE NUMERIC' TO ERRMSGO
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
               COMPUTE WS-EDIT-AMOUNT-OUT =
                  WS-EDIT-AMOUNT-WHOLE
                  + (WS-EDIT-AMOUNT-DECIMAL / 100)
           END-IF.

      *---------------------------------------------------------------*
       2500-BUILD-TODAY-DATE.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.

      *---------------------------------------------------------------*
      * Cancelling keeps the row, with its bank details and return
      * history, so the enrollment can be looked at afterwards.
      *---------------------------------------------------------------*
       2800-CANCEL-ENROLLMENT.
           IF NOT AUTOPAY-RECORD-EXISTS
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ACCOUNT IS NOT ENROLLED IN AUTOPAY' TO ERRMSGO
           ELSE
               IF APY-CANCELLED
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'AUTOPAY IS ALREADY CANCELLED' TO ERRMSGO
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
               EXEC CICS READ
                         FILE(WS-AUTOPAY-FILE-NAME)
                         INTO(AUTOPAY-ENROLL-RECORD)
                         RIDFLD(APACCTI)
                         UPDATE
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   SET APY-CANCELLED TO TRUE
                   EXEC CICS REWRITE
                             FILE(WS-AUTOPAY-FILE-NAME)
                             FROM(AUTOPAY-ENROLL-RECORD)
                             RESP(WS-RESP-CD)
                   END-EXEC
               END-IF
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   PERFORM 2350-SHOW-ENROLLMENT
                   MOVE 'AUTOPAY CANCELLED' TO ERRMSGO
                   EXEC CICS SEND MAP('COAPYUPA')
                                  MAPSET('COAPYUP')
                                  FROM(COAPYUPAO)
                                  DATAONLY
                   END-EXEC
               ELSE
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'UNABLE TO CANCEL AUTOPAY' TO ERRMSGO
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Saving enrolls the account, or re-enrolls it with the keyed
      * details: the enrollment goes active and its return count
      * starts again from zero. The last debit date is kept so a
      * save on a due date cannot bring about a second debit.
      *---------------------------------------------------------------*
       2900-SAVE-ENROLLMENT.
           PERFORM 2500-BUILD-TODAY-DATE.

           IF AUTOPAY-RECORD-EXISTS
      * Re-read with the update lock before the REWRITE, the same
      * way COACTAPC takes its lock before posting a decision.
               EXEC CICS READ
                         FILE(WS-AUTOPAY-FILE-NAME)
                         INTO(AUTOPAY-ENROLL-RECORD)
                         RIDFLD(APACCTI)
                         UPDATE
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   PERFORM 2950-MOVE-KEYED-FIELDS
                   EXEC CICS REWRITE
                             FILE(WS-AUTOPAY-FILE-NAME)
                             FROM(AUTOPAY-ENROLL-RECORD)
                             RESP(WS-RESP-CD)
                   END-EXEC
               END-IF
           ELSE
               MOVE SPACES  TO AUTOPAY-ENROLL-RECORD
               MOVE APACCTI TO APY-ACCT-ID
               MOVE SPACES  TO APY-LAST-DEBIT-DATE
               PERFORM 2950-MOVE-KEYED-FIELDS
               EXEC CICS WRITE
                         FILE(WS-AUTOPAY-FILE-NAME)
                         FROM(AUTOPAY-ENROLL-RECORD)
                         RIDFLD(APY-ACCT-ID)
                         RESP(WS-RESP-CD)
               END-EXEC
           END-IF.

           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM 2350-SHOW-ENROLLMENT
               MOVE 'AUTOPAY ENROLLMENT SAVED' TO ERRMSGO
           ELSE
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'UNABLE TO SAVE AUTOPAY ENROLLMENT' TO ERRMSGO.

           EXEC CICS SEND MAP('COAPYUPA')
                          MAPSET('COAPYUP')
                          FROM(COAPYUPAO)
                          DATAONLY
           END-EXEC.

       2950-MOVE-KEYED-FIELDS.
           SET APY-ACTIVE TO TRUE.
           MOVE WS-ROUTING-NUM TO APY-ROUTING-NUM.
           MOVE APBACTI        TO APY-BANK-ACCT-NUM.
           MOVE APBTYPI        TO APY-BANK-ACCT-TYPE.
           MOVE APOPTI         TO APY-PAYMENT-OPTION.
           MOVE WS-FIXED-AMT   TO APY-FIXED-AMT.
           MOVE WS-TODAY-DATE  TO APY-ENROLL-DATE.
           MOVE 0              TO APY-RETURN-COUNT.
           MOVE SPACES         TO APY-SUSPEND-DATE.
