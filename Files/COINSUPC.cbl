      **************************************** *************************
      * Program:     COINSUPC.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Convert a posted purchase into an INSTALLMENT    *
      *              PLAN. A blank action shows the TRAN-RECORD and   *
      *              any plan already on it. Action C converts it at  *
      *              the term (6, 12 or 24 months) and annual rate    *
      *              keyed: the plan row goes on INSTPLAN-FILE and    *
      *              the purchase amount moves off its revolving      *
      *              TCATBAL row onto the account's plan principal    *
      *              row, where CBFIN01C charges no revolving         *
      *              interest. CBINS01C bills it monthly.             *
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
       PROGRAM-ID. COINSUPC.
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
         05 WS-TRAN-FILE-NAME                      PIC X(08)
                                                   VALUE 'TRANFILE'.
         05 WS-XREF-FILE-NAME                      PIC X(08)
                                                   VALUE 'CARDXREF'.
         05 WS-ACCT-FILE-NAME                      PIC X(08)
                                                   VALUE 'ACCTDAT'.
         05 WS-TCATBAL-FILE-NAME                   PIC X(08)
                                                   VALUE 'TCATBAL'.
         05 WS-PLAN-FILE-NAME                      PIC X(08)
                                                   VALUE 'INSTPLAN'.
         05 WS-CATDFLT-FILE-NAME                   PIC X(08)
                                                   VALUE 'CATDFLT'.

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

         05 WS-PLAN-FOUND-FLAG                     PIC X(01)
                                                   VALUE 'N'.
            88 PLAN-WAS-FOUND                      VALUE 'Y'.

      ******************************************************************
      *    Plan constants. Only a purchase converts; the converted
      *    amount sits on the plan principal row until CBINS01C
      *    bills it back out an installment at a time.
      ******************************************************************
         05 WS-PURCHASE-TYPE-CD                    PIC X(02)
                                                   VALUE '01'.
         05 WS-PLAN-TYPE-CD                        PIC X(02)
                                                   VALUE '09'.
         05 WS-PLAN-PRIN-CAT-CD                    PIC 9(04)
                                                   VALUE 1.

      ******************************************************************
      *    Keys and work variables
      ******************************************************************
         05 WS-TRAN-KEY                            PIC X(16)
                                                   VALUE SPACES.
         05 WS-SEARCH-ACCT-ID                      PIC 9(11)
                                                   VALUE 0.
         05 WS-TCATBAL-KEY.
            07 WS-TCATBAL-ACCT-ID                  PIC 9(11).
            07 WS-TCATBAL-TYPE-CD                  PIC X(02).
            07 WS-TCATBAL-CAT-CD                   PIC 9(04).

         05 WS-PLAN-TERM                           PIC 9(03)
                                                   VALUE 0.
         05 WS-DISPLAY-TERM                        PIC 9(02)
                                                   VALUE 0.
         05 WS-PLAN-RATE                           PIC 9(03)V99
                                                   VALUE 0.
         05 WS-PLAN-INSTALLMENT                    PIC S9(09)V99
                                                   VALUE 0.
      *    Level payment on the amortization formula
      *    P = A * r * (1 + r) ** n / ((1 + r) ** n - 1), r monthly
         05 WS-MONTHLY-RATE                        PIC 9V9(10)
                                                   VALUE 0.
         05 WS-GROWTH-FACTOR                       PIC 9(03)V9(10)
                                                   VALUE 0.

         05 WS-ABSTIME                             PIC S9(15) COMP-3
                                                   VALUE 0.
         05 WS-TODAY-DATE                          PIC X(10)
                                                   VALUE SPACES.

      *    Whole/decimal split, the same UNSTRING technique
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

      ******************************************************************
      *    Display work areas
      ******************************************************************
         05 WS-DISPLAY-AMOUNT                      PIC -(9).99.
         05 WS-DISPLAY-RATE                        PIC Z9.99.
         05 WS-DISPLAY-LEFT                        PIC ZZ9.

      ******************************************************************
      *    Transaction, account, category balance and plan work areas
      ******************************************************************
       COPY CVTRA05Y.

       COPY CVACT01Y.

       COPY CVACT03Y.

       COPY CVTRA01Y.

       COPY CVINS01Y.

       COPY CVTRA17Y.

      ******************************************************************
      *    Operator security work areas (OPERATOR-SECURITY-FILE and
      *    ROLE-TRANSACTION-FILE)
      ******************************************************************
       COPY CVSEC01Y.

       COPY CVSEC02Y.

       COPY COINSUPO.

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
                   EXEC CICS RECEIVE MAP('COINSUPA')
                                     MAPSET('COINSUP')
                                     INTO(COINSUPAI)
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
           MOVE LOW-VALUES     TO COINSUPAO.
           MOVE WS-SEC-MESSAGE TO ERRMSGO.
           EXEC CICS SEND MAP('COINSUPA')
                          MAPSET('COINSUP')
                          FROM(COINSUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO COINSUPAO.
           MOVE 'KEY THE TRANSACTION ID OF THE PURCHASE' TO ERRMSGO.
           EXEC CICS SEND MAP('COINSUPA')
                          MAPSET('COINSUP')
                          FROM(COINSUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       2000-PROCESS-INPUT.
           SET WS-INPUT-IS-VALID TO TRUE.
           MOVE SPACES TO ERRMSGO.

           PERFORM 2100-READ-TRANSACTION.

           IF WS-INPUT-IS-VALID
               IF IPACTNI = SPACES OR IPACTNI = LOW-VALUES
                   PERFORM 2300-SHOW-PLAN
               ELSE
                   IF IPACTNI = 'C'
                       PERFORM 2050-CHECK-UPDATE-AUTHORITY
                       IF WS-INPUT-IS-VALID
                           PERFORM 2400-EDIT-CONVERSION
                       END-IF
                       IF WS-INPUT-IS-VALID
                           PERFORM 2800-CONVERT-PURCHASE
                       END-IF
                   ELSE
                       SET WS-INPUT-NOT-VALID TO TRUE
                       MOVE 'ACTION MUST BE C OR BLANK' TO ERRMSGO
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-INPUT-IS-VALID
               EXEC CICS SEND MAP('COINSUPA')
                              MAPSET('COINSUP')
                              FROM(COINSUPAO)
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
      * Read the posted purchase off TRANSACT-FILE and turn its card
      * into the account through the cross-reference, then read the
      * account; the plan is keyed by the two.
      *---------------------------------------------------------------*
       2100-READ-TRANSACTION.
           IF IPTRANI = SPACES OR IPTRANI = LOW-VALUES
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ENTER THE TRANSACTION ID OF THE PURCHASE'
                    TO ERRMSGO.

           IF WS-INPUT-IS-VALID
               MOVE IPTRANI TO WS-TRAN-KEY
               EXEC CICS READ
                         FILE(WS-TRAN-FILE-NAME)
                         INTO(TRAN-RECORD)
                         RIDFLD(WS-TRAN-KEY)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'TRANSACTION NOT FOUND ON TRANSACTION FILE'
                        TO ERRMSGO
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
               EXEC CICS READ
                         FILE(WS-XREF-FILE-NAME)
                         INTO(CARD-XREF-RECORD)
                         RIDFLD(TRAN-CARD-NUM)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'CARD ON THE PURCHASE IS NOT CROSS-REFERENCED'
                        TO ERRMSGO
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
               MOVE XREF-ACCT-ID TO WS-SEARCH-ACCT-ID
               EXEC CICS READ
                         FILE(WS-ACCT-FILE-NAME)
                         INTO(ACCOUNT-RECORD)
                         RIDFLD(WS-SEARCH-ACCT-ID)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'ACCOUNT NOT FOUND' TO ERRMSGO
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
               MOVE ACCT-ID                TO IPACCTO
               MOVE TRAN-CARD-NUM          TO IPCARDO
               MOVE TRAN-DESC (1:30)       TO IPDESCO
               MOVE TRAN-AMT               TO WS-DISPLAY-AMOUNT
               MOVE WS-DISPLAY-AMOUNT      TO IPTAMTO
               MOVE TRAN-PROC-TS (1:10)    TO IPTDATEO
               PERFORM 2150-READ-PLAN.

      *---------------------------------------------------------------*
       2150-READ-PLAN.
           MOVE 'N'     TO WS-PLAN-FOUND-FLAG.
           MOVE ACCT-ID TO PLAN-ACCT-ID.
           MOVE TRAN-ID TO PLAN-TRAN-ID.
           EXEC CICS READ
                     FILE(WS-PLAN-FILE-NAME)
                     INTO(INSTALLMENT-PLAN-RECORD)
                     RIDFLD(PLAN-KEY)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PLAN-FOUND-FLAG.

      *---------------------------------------------------------------*
      * Show the plan already on the purchase, or invite the term and
      * rate to convert it.
      *---------------------------------------------------------------*
       2300-SHOW-PLAN.
           IF PLAN-WAS-FOUND
               PERFORM 2380-SHOW-PLAN-FIELDS
               MOVE 'PURCHASE IS ALREADY ON AN INSTALLMENT PLAN'
                    TO ERRMSGO
           ELSE
               MOVE SPACES TO IPINSTO
                              IPREMO
                              IPLEFTO
               MOVE 'NOT ON A PLAN' TO IPSTATO
               MOVE 'KEY TERM (6, 12 OR 24) AND RATE, C TO CONVERT'
                    TO ERRMSGO.

           EXEC CICS SEND MAP('COINSUPA')
                          MAPSET('COINSUP')
                          FROM(COINSUPAO)
                          DATAONLY
           END-EXEC.

      *---------------------------------------------------------------*
       2380-SHOW-PLAN-FIELDS.
           MOVE PLAN-TERM-MONTHS     TO WS-DISPLAY-TERM.
           MOVE WS-DISPLAY-TERM      TO IPTERMO.
           MOVE PLAN-RATE            TO WS-DISPLAY-RATE.
           MOVE WS-DISPLAY-RATE      TO IPRATEO.
           MOVE PLAN-INSTALLMENT-AMT TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT    TO IPINSTO.
           MOVE PLAN-REMAINING-PRIN  TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT    TO IPREMO.
           MOVE PLAN-PAYMENTS-LEFT   TO WS-DISPLAY-LEFT.
           MOVE WS-DISPLAY-LEFT      TO IPLEFTO.
           MOVE SPACES               TO IPSTATO.
           IF PLAN-PAID-OFF
               STRING 'PAID OFF - SET UP ' DELIMITED BY SIZE
                      PLAN-SETUP-DATE      DELIMITED BY SIZE
                      INTO IPSTATO
           ELSE
               STRING 'ACTIVE - SET UP '   DELIMITED BY SIZE
                      PLAN-SETUP-DATE      DELIMITED BY SIZE
                      ' BY '               DELIMITED BY SIZE
                      PLAN-SETUP-USER-ID   DELIMITED BY SPACE
                      INTO IPSTATO.

      *---------------------------------------------------------------*
      * Only a posted purchase on an open account converts, and only
      * once. The term is 6, 12 or 24 months; the rate is an annual
      * percentage below 100 - zero makes an interest-free plan.
      *---------------------------------------------------------------*
       2400-EDIT-CONVERSION.
           IF PLAN-WAS-FOUND
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'PURCHASE IS ALREADY ON AN INSTALLMENT PLAN'
                    TO ERRMSGO.

           IF WS-INPUT-IS-VALID
              AND (TRAN-TYPE-CD NOT = WS-PURCHASE-TYPE-CD
                   OR TRAN-AMT NOT > 0)
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ONLY A POSTED PURCHASE CAN BE CONVERTED'
                    TO ERRMSGO.

           IF WS-INPUT-IS-VALID
              AND (ACCT-ACTIVE-STATUS NOT = 'Y'
                   OR ACCT-IS-PENDING-CLOSE)
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ACCOUNT IS NOT OPEN FOR NEW PLANS' TO ERRMSGO.

           IF WS-INPUT-IS-VALID
               IF IPTERMI = '6 ' OR IPTERMI = ' 6' OR IPTERMI = '06'
                   MOVE 6 TO WS-PLAN-TERM
               ELSE
                   IF IPTERMI = '12'
                       MOVE 12 TO WS-PLAN-TERM
                   ELSE
                       IF IPTERMI = '24'
                           MOVE 24 TO WS-PLAN-TERM
                       ELSE
                           SET WS-INPUT-NOT-VALID TO TRUE
                           MOVE 'TERM MUST BE 6, 12 OR 24 MONTHS'
                                TO ERRMSGO
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
               MOVE SPACES  TO WS-EDIT-AMOUNT-IN
               MOVE IPRATEI TO WS-EDIT-AMOUNT-IN
               PERFORM 2470-EDIT-ONE-AMOUNT
               IF WS-INPUT-IS-VALID
                   IF WS-EDIT-AMOUNT-OUT NOT < 100
                       SET WS-INPUT-NOT-VALID TO TRUE
                       MOVE 'RATE MUST BE BELOW 100.00 PERCENT'
                            TO ERRMSGO
                   ELSE
                       MOVE WS-EDIT-AMOUNT-OUT TO WS-PLAN-RATE
                   END-IF
               ELSE
                   MOVE 'RATE MUST BE NUMERIC, E.G. 9.99' TO ERRMSGO
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       2470-EDIT-ONE-AMOUNT.
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
               MOVE 'AMOUNT MUST BE NUMERIC' TO ERRMSGO
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
      * Level monthly installment for the amount, term and rate. An
      * interest-free plan is the amount split evenly; CBINS01C bills
      * whatever rounding leaves over on the last installment.
      *---------------------------------------------------------------*
       2500-COMPUTE-INSTALLMENT.
           IF WS-PLAN-RATE = 0
               COMPUTE WS-PLAN-INSTALLMENT ROUNDED =
                       TRAN-AMT / WS-PLAN-TERM
           ELSE
               COMPUTE WS-MONTHLY-RATE ROUNDED = WS-PLAN-RATE / 1200
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                       (1 + WS-MONTHLY-RATE) ** WS-PLAN-TERM
               COMPUTE WS-PLAN-INSTALLMENT ROUNDED =
                       TRAN-AMT * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
                       / (WS-GROWTH-FACTOR - 1).

      *---------------------------------------------------------------*
       2550-BUILD-TODAY-DATE.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.

      *---------------------------------------------------------------*
      * Convert the purchase. The revolving category row it posted to
      * must still carry the whole amount - a purchase already partly
      * paid down has nothing left to convert. The plan row is
      * written first so a second conversion of the same purchase
      * stops on the duplicate key; the amount then moves from the
      * revolving row to the plan principal row, which is created the
      * first time the account has a plan. The account balance does
      * not change - only the category it is carried in.
      *---------------------------------------------------------------*
       2800-CONVERT-PURCHASE.
           MOVE ACCT-ID       TO WS-TCATBAL-ACCT-ID.
           MOVE TRAN-TYPE-CD  TO WS-TCATBAL-TYPE-CD.
           MOVE TRAN-CAT-CD   TO WS-TCATBAL-CAT-CD.
           EXEC CICS READ
                     FILE(WS-TCATBAL-FILE-NAME)
                     INTO(TRAN-CAT-BAL-RECORD)
                     RIDFLD(WS-TCATBAL-KEY)
                     UPDATE
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'NO CATEGORY BALANCE FOR THE PURCHASE' TO ERRMSGO
           ELSE
               IF TRAN-CAT-BAL < TRAN-AMT
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'PURCHASE ALREADY PARTLY PAID - NOT CONVERTED'
                        TO ERRMSGO
                   EXEC CICS UNLOCK
                             FILE(WS-TCATBAL-FILE-NAME)
                   END-EXEC
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
               PERFORM 2500-COMPUTE-INSTALLMENT
               PERFORM 2550-BUILD-TODAY-DATE
               MOVE SPACES               TO INSTALLMENT-PLAN-RECORD
               MOVE ACCT-ID              TO PLAN-ACCT-ID
               MOVE TRAN-ID              TO PLAN-TRAN-ID
               MOVE TRAN-CARD-NUM        TO PLAN-CARD-NUM
               MOVE TRAN-TYPE-CD         TO PLAN-ORIG-TYPE-CD
               MOVE TRAN-CAT-CD          TO PLAN-ORIG-CAT-CD
               IF TRAN-MERCHANT-NAME NOT = SPACES
                   MOVE TRAN-MERCHANT-NAME TO PLAN-DESC
               ELSE
                   MOVE TRAN-DESC (1:30)   TO PLAN-DESC
               END-IF
               MOVE TRAN-AMT             TO PLAN-ORIG-AMT
               MOVE WS-PLAN-TERM         TO PLAN-TERM-MONTHS
               MOVE WS-PLAN-RATE         TO PLAN-RATE
               MOVE WS-PLAN-INSTALLMENT  TO PLAN-INSTALLMENT-AMT
               MOVE TRAN-AMT             TO PLAN-REMAINING-PRIN
               MOVE WS-PLAN-TERM         TO PLAN-PAYMENTS-LEFT
               MOVE 0                    TO PLAN-INTEREST-BILLED
               SET PLAN-ACTIVE           TO TRUE
               MOVE WS-TODAY-DATE        TO PLAN-SETUP-DATE
               MOVE WS-USERID            TO PLAN-SETUP-USER-ID
               MOVE SPACES               TO PLAN-LAST-BILLED-MONTH
               EXEC CICS WRITE
                         FILE(WS-PLAN-FILE-NAME)
                         FROM(INSTALLMENT-PLAN-RECORD)
                         RIDFLD(PLAN-KEY)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   SET WS-INPUT-NOT-VALID TO TRUE
                   IF WS-RESP-CD = DFHRESP(DUPREC)
                       MOVE 'PURCHASE IS ALREADY ON AN INSTALLMENT PLAN'
                            TO ERRMSGO
                   ELSE
                       MOVE 'UNABLE TO WRITE INSTALLMENT PLAN'
                            TO ERRMSGO
                   END-IF
                   EXEC CICS UNLOCK
                             FILE(WS-TCATBAL-FILE-NAME)
                   END-EXEC
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
               SUBTRACT TRAN-AMT FROM TRAN-CAT-BAL
               EXEC CICS REWRITE
                         FILE(WS-TCATBAL-FILE-NAME)
                         FROM(TRAN-CAT-BAL-RECORD)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   PERFORM 2890-BACK-OUT-CONVERSION
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
               PERFORM 2850-ADD-TO-PLAN-PRINCIPAL.

           IF WS-INPUT-IS-VALID
               PERFORM 2380-SHOW-PLAN-FIELDS
               MOVE 'PURCHASE CONVERTED - INSTALLMENTS BILL MONTHLY'
                    TO ERRMSGO
               EXEC CICS SEND MAP('COINSUPA')
                              MAPSET('COINSUP')
                              FROM(COINSUPAO)
                              DATAONLY
               END-EXEC.

      *---------------------------------------------------------------*
      * Carry the converted amount on the account's plan principal
      * row - created with the plan category's default rate and limit
      * the first time, added to after that.
      *---------------------------------------------------------------*
       2850-ADD-TO-PLAN-PRINCIPAL.
           MOVE ACCT-ID             TO WS-TCATBAL-ACCT-ID.
           MOVE WS-PLAN-TYPE-CD     TO WS-TCATBAL-TYPE-CD.
           MOVE WS-PLAN-PRIN-CAT-CD TO WS-TCATBAL-CAT-CD.
           EXEC CICS READ
                     FILE(WS-TCATBAL-FILE-NAME)
                     INTO(TRAN-CAT-BAL-RECORD)
                     RIDFLD(WS-TCATBAL-KEY)
                     UPDATE
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               ADD TRAN-AMT TO TRAN-CAT-BAL
               EXEC CICS REWRITE
                         FILE(WS-TCATBAL-FILE-NAME)
                         FROM(TRAN-CAT-BAL-RECORD)
                         RESP(WS-RESP-CD)
               END-EXEC
           ELSE
               MOVE SPACES              TO TRAN-CAT-BAL-RECORD
               MOVE ACCT-ID             TO TRANCAT-ACCT-ID
               MOVE WS-PLAN-TYPE-CD     TO TRANCAT-TYPE-CD
               MOVE WS-PLAN-PRIN-CAT-CD TO TRANCAT-CD
               MOVE TRAN-AMT            TO TRAN-CAT-BAL
               PERFORM 2860-APPLY-CATEGORY-DEFAULTS
               EXEC CICS WRITE
                         FILE(WS-TCATBAL-FILE-NAME)
                         FROM(TRAN-CAT-BAL-RECORD)
                         RIDFLD(WS-TCATBAL-KEY)
                         RESP(WS-RESP-CD)
               END-EXEC.

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               PERFORM 2890-BACK-OUT-CONVERSION.

      *---------------------------------------------------------------*
      * Rate and limit for a new category balance row - the default
      * kept for the account's group, else the category's default
      * for every group, else none.
      *---------------------------------------------------------------*
       2860-APPLY-CATEGORY-DEFAULTS.
           MOVE 0                   TO TRAN-CAT-RATE.
           MOVE 0                   TO TRAN-CAT-LIMIT.
           MOVE WS-PLAN-TYPE-CD     TO TCD-TYPE-CD.
           MOVE WS-PLAN-PRIN-CAT-CD TO TCD-CAT-CD.
           MOVE ACCT-GROUP-ID       TO TCD-ACCT-GROUP-ID.
           EXEC CICS READ
                     FILE(WS-CATDFLT-FILE-NAME)
                     INTO(CATEGORY-DEFAULT-RECORD)
                     RIDFLD(TCD-KEY)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE WS-PLAN-TYPE-CD     TO TCD-TYPE-CD
               MOVE WS-PLAN-PRIN-CAT-CD TO TCD-CAT-CD
               MOVE SPACES              TO TCD-ACCT-GROUP-ID
               EXEC CICS READ
                         FILE(WS-CATDFLT-FILE-NAME)
                         INTO(CATEGORY-DEFAULT-RECORD)
                         RIDFLD(TCD-KEY)
                         RESP(WS-RESP-CD)
               END-EXEC
           END-IF.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE TCD-DEFAULT-RATE    TO TRAN-CAT-RATE
               MOVE TCD-DEFAULT-LIMIT   TO TRAN-CAT-LIMIT
           END-IF.

      *---------------------------------------------------------------*
      * A category balance that could not be updated leaves nothing
      * of the conversion behind - the plan row and any balance
      * already moved are backed out together.
      *---------------------------------------------------------------*
       2890-BACK-OUT-CONVERSION.
           SET WS-INPUT-NOT-VALID TO TRUE.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           MOVE 'UNABLE TO MOVE THE BALANCE - NOT CONVERTED'
                TO ERRMSGO.
