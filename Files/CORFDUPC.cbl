      **************************************** *************************
      * Program:     CORFDUPC.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Key a customer's request for a CREDIT BALANCE   *
      *              REFUND. The request waits on REFUND-FILE for    *
      *              the monthly CBRFD01C run, which issues the      *
      *              check and posts the offsetting debit, or routes *
      *              the request to review when the account is       *
      *              dormant, charged off, closed or closing. A      *
      *              blank action shows the account's credit and     *
      *              where its last refund request stands; X cancels *
      *              a request that has not been paid yet.           *
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
       PROGRAM-ID. CORFDUPC.
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
         05 WS-REFUND-FILE-NAME                    PIC X(08)
                                                   VALUE 'REFUNDRQ'.
         05 WS-XREF-PATH-NAME                      PIC X(08)
                                                   VALUE 'XREFACCT'.
         05 WS-CUST-FILE-NAME                      PIC X(08)
                                                   VALUE 'CUSTDAT'.

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

         05 WS-REFUND-FOUND-FLAG                   PIC X(01)
                                                   VALUE 'N'.
            88 WS-REFUND-ON-FILE                   VALUE 'Y'.

      ******************************************************************
      *    Request-date work areas
      ******************************************************************
         05 WS-ABSTIME                             PIC S9(15) COMP-3
                                                   VALUE 0.
         05 WS-REQUEST-DATE                        PIC X(10)
                                                   VALUE SPACES.

      ******************************************************************
      *    Display work areas
      ******************************************************************
         05 WS-SEARCH-ACCT-ID                      PIC 9(11)
                                                   VALUE 0.
         05 WS-DISPLAY-AMOUNT                      PIC -(9).99.
      *    Why CBRFD01C would not pay a refund on this account today -
      *    the same tests, in the same order, the batch run makes.
         05 WS-HOLD-REASON                         PIC X(30)
                                                   VALUE SPACES.
         05 WS-MESSAGE                             PIC X(75)
                                                   VALUE SPACES.

      ******************************************************************
      *    Account, customer and refund request work areas
      ******************************************************************
       COPY CVACT01Y.

       COPY CVACT03Y.

       COPY CVCUS01Y.

       COPY CVRFD01Y.

      ******************************************************************
      *    Operator security work areas (OPERATOR-SECURITY-FILE and
      *    ROLE-TRANSACTION-FILE)
      ******************************************************************
       COPY CVSEC01Y.

       COPY CVSEC02Y.

       COPY CORFDUPO.

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
                   EXEC CICS RECEIVE MAP('CORFDUPA')
                                     MAPSET('CORFDUP')
                                     INTO(CORFDUPAI)
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
           MOVE LOW-VALUES     TO CORFDUPAO.
           MOVE WS-SEC-MESSAGE TO ERRMSGO.
           EXEC CICS SEND MAP('CORFDUPA')
                          MAPSET('CORFDUP')
                          FROM(CORFDUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO CORFDUPAO.
           MOVE SPACES     TO ERRMSGO.
           EXEC CICS SEND MAP('CORFDUPA')
                          MAPSET('CORFDUP')
                          FROM(CORFDUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       2000-PROCESS-INPUT.
           SET WS-INPUT-IS-VALID TO TRUE.
           MOVE SPACES TO ERRMSGO.
           MOVE SPACES TO WS-MESSAGE.

           IF RFACCTI NOT NUMERIC OR RFACCTI = SPACES
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ACCOUNT ID MUST BE NUMERIC' TO ERRMSGO.

           IF WS-INPUT-IS-VALID
               PERFORM 2100-READ-ACCOUNT.

           IF WS-INPUT-IS-VALID
               EVALUATE TRUE
                   WHEN RFACTNI = SPACES OR RFACTNI = LOW-VALUES
                       PERFORM 2300-SHOW-REFUND-STATUS
                   WHEN RFACTNI = 'R'
                       PERFORM 2050-CHECK-UPDATE-AUTHORITY
                       IF WS-INPUT-IS-VALID
                           PERFORM 2200-OPEN-REFUND-REQUEST
                       END-IF
                   WHEN RFACTNI = 'X'
                       PERFORM 2050-CHECK-UPDATE-AUTHORITY
                       IF WS-INPUT-IS-VALID
                           PERFORM 2400-CANCEL-REFUND-REQUEST
                       END-IF
                   WHEN OTHER
                       SET WS-INPUT-NOT-VALID TO TRUE
                       MOVE 'ACTION MUST BE R TO REQUEST, X TO CANCEL'
                            TO ERRMSGO
               END-EVALUATE
           END-IF.

           IF NOT WS-INPUT-IS-VALID
               EXEC CICS SEND MAP('CORFDUPA')
                              MAPSET('CORFDUP')
                              FROM(CORFDUPAO)
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
      * The account, its customer (through the account-id path over
      * the cross-reference) and any refund request already on file.
      *---------------------------------------------------------------*
       2100-READ-ACCOUNT.
           MOVE RFACCTI TO WS-SEARCH-ACCT-ID.
           EXEC CICS READ
                     FILE(WS-ACCT-FILE-NAME)
                     INTO(ACCOUNT-RECORD)
                     RIDFLD(WS-SEARCH-ACCT-ID)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ACCOUNT NOT FOUND' TO ERRMSGO.

           IF WS-INPUT-IS-VALID
               MOVE SPACES TO CUSTOMER-RECORD
               EXEC CICS READ
                         FILE(WS-XREF-PATH-NAME)
                         INTO(CARD-XREF-RECORD)
                         RIDFLD(WS-SEARCH-ACCT-ID)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   EXEC CICS READ
                             FILE(WS-CUST-FILE-NAME)
                             INTO(CUSTOMER-RECORD)
                             RIDFLD(XREF-CUST-ID)
                             RESP(WS-RESP-CD)
                   END-EXEC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                       MOVE SPACES TO CUSTOMER-RECORD
                   END-IF
               END-IF
               PERFORM 2150-CHECK-EXCLUSIONS
               PERFORM 2170-READ-REFUND
           END-IF.

      *---------------------------------------------------------------*
      * Accounts CBRFD01C will not pay a refund check to. The first
      * reason that applies is the one shown.
      *---------------------------------------------------------------*
       2150-CHECK-EXCLUSIONS.
           MOVE SPACES TO WS-HOLD-REASON.
           EVALUATE TRUE
               WHEN ACCT-IS-CHARGED-OFF
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-HOLD-REASON
               WHEN ACCT-ACTIVE-STATUS = 'N'
                   MOVE 'ACCOUNT CLOSED' TO WS-HOLD-REASON
               WHEN ACCT-IS-PENDING-CLOSE
                   MOVE 'ACCOUNT PENDING CLOSE' TO WS-HOLD-REASON
               WHEN ACCT-IS-DORMANT
                   MOVE 'ACCOUNT DORMANT' TO WS-HOLD-REASON
               WHEN CUST-ADDR-LINE-1 = SPACES
                 OR CUST-ADDR-ZIP = SPACES
                   MOVE 'NO PAYEE ADDRESS ON FILE' TO WS-HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------*
       2170-READ-REFUND.
           MOVE 'N' TO WS-REFUND-FOUND-FLAG.
           EXEC CICS READ
                     FILE(WS-REFUND-FILE-NAME)
                     INTO(REFUND-RECORD)
                     RIDFLD(WS-SEARCH-ACCT-ID)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-REFUND-FOUND-FLAG
           ELSE
               MOVE SPACES TO REFUND-RECORD
               MOVE 0      TO RFD-ISSUED-AMT.

      *---------------------------------------------------------------*
      * Open the request: the account must be in credit, the
      * customer's reason must be given, and no request may already
      * be open. A request on an account the batch run will not pay
      * is still taken - it goes to review - and the operator is
      * told so now.
      *---------------------------------------------------------------*
       2200-OPEN-REFUND-REQUEST.
           IF ACCT-CURR-BAL NOT < 0
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ACCOUNT IS NOT IN CREDIT - NOTHING TO REFUND'
                    TO ERRMSGO.

           IF WS-INPUT-IS-VALID
              AND (RFRSNI = SPACES OR RFRSNI = LOW-VALUES)
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'REFUND REASON IS REQUIRED' TO ERRMSGO.

           IF WS-INPUT-IS-VALID
              AND WS-REFUND-ON-FILE
              AND RFD-OPEN
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'A REFUND REQUEST IS ALREADY OPEN' TO ERRMSGO.

           IF WS-INPUT-IS-VALID
               PERFORM 2250-BUILD-REQUEST-DATE
               PERFORM 2260-BUILD-REQUEST

               EXEC CICS WRITE
                         FILE(WS-REFUND-FILE-NAME)
                         FROM(REFUND-RECORD)
                         RIDFLD(RFD-ACCT-ID)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(DUPREC)
      * The account's last refund, paid or cancelled, is still on
      * file - reuse its slot for the new request.
                   EXEC CICS READ
                             FILE(WS-REFUND-FILE-NAME)
                             INTO(REFUND-RECORD)
                             RIDFLD(WS-SEARCH-ACCT-ID)
                             UPDATE
                             RESP(WS-RESP-CD)
                   END-EXEC
                   IF WS-RESP-CD = DFHRESP(NORMAL)
                       PERFORM 2260-BUILD-REQUEST
                       EXEC CICS REWRITE
                                 FILE(WS-REFUND-FILE-NAME)
                                 FROM(REFUND-RECORD)
                                 RESP(WS-RESP-CD)
                       END-EXEC
                   END-IF
               END-IF
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-REFUND-FOUND-FLAG
                   IF WS-HOLD-REASON = SPACES
                       MOVE 'REFUND REQUESTED - PAID IN MONTH-END RUN'
                         TO WS-MESSAGE
                   ELSE
                       STRING 'REQUESTED - GOES TO REVIEW: '
                              DELIMITED BY SIZE
                              WS-HOLD-REASON DELIMITED BY '  '
                           INTO WS-MESSAGE
                       END-STRING
                   END-IF
                   MOVE WS-MESSAGE TO ERRMSGO
                   PERFORM 2900-SHOW-STATUS
               ELSE
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'UNABLE TO WRITE REFUND REQUEST' TO ERRMSGO
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       2250-BUILD-REQUEST-DATE.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD(WS-REQUEST-DATE)
           END-EXEC.

      *---------------------------------------------------------------*
       2260-BUILD-REQUEST.
           MOVE SPACES            TO REFUND-RECORD.
           MOVE WS-SEARCH-ACCT-ID TO RFD-ACCT-ID.
           SET RFD-REQUESTED        TO TRUE.
           SET RFD-CUSTOMER-REQUEST TO TRUE.
           MOVE WS-REQUEST-DATE   TO RFD-REQUEST-DATE.
           MOVE WS-USERID         TO RFD-REQ-USER-ID.
           MOVE RFRSNI            TO RFD-REASON.
           MOVE 0                 TO RFD-ISSUED-AMT.

      *---------------------------------------------------------------*
       2300-SHOW-REFUND-STATUS.
           IF WS-REFUND-ON-FILE
               MOVE 'REFUND REQUEST STATUS SHOWN' TO ERRMSGO
           ELSE
               IF ACCT-CURR-BAL < 0
                   MOVE 'NO REFUND ON FILE - R REQUESTS ONE' TO ERRMSGO
               ELSE
                   MOVE 'NO REFUND ON FILE - ACCOUNT NOT IN CREDIT'
                        TO ERRMSGO
               END-IF
           END-IF.
           PERFORM 2900-SHOW-STATUS.

      *---------------------------------------------------------------*
      * Only a request not yet paid may be cancelled; a check already
      * issued is the disbursement vendor's to stop.
      *---------------------------------------------------------------*
       2400-CANCEL-REFUND-REQUEST.
           IF NOT WS-REFUND-ON-FILE
              OR NOT RFD-OPEN
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'NO OPEN REFUND REQUEST TO CANCEL' TO ERRMSGO.

           IF WS-INPUT-IS-VALID
               EXEC CICS READ
                         FILE(WS-REFUND-FILE-NAME)
                         INTO(REFUND-RECORD)
                         RIDFLD(WS-SEARCH-ACCT-ID)
                         UPDATE
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   SET RFD-CANCELLED TO TRUE
                   MOVE SPACES TO RFD-REVIEW-REASON
                   STRING 'CANCELLED BY ' DELIMITED BY SIZE
                          WS-USERID       DELIMITED BY SPACE
                       INTO RFD-REVIEW-REASON
                   END-STRING
                   EXEC CICS REWRITE
                             FILE(WS-REFUND-FILE-NAME)
                             FROM(REFUND-RECORD)
                             RESP(WS-RESP-CD)
                   END-EXEC
               END-IF
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   MOVE 'REFUND REQUEST CANCELLED' TO ERRMSGO
                   PERFORM 2900-SHOW-STATUS
               ELSE
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'UNABLE TO UPDATE REFUND REQUEST' TO ERRMSGO
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       2900-SHOW-STATUS.
           MOVE ACCT-CURR-BAL        TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT    TO RFBALO.
           MOVE ACCT-CREDIT-BAL-DATE TO RFCRDTO.
           IF WS-HOLD-REASON = SPACES
               MOVE 'ACTIVE'         TO RFASTAO
           ELSE
               MOVE WS-HOLD-REASON   TO RFASTAO
           END-IF.
           MOVE SPACES TO RFNAMEO.
           STRING CUST-FIRST-NAME DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  CUST-LAST-NAME  DELIMITED BY '  '
               INTO RFNAMEO
           END-STRING.

           EVALUATE TRUE
               WHEN NOT WS-REFUND-ON-FILE
                   MOVE SPACES               TO RFSTATO
               WHEN RFD-REQUESTED
                   MOVE 'REQUESTED'          TO RFSTATO
               WHEN RFD-IN-REVIEW
                   MOVE 'IN REVIEW'          TO RFSTATO
               WHEN RFD-ISSUED
                   MOVE 'CHECK ISSUED'       TO RFSTATO
               WHEN RFD-CANCELLED
                   MOVE 'CANCELLED'          TO RFSTATO
               WHEN OTHER
                   MOVE SPACES               TO RFSTATO
           END-EVALUATE.
           MOVE RFD-REASON           TO RFRSNO.
           MOVE RFD-REQUEST-DATE     TO RFRQDTO.
           MOVE RFD-REQ-USER-ID      TO RFRQUSO.
           MOVE RFD-REVIEW-REASON    TO RFRVRSO.
           MOVE RFD-ISSUED-DATE      TO RFISDTO.
           IF RFD-ISSUED
               MOVE RFD-ISSUED-AMT   TO WS-DISPLAY-AMOUNT
               MOVE WS-DISPLAY-AMOUNT TO RFAMTO
           ELSE
               MOVE SPACES           TO RFAMTO
           END-IF.
           MOVE RFD-CHECK-ID         TO RFCHKO.

           EXEC CICS SEND MAP('CORFDUPA')
                          MAPSET('CORFDUP')
                          FROM(CORFDUPAO)
                          DATAONLY
           END-EXEC.
