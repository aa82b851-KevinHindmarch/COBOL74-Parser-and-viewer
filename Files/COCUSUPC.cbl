      * Layer:       Business logic                                   *
      * Function:    Accept and process CUSTOMER MASTER maintenance - *
      *              add a new customer or update an existing one on  *
      *              the customer file behind XREF-CUST-ID, with the  *
      *              statement delivery preference and the returned-  *
      *              mail flag.                                       *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
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
         05 WS-MESSAGE                             PIC X(75)
                                                   VALUE SPACES.

      *    Returned-mail flag as it stood before this change, so the
      *    date is stamped only when the flag is first set.
         05 WS-PRIOR-RETURNED-MAIL                 PIC X(01)
                                                   VALUE 'N'.
         05 WS-ABSTIME                             PIC S9(15) COMP-3
                                                   VALUE 0.
         05 WS-TODAY-DATE                          PIC X(10)
                                                   VALUE SPACES.

      ******************************************************************
      *    ZIP reconciliation work areas. The customer's address ZIP
      *    is cross-checked against ACCT-ADDR-ZIP on the account the

       COPY CVACT01Y.

      ******************************************************************
      *    Operator security work areas (OPERATOR-SECURITY-FILE and
      *    ROLE-TRANSACTION-FILE)
      ******************************************************************
       COPY CVSEC01Y.

       COPY CVSEC02Y.

       COPY COCUSUPO.

       LINKAGE SECTION.
           MOVE EIBTRNID TO WS-TRANID.
           MOVE EIBTRMID TO WS-TERMID.

           PERFORM 0100-CHECK-OPERATOR-ACCESS.

           IF NOT WS-OPERATOR-MAY-RUN
               PERFORM 0150-SEND-NOT-AUTHORIZED
           ELSE
               IF EIBCALEN = 0
                   PERFORM 1000-SEND-INITIAL-MAP
               ELSE
                   EXEC CICS RECEIVE MAP('COCUSUPA')
                                     MAPSET('COCUSUP')
                                     INTO(COCUSUPAI)
                             RESP(WS-RESP-CD)
                   END-EXEC
                   PERFORM 2000-PROCESS-INPUT.

           EXEC CICS RETURN
                     TRANSID(WS-TRANID)

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
           MOVE LOW-VALUES     TO COCUSUPAO.
           MOVE WS-SEC-MESSAGE TO ERRMSGO.
           EXEC CICS SEND MAP('COCUSUPA')
                          MAPSET('COCUSUP')
                          FROM(COCUSUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO COCUSUPAO.
               PERFORM 2300-EDIT-FIELDS.
           IF WS-INPUT-IS-VALID
               PERFORM 2600-CHECK-ZIP-MATCH.
           IF WS-INPUT-IS-VALID
               PERFORM 2050-CHECK-UPDATE-AUTHORITY.

           IF WS-INPUT-IS-VALID
               PERFORM 2900-APPLY-UPDATE
               END-EXEC
           END-IF.

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
       2100-EDIT-CUSTOMER-ID.
           IF CUIDI IS NUMERIC AND CUIDI NOT = SPACES
                   MOVE 'ADDRESS LINE 1 IS REQUIRED' TO ERRMSGO
               ELSE
                   PERFORM 2400-EDIT-DOB.
           IF WS-INPUT-IS-VALID
               PERFORM 2450-EDIT-MAIL-FLAGS.

           IF WS-INPUT-IS-VALID
               MOVE CUST-RETURNED-MAIL TO WS-PRIOR-RETURNED-MAIL
               MOVE CUIDI   TO CUST-ID
               MOVE CUFNAMI TO CUST-FIRST-NAME
               MOVE CULNAMI TO CUST-LAST-NAME
               MOVE CUCITYI TO CUST-ADDR-CITY
               MOVE CUSTATI TO CUST-ADDR-STATE
               MOVE CUZIPI  TO CUST-ADDR-ZIP
               MOVE CUDOBI  TO CUST-DOB
               MOVE CUDLVYI TO CUST-STMT-DELIVERY
               MOVE CURTMLI TO CUST-RETURNED-MAIL
               PERFORM 2500-SET-RETURNED-MAIL-DATE.

      *---------------------------------------------------------------*
      * Date of birth arrives as YYYY-MM-DD - check the shape and the
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'DATE OF BIRTH MUST BE YYYY-MM-DD' TO ERRMSGO.

      *---------------------------------------------------------------*
      * Delivery is P (paper) or E (e-statement), blank taking paper.
      * Returned mail is Y or N, blank taking N - keying the screen
      * to correct an address without re-keying Y is what clears it.
      *---------------------------------------------------------------*
       2450-EDIT-MAIL-FLAGS.
           IF CUDLVYI = SPACES OR LOW-VALUES
               MOVE 'P' TO CUDLVYI.
           IF CURTMLI = SPACES OR LOW-VALUES
               MOVE 'N' TO CURTMLI.
           IF CUDLVYI NOT = 'P' AND CUDLVYI NOT = 'E'
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'DELIVERY MUST BE P (PAPER) OR E (ELECTRONIC)'
                    TO ERRMSGO
           ELSE
               IF CURTMLI NOT = 'Y' AND CURTMLI NOT = 'N'
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'RETURNED MAIL MUST BE Y OR N' TO ERRMSGO.

      *---------------------------------------------------------------*
      * The returned-mail date records when the flag was first set;
      * it is kept while the flag stays on and cleared with it.
      *---------------------------------------------------------------*
       2500-SET-RETURNED-MAIL-DATE.
           IF CUST-MAIL-RETURNED
               IF WS-PRIOR-RETURNED-MAIL NOT = 'Y'
                  OR CUST-RETURNED-MAIL-DATE = SPACES
                   PERFORM 2550-BUILD-TODAY-DATE
                   MOVE WS-TODAY-DATE TO CUST-RETURNED-MAIL-DATE
               END-IF
           ELSE
               MOVE SPACES TO CUST-RETURNED-MAIL-DATE
           END-IF.
           MOVE CUST-RETURNED-MAIL-DATE TO CURTDTO.

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
      * Browse the cross-reference for a card carrying this customer
      * id, and reconcile the keyed ZIP against ACCT-ADDR-ZIP on the
