                                                   VALUE SPACES.
            07 WS-TERMID                           PIC X(4)
                                                   VALUE SPACES.
            07 WS-USERID                           PIC X(8)
                                                   VALUE SPACES.
      ******************************************************************
      *      Input edits
      ******************************************************************
         05 WS-RESP-DISPLAY                        PIC 9(09).
         05 WS-REAS-DISPLAY                        PIC 9(09).

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
      ******************************************************************
       COPY CVACT04Y.

      ******************************************************************
      *    Operator security work areas (OPERATOR-SECURITY-FILE and
      *    ROLE-TRANSACTION-FILE)
      ******************************************************************
       COPY CVSEC01Y.

       COPY CVSEC02Y.

       COPY COACTUPO.

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
                   EXEC CICS RECEIVE MAP('COACTUPA')
                                     MAPSET('COACTU')
                                     INTO(COACTUPAI)
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
           MOVE LOW-VALUES     TO COACTUPAO.
           MOVE WS-SEC-MESSAGE TO ERRMSGO.
           EXEC CICS SEND MAP('COACTUPA')
                          MAPSET('COACTU')
                          FROM(COACTUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO COACTUPAO.
               PERFORM 2600-CHECK-DUPLICATE-CUSTOMER.
           IF WS-INPUT-IS-VALID
               PERFORM 2700-CHECK-HIGH-IMPACT.
           IF WS-INPUT-IS-VALID
               PERFORM 2050-CHECK-UPDATE-AUTHORITY.

           IF WS-INPUT-IS-VALID
               IF HIGH-IMPACT-CHANGE
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
       2100-EDIT-ACCOUNT-ID.
           IF ACCTIDI IS NUMERIC AND ACCTIDI NOT = SPACES
               END-IF
               COMPUTE ACCT-CREDIT-LIMIT OF WS-ACCOUNT-RECORD =
                  WS-EDIT-AMOUNT-WHOLE + (WS-EDIT-AMOUNT-DECIMAL / 100)
      * Charge-off status belongs to CBCOF01C alone - it can be
      * carried through an update of the other fields, never keyed
      * on or off here.
               IF ACCT-IS-CHARGED-OFF OF WS-BEFORE-IMAGE
                   IF ACSTATI NOT = 'C'
                       SET WS-INPUT-NOT-VALID TO TRUE
                       MOVE 'CHARGED-OFF STATUS CANNOT BE CHANGED'
                            TO ERRMSGO
                   END-IF
               ELSE
                   IF ACSTATI = 'Y' OR ACSTATI = 'N'
                       MOVE ACSTATI TO
                            ACCT-ACTIVE-STATUS OF WS-ACCOUNT-RECORD
                   ELSE
                       SET WS-INPUT-NOT-VALID TO TRUE
                       MOVE 'ACTIVE STATUS MUST BE Y OR N' TO ERRMSGO
                   END-IF
               END-IF
           ELSE
               SET WS-INPUT-NOT-VALID TO TRUE
           MOVE WS-HIGH-IMPACT-REASON        TO APRV-REASON.
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

           MOVE WS-TRANID                     TO AUDT-TRAN-ID.
           MOVE WS-TERMID                     TO AUDT-TERM-ID.
           MOVE WS-USERID                     TO AUDT-USER-ID.
           MOVE WS-CURR-DATE                  TO AUDT-TIMESTAMP.
           MOVE ACCT-ID OF WS-ACCOUNT-RECORD  TO AUDT-ACCT-ID.
           MOVE WS-BEFORE-IMAGE               TO AUDT-BEFORE-IMAGE.
