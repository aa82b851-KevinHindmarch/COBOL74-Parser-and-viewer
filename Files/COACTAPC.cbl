                                                   VALUE SPACES.
            07 WS-TERMID                           PIC X(4)
                                                   VALUE SPACES.
            07 WS-USERID                           PIC X(8)
                                                   VALUE SPACES.
      ******************************************************************
      *    Work variables
      ******************************************************************
                                                   VALUE 'ACCTAUD'.
         05 WS-APPROVAL-FILE-NAME                  PIC X(08)
                                                   VALUE 'ACCTAPRV'.
         05 WS-APPL-FILE-NAME                      PIC X(08)
                                                   VALUE 'ACCTAPPL'.

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
      ******************************************************************
       COPY CVACT04Y.

      ******************************************************************
      *    New account application work area (ACCT-APPLICATION-FILE)
      ******************************************************************
       COPY CVAPP01Y.

      ******************************************************************
      *    Operator security work areas (OPERATOR-SECURITY-FILE and
      *    ROLE-TRANSACTION-FILE)
      ******************************************************************
       COPY CVSEC01Y.

       COPY CVSEC02Y.

       COPY COACTAPO.

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
                   EXEC CICS RECEIVE MAP('COACTAPA')
                                     MAPSET('COACTAP')
                                     INTO(COACTAPAI)
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
           MOVE LOW-VALUES     TO COACTAPAO.
           MOVE WS-SEC-MESSAGE TO ERRMSGO.
           EXEC CICS SEND MAP('COACTAPA')
                          MAPSET('COACTAP')
                          FROM(COACTAPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO COACTAPAO.
                   END-IF
               END-IF
           ELSE
               PERFORM 2050-CHECK-UPDATE-AUTHORITY
               IF WS-INPUT-IS-VALID
                   PERFORM 2100-EDIT-ACCOUNT-ID
               END-IF
               IF WS-INPUT-IS-VALID
                   PERFORM 2200-READ-APPROVAL
                   IF WS-INPUT-IS-VALID
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
       2100-EDIT-ACCOUNT-ID.
           IF ACCTIDI IS NUMERIC AND ACCTIDI NOT = SPACES
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'DECISION MUST BE Y OR N' TO ERRMSGO.

      * Whoever queued a change may not decide it. Rows queued
      * before operators were identified carry no user id.
           IF WS-INPUT-IS-VALID
              AND APRV-USER-ID NOT = SPACES
              AND APRV-USER-ID NOT = LOW-VALUES
              AND APRV-USER-ID = WS-USERID
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'YOU CANNOT DECIDE A CHANGE YOU QUEUED YOURSELF'
                    TO ERRMSGO.

      *---------------------------------------------------------------*
      * Post the after-image to ACCOUNT-FILE when approved, and mark
      * the approval record APPROVED or REJECTED either way - a
      * failed post leaves the pending record PENDING so it can be
      * retried instead of silently disappearing. A new account
      * application has no account to post to yet - the decision is
      * recorded on the application for the nightly booking run.
      *---------------------------------------------------------------*
       2900-APPLY-DECISION.
           IF APRV-NEW-ACCOUNT-APPL
               PERFORM 2930-DECIDE-APPLICATION
           ELSE
               IF APDECI = 'Y'
                   PERFORM 2910-POST-APPROVED-CHANGE
               ELSE
                   SET APRV-STATUS-REJECTED TO TRUE
                   PERFORM 2920-CLOSE-APPROVAL-RECORD
                   MOVE 'CHANGE REJECTED' TO ERRMSGO
               END-IF
           END-IF.

           EXEC CICS SEND MAP('COACTAPA')
       2920-CLOSE-APPROVAL-RECORD.
           PERFORM 2960-BUILD-TIMESTAMP.
           MOVE WS-TERMID   TO APRV-APPRV-TERM-ID.
           MOVE WS-USERID   TO APRV-APPRV-USER-ID.
           MOVE WS-CURR-DATE TO APRV-APPRV-TIMESTAMP.
           EXEC CICS REWRITE
                     FILE(WS-APPROVAL-FILE-NAME)
                     RESP(WS-RESP-CD)
           END-EXEC.

      *---------------------------------------------------------------*
      * Mark the application approved or declined. CBAPP01C books
      * approved applications overnight and reports declined ones;
      * the application must still be pending, so a decision cannot
      * be keyed twice against the same application.
      *---------------------------------------------------------------*
       2930-DECIDE-APPLICATION.
           EXEC CICS READ
                     FILE(WS-APPL-FILE-NAME)
                     INTO(ACCT-APPLICATION-RECORD)
                     RIDFLD(APRV-ACCT-ID)
                     UPDATE
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'APPLICATION NOT FOUND FOR THIS APPROVAL'
                    TO ERRMSGO
           ELSE
               IF APPL-STATUS-PENDING
                   PERFORM 2935-RECORD-APPL-DECISION
               ELSE
                   EXEC CICS UNLOCK
                             FILE(WS-APPL-FILE-NAME)
                   END-EXEC
                   MOVE 'APPLICATION ALREADY DECIDED' TO ERRMSGO
               END-IF
           END-IF.

      *---------------------------------------------------------------*
       2935-RECORD-APPL-DECISION.
           PERFORM 2960-BUILD-TIMESTAMP.
           IF APDECI = 'Y'
               SET APPL-STATUS-APPROVED TO TRUE
           ELSE
               SET APPL-STATUS-DECLINED TO TRUE
               MOVE 'DECLINED BY SUPERVISOR' TO APPL-DECLINE-REASON
           END-IF.
           MOVE WS-CURR-DATE TO APPL-DECISION-TIMESTAMP.
           EXEC CICS REWRITE
                     FILE(WS-APPL-FILE-NAME)
                     FROM(ACCT-APPLICATION-RECORD)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO RECORD APPLICATION DECISION' TO ERRMSGO
           ELSE
               IF APDECI = 'Y'
                   SET APRV-STATUS-APPROVED TO TRUE
                   MOVE 'APPLICATION APPROVED FOR BOOKING' TO ERRMSGO
               ELSE
                   SET APRV-STATUS-REJECTED TO TRUE
                   MOVE 'APPLICATION DECLINED' TO ERRMSGO
               END-IF
               PERFORM 2920-CLOSE-APPROVAL-RECORD
           END-IF.

      *---------------------------------------------------------------*
      * Write a before/after audit record for the approved change,
      * the same way COACTUPC does for a direct update - who decided
      * it (WS-TRANID/WS-TERMID/WS-USERID), when, and the account
      * image before and after.
      *---------------------------------------------------------------*
       2950-WRITE-AUDIT-RECORD.
           MOVE WS-TRANID          TO AUDT-TRAN-ID.
           MOVE WS-TERMID          TO AUDT-TERM-ID.
           MOVE WS-USERID          TO AUDT-USER-ID.
           MOVE WS-CURR-DATE       TO AUDT-TIMESTAMP.
           MOVE APRV-ACCT-ID       TO AUDT-ACCT-ID.
           MOVE APRV-BEFORE-IMAGE  TO AUDT-BEFORE-IMAGE.
