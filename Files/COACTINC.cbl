                                                   VALUE SPACES.
            07 WS-TERMID                           PIC X(4)
                                                   VALUE SPACES.
            07 WS-USERID                           PIC X(8)
                                                   VALUE SPACES.
      ******************************************************************
      *    File control / EIB related work areas. TRANCARD is the
      *    card-number alternate-index path over the same TRANSACT
         05 WS-TRAN-PATH-NAME                      PIC X(08)
                                                   VALUE 'TRANCARD'.

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

       COPY CVTRA05Y.

      ******************************************************************
      *    Operator security work areas (OPERATOR-SECURITY-FILE and
      *    ROLE-TRANSACTION-FILE)
      ******************************************************************
       COPY CVSEC01Y.

       COPY CVSEC02Y.

       COPY COACTINO.

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
                   EXEC CICS RECEIVE MAP('COACTINA')
                                     MAPSET('COACTIN')
                                     INTO(COACTINAI)
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
           MOVE LOW-VALUES     TO COACTINAO.
           MOVE WS-SEC-MESSAGE TO ERRMSGO.
           EXEC CICS SEND MAP('COACTINA')
                          MAPSET('COACTIN')
                          FROM(COACTINAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO COACTINAO.
