      **************************************** *************************
      * Program:     COADJUPC.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Key a manual ADJUSTMENT - a fee waiver, goodwill *
      *              credit or correcting debit - against an account  *
      *              or card. The reason code decides the transaction *
      *              type and category the adjustment posts under.    *
      *              Action E enters it: within the operator's dollar *
      *              authority it is released at once, above it it    *
      *              waits for a supervisor. A blank action shows the *
      *              account's oldest adjustment awaiting approval;   *
      *              action A approves it and R rejects it. CBADJ01C  *
      *              posts released adjustments overnight.            *
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
       PROGRAM-ID. COADJUPC.
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
      *    File control / EIB related work areas. XREFACCT is the
      *    account-id alternate-index path over the same
      *    cross-reference dataset CARDXREF names by card number.
      ******************************************************************
         05 WS-ACCT-FILE-NAME                      PIC X(08)
                                                   VALUE 'ACCTDAT'.
         05 WS-XREF-FILE-NAME                      PIC X(08)
                                                   VALUE 'CARDXREF'.
         05 WS-XREF-PATH-NAME                      PIC X(08)
                                                   VALUE 'XREFACCT'.
         05 WS-ADJ-FILE-NAME                       PIC X(08)
                                                   VALUE 'ADJUST'.

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

         05 WS-CARD-FOUND-FLAG                     PIC X(01)
                                                   VALUE 'N'.
            88 ADJ-CARD-FOUND                      VALUE 'Y'.
         05 WS-PENDING-FOUND-FLAG                  PIC X(01)
                                                   VALUE 'N'.
            88 PENDING-ADJ-FOUND                   VALUE 'Y'.
         05 WS-BROWSE-DONE-FLAG                    PIC X(01)
                                                   VALUE 'N'.
         05 WS-REASON-FOUND-FLAG                   PIC X(01)
                                                   VALUE 'N'.
            88 ADJ-REASON-FOUND                    VALUE 'Y'.

      ******************************************************************
      *    Keys and work variables
      ******************************************************************
         05 WS-SEARCH-ACCT-ID                      PIC 9(11)
                                                   VALUE 0.
         05 WS-ADJ-CARD-NUM                        PIC X(16)
                                                   VALUE SPACES.
         05 WS-ADJ-BROWSE-KEY.
            07 WS-ADJ-BROWSE-ACCT-ID               PIC 9(11).
            07 WS-ADJ-BROWSE-TS                    PIC X(19).
         05 WS-PENDING-ADJ-KEY                     PIC X(30)
                                                   VALUE SPACES.

      *    The operator's own dollar authority; an unset authority
      *    counts as none, so everything keyed goes for approval.
         05 WS-OPER-AUTHORITY                      PIC 9(07)V99
                                                   VALUE 0.
         05 WS-ADJ-ABS-AMT                         PIC 9(09)V99
                                                   VALUE 0.

         05 WS-ABSTIME                             PIC S9(15) COMP-3
                                                   VALUE 0.
         05 WS-TODAY-DATE                          PIC X(10)
                                                   VALUE SPACES.
         05 WS-NOW-TIME                            PIC X(08)
                                                   VALUE SPACES.
         05 WS-NOW-TS                              PIC X(19)
                                                   VALUE SPACES.

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

      ******************************************************************
      *    Display work areas
      ******************************************************************
         05 WS-DISPLAY-AMOUNT                      PIC -(7).99.
         05 WS-DISPLAY-AUTHORITY                   PIC Z,ZZZ,ZZ9.99.

      ******************************************************************
      *    Account, cross-reference and adjustment work areas
      ******************************************************************
       COPY CVACT01Y.

       COPY CVACT03Y.

       COPY CVADJ01Y.

       COPY CVADJ02Y.

      ******************************************************************
      *    Operator security work areas (OPERATOR-SECURITY-FILE and
      *    ROLE-TRANSACTION-FILE)
      ******************************************************************
       COPY CVSEC01Y.

       COPY CVSEC02Y.

       COPY COADJUPO.

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
                   EXEC CICS RECEIVE MAP('COADJUPA')
                                     MAPSET('COADJUP')
                                     INTO(COADJUPAI)
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

           MOVE 0 TO WS-OPER-AUTHORITY.
           IF WS-OPERATOR-MAY-RUN
              AND SEC-ADJ-AUTHORITY IS NUMERIC
               MOVE SEC-ADJ-AUTHORITY TO WS-OPER-AUTHORITY.

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
           MOVE LOW-VALUES     TO COADJUPAO.
           MOVE WS-SEC-MESSAGE TO ERRMSGO.
           EXEC CICS SEND MAP('COADJUPA')
                          MAPSET('COADJUP')
                          FROM(COADJUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO COADJUPAO.
           MOVE WS-OPER-AUTHORITY TO WS-DISPLAY-AUTHORITY.
           MOVE WS-DISPLAY-AUTHORITY TO ADAUTHO.
           MOVE 'KEY AN ACCOUNT ID OR A CARD NUMBER' TO ERRMSGO.
           EXEC CICS SEND MAP('COADJUPA')
                          MAPSET('COADJUP')
                          FROM(COADJUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       2000-PROCESS-INPUT.
           SET WS-INPUT-IS-VALID TO TRUE.
           MOVE SPACES TO ERRMSGO.
           MOVE WS-OPER-AUTHORITY TO WS-DISPLAY-AUTHORITY.
           MOVE WS-DISPLAY-AUTHORITY TO ADAUTHO.

           PERFORM 2100-RESOLVE-ACCOUNT.

           IF WS-INPUT-IS-VALID
               IF ADACTNI = SPACES OR ADACTNI = LOW-VALUES
                   PERFORM 2300-SHOW-PENDING
               ELSE
                   IF ADACTNI = 'E'
                       PERFORM 2050-CHECK-UPDATE-AUTHORITY
                       IF WS-INPUT-IS-VALID
                           PERFORM 2400-EDIT-ADJUSTMENT
                       END-IF
                       IF WS-INPUT-IS-VALID
                           PERFORM 2800-WRITE-ADJUSTMENT
                       END-IF
                   ELSE
                       IF ADACTNI = 'A' OR ADACTNI = 'R'
                           PERFORM 2050-CHECK-UPDATE-AUTHORITY
                           IF WS-INPUT-IS-VALID
                               PERFORM 2900-DECIDE-ADJUSTMENT
                           END-IF
                       ELSE
                           SET WS-INPUT-NOT-VALID TO TRUE
                           MOVE 'ACTION MUST BE E, A, R OR BLANK'
                                TO ERRMSGO
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-INPUT-IS-VALID
               EXEC CICS SEND MAP('COADJUPA')
                              MAPSET('COADJUP')
                              FROM(COADJUPAO)
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
      * A keyed card number resolves directly through CARDXREF. A
      * keyed account id resolves to its first card with one keyed
      * read of the XREFACCT path, the same way COACTINC does - the
      * adjustment posts through CBTRN02C, which finds the account
      * from the card.
      *---------------------------------------------------------------*
       2100-RESOLVE-ACCOUNT.
           MOVE 'N' TO WS-CARD-FOUND-FLAG.
           IF ADCARDI NOT = SPACES AND ADCARDI NOT = LOW-VALUES
               MOVE ADCARDI TO WS-ADJ-CARD-NUM
               EXEC CICS READ
                         FILE(WS-XREF-FILE-NAME)
                         INTO(CARD-XREF-RECORD)
                         RIDFLD(WS-ADJ-CARD-NUM)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-CARD-FOUND-FLAG
               END-IF
           ELSE
               IF ADACCTI IS NUMERIC AND ADACCTI NOT = SPACES
                   MOVE ADACCTI TO WS-SEARCH-ACCT-ID
                   EXEC CICS READ
                             FILE(WS-XREF-PATH-NAME)
                             INTO(CARD-XREF-RECORD)
                             RIDFLD(WS-SEARCH-ACCT-ID)
                             RESP(WS-RESP-CD)
                   END-EXEC
                   IF WS-RESP-CD = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-CARD-FOUND-FLAG
                       MOVE XREF-CARD-NUM TO WS-ADJ-CARD-NUM
                   END-IF
               ELSE
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'ENTER AN ACCOUNT ID OR A CARD NUMBER'
                        TO ERRMSGO
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
              AND NOT ADJ-CARD-FOUND
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'NO CARD FOUND FOR THAT SEARCH' TO ERRMSGO.

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
               ELSE
                   MOVE ACCT-ID         TO ADACCTO
                   MOVE WS-ADJ-CARD-NUM TO ADCARDO
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Show the oldest adjustment on the account still waiting for
      * a supervisor, so it can be approved (A) or rejected (R).
      *---------------------------------------------------------------*
       2300-SHOW-PENDING.
           PERFORM 2350-FIND-PENDING.
           IF PENDING-ADJ-FOUND
               PERFORM 2380-SHOW-ADJUSTMENT
               MOVE 'ENTER A TO APPROVE OR R TO REJECT' TO ERRMSGO
           ELSE
               MOVE SPACES TO ADRESNO
                              ADAMTO
                              ADMEMOO
                              ADRDESO
                              ADTYPEO
                              ADCATGO
               MOVE 'NO ADJUSTMENT AWAITING APPROVAL' TO ADSTATO
               MOVE 'KEY REASON, AMOUNT AND MEMO, E TO ENTER'
                    TO ERRMSGO.

           EXEC CICS SEND MAP('COADJUPA')
                          MAPSET('COADJUP')
                          FROM(COADJUPAO)
                          DATAONLY
           END-EXEC.

      *---------------------------------------------------------------*
      * Browse the account's adjustments in the order they were
      * keyed and stop at the first one still pending; its key is
      * kept in WS-PENDING-ADJ-KEY.
      *---------------------------------------------------------------*
       2350-FIND-PENDING.
           MOVE 'N'         TO WS-PENDING-FOUND-FLAG.
           MOVE 'N'         TO WS-BROWSE-DONE-FLAG.
           MOVE SPACES      TO WS-PENDING-ADJ-KEY.
           MOVE ACCT-ID     TO WS-ADJ-BROWSE-ACCT-ID.
           MOVE LOW-VALUES  TO WS-ADJ-BROWSE-TS.
           EXEC CICS STARTBR
                     FILE(WS-ADJ-FILE-NAME)
                     RIDFLD(WS-ADJ-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG.

           PERFORM UNTIL WS-BROWSE-DONE-FLAG = 'Y'
               EXEC CICS READNEXT
                         FILE(WS-ADJ-FILE-NAME)
                         INTO(ADJUSTMENT-RECORD)
                         RIDFLD(WS-ADJ-BROWSE-KEY)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                  OR ADJ-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               ELSE
                   IF ADJ-PENDING-APPROVAL
                       MOVE 'Y'     TO WS-PENDING-FOUND-FLAG
                       MOVE 'Y'     TO WS-BROWSE-DONE-FLAG
                       MOVE ADJ-KEY TO WS-PENDING-ADJ-KEY
                   END-IF
               END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                     FILE(WS-ADJ-FILE-NAME)
                     RESP(WS-RESP-CD)
           END-EXEC.

      *---------------------------------------------------------------*
       2380-SHOW-ADJUSTMENT.
           MOVE ADJ-REASON-CD TO ADRESNO.
           PERFORM 2450-FIND-REASON.
           IF ADJ-REASON-FOUND
               MOVE ADJR-DESC (ADJR-IDX) TO ADRDESO
           ELSE
               MOVE SPACES TO ADRDESO.
           MOVE ADJ-AMT          TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO ADAMTO.
           MOVE ADJ-MEMO         TO ADMEMOO.
           MOVE ADJ-TRAN-TYPE-CD TO ADTYPEO.
           MOVE ADJ-TRAN-CAT-CD  TO ADCATGO.
           MOVE SPACES           TO ADSTATO.
           EVALUATE TRUE
               WHEN ADJ-PENDING-APPROVAL
                   STRING 'PENDING - KEYED BY ' DELIMITED BY SIZE
                          ADJ-ENTRY-USER-ID     DELIMITED BY SPACE
                          ' '                   DELIMITED BY SIZE
                          ADJ-ENTRY-TS (1:10)   DELIMITED BY SIZE
                          INTO ADSTATO
               WHEN ADJ-RELEASED
                   STRING 'RELEASED FOR POSTING ' DELIMITED BY SIZE
                          ADJ-RELEASE-DATE        DELIMITED BY SIZE
                          INTO ADSTATO
               WHEN ADJ-REJECTED
                   STRING 'REJECTED BY ' DELIMITED BY SIZE
                          ADJ-APPRV-USER-ID DELIMITED BY SIZE
                          INTO ADSTATO
           END-EVALUATE.

      *---------------------------------------------------------------*
      * Only adjustments against an open account are keyed here - a
      * charged-off account's balance belongs to recoveries now.
      * The reason must be on the reason table and the amount is
      * keyed unsigned; the reason decides whether it is a credit.
      *---------------------------------------------------------------*
       2400-EDIT-ADJUSTMENT.
           IF ACCT-IS-CHARGED-OFF
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ACCOUNT IS CHARGED OFF' TO ERRMSGO.

           IF WS-INPUT-IS-VALID
               MOVE ADRESNI TO ADJ-REASON-CD
               PERFORM 2450-FIND-REASON
               IF NOT ADJ-REASON-FOUND
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'REASON MUST BE LF, AF, OF, RF, GW OR DA'
                        TO ERRMSGO
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
               MOVE ADAMTI TO WS-EDIT-AMOUNT-IN
               PERFORM 2470-EDIT-ONE-AMOUNT
               IF WS-INPUT-IS-VALID
                  AND WS-EDIT-AMOUNT-OUT = 0
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'AMOUNT MUST BE GREATER THAN ZERO' TO ERRMSGO
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
              AND (ADMEMOI = SPACES OR ADMEMOI = LOW-VALUES)
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ENTER A MEMO EXPLAINING THE ADJUSTMENT'
                    TO ERRMSGO.

      *---------------------------------------------------------------*
       2450-FIND-REASON.
           MOVE 'N' TO WS-REASON-FOUND-FLAG.
           SET ADJR-IDX TO 1.
           SEARCH ADJR-ENTRY
               AT END
                   MOVE 'N' TO WS-REASON-FOUND-FLAG
               WHEN ADJR-REASON-CD (ADJR-IDX) = ADJ-REASON-CD
                   MOVE 'Y' TO WS-REASON-FOUND-FLAG
           END-SEARCH.

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
      * Build a printable timestamp (YYYY-MM-DD HH:MM:SS) into
      * WS-NOW-TS from the CICS clock, the same way COACTAPC stamps
      * its approvals.
      *---------------------------------------------------------------*
       2500-BUILD-TIMESTAMP.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     DATESEP('-')
                     YYYYMMDD(WS-TODAY-DATE)
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           MOVE SPACES TO WS-NOW-TS.
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-NOW-TIME   DELIMITED BY SIZE
               INTO WS-NOW-TS
           END-STRING.

      *---------------------------------------------------------------*
      * Write the adjustment keyed by account and the time it was
      * keyed. Within the operator's own dollar authority it is
      * released for tonight's posting at once; above it, it waits
      * for a supervisor on this same screen.
      *---------------------------------------------------------------*
       2800-WRITE-ADJUSTMENT.
           PERFORM 2500-BUILD-TIMESTAMP.

           MOVE SPACES                     TO ADJUSTMENT-RECORD.
           MOVE ACCT-ID                    TO ADJ-ACCT-ID.
           MOVE WS-NOW-TS                  TO ADJ-ENTRY-TS.
           MOVE WS-ADJ-CARD-NUM            TO ADJ-CARD-NUM.
           MOVE ADJR-REASON-CD (ADJR-IDX)  TO ADJ-REASON-CD.
           MOVE ADJR-TRAN-TYPE-CD (ADJR-IDX) TO ADJ-TRAN-TYPE-CD.
           MOVE ADJR-TRAN-CAT-CD (ADJR-IDX)  TO ADJ-TRAN-CAT-CD.
           IF ADJR-IS-CREDIT (ADJR-IDX)
               COMPUTE ADJ-AMT = 0 - WS-EDIT-AMOUNT-OUT
           ELSE
               MOVE WS-EDIT-AMOUNT-OUT TO ADJ-AMT.
           MOVE WS-USERID                  TO ADJ-ENTRY-USER-ID.
           MOVE WS-TERMID                  TO ADJ-ENTRY-TERM-ID.
           MOVE ADMEMOI                    TO ADJ-MEMO.

           IF WS-EDIT-AMOUNT-OUT > WS-OPER-AUTHORITY
               SET ADJ-PENDING-APPROVAL TO TRUE
           ELSE
               SET ADJ-RELEASED TO TRUE
               MOVE WS-TODAY-DATE TO ADJ-RELEASE-DATE.

           EXEC CICS WRITE
                     FILE(WS-ADJ-FILE-NAME)
                     FROM(ADJUSTMENT-RECORD)
                     RIDFLD(ADJ-KEY)
                     RESP(WS-RESP-CD)
           END-EXEC.

           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM 2380-SHOW-ADJUSTMENT
               IF ADJ-PENDING-APPROVAL
                   MOVE 'OVER YOUR AUTHORITY - SENT FOR APPROVAL'
                        TO ERRMSGO
               ELSE
                   MOVE 'ADJUSTMENT RELEASED FOR POSTING TONIGHT'
                        TO ERRMSGO
               END-IF
           ELSE
               SET WS-INPUT-NOT-VALID TO TRUE
               IF WS-RESP-CD = DFHRESP(DUPREC)
                   MOVE 'ADJUSTMENT JUST KEYED FOR ACCOUNT - RETRY'
                        TO ERRMSGO
               ELSE
                   MOVE 'UNABLE TO WRITE ADJUSTMENT' TO ERRMSGO
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
               EXEC CICS SEND MAP('COADJUPA')
                              MAPSET('COADJUP')
                              FROM(COADJUPAO)
                              DATAONLY
               END-EXEC.

      *---------------------------------------------------------------*
      * Approve or reject the account's oldest pending adjustment -
      * the one a blank action displays. Whoever keyed it may not
      * decide it, and approving needs a dollar authority of its own
      * that covers the amount.
      *---------------------------------------------------------------*
       2900-DECIDE-ADJUSTMENT.
           PERFORM 2350-FIND-PENDING.
           IF NOT PENDING-ADJ-FOUND
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'NO ADJUSTMENT AWAITING APPROVAL' TO ERRMSGO.

           IF WS-INPUT-IS-VALID
               EXEC CICS READ
                         FILE(WS-ADJ-FILE-NAME)
                         INTO(ADJUSTMENT-RECORD)
                         RIDFLD(WS-PENDING-ADJ-KEY)
                         UPDATE
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                  OR NOT ADJ-PENDING-APPROVAL
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'ADJUSTMENT ALREADY DECIDED' TO ERRMSGO
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
               IF ADJ-AMT < 0
                   COMPUTE WS-ADJ-ABS-AMT = 0 - ADJ-AMT
               ELSE
                   MOVE ADJ-AMT TO WS-ADJ-ABS-AMT
               END-IF
               IF ADJ-ENTRY-USER-ID = WS-USERID
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'YOU CANNOT DECIDE AN ADJUSTMENT YOU KEYED'
                        TO ERRMSGO
               ELSE
                   IF ADACTNI = 'A'
                      AND WS-ADJ-ABS-AMT > WS-OPER-AUTHORITY
                       SET WS-INPUT-NOT-VALID TO TRUE
                       MOVE 'AMOUNT IS OVER YOUR OWN DOLLAR AUTHORITY'
                            TO ERRMSGO
                   END-IF
               END-IF
               IF WS-INPUT-NOT-VALID
                   EXEC CICS UNLOCK
                             FILE(WS-ADJ-FILE-NAME)
                   END-EXEC
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
               PERFORM 2500-BUILD-TIMESTAMP
               MOVE WS-USERID TO ADJ-APPRV-USER-ID
               MOVE WS-NOW-TS TO ADJ-APPRV-TS
               IF ADACTNI = 'A'
                   SET ADJ-RELEASED TO TRUE
                   MOVE WS-TODAY-DATE TO ADJ-RELEASE-DATE
               ELSE
                   SET ADJ-REJECTED TO TRUE
               END-IF
               EXEC CICS REWRITE
                         FILE(WS-ADJ-FILE-NAME)
                         FROM(ADJUSTMENT-RECORD)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   PERFORM 2380-SHOW-ADJUSTMENT
                   IF ADJ-RELEASED
                       MOVE 'ADJUSTMENT APPROVED FOR POSTING TONIGHT'
                            TO ERRMSGO
                   ELSE
                       MOVE 'ADJUSTMENT REJECTED' TO ERRMSGO
                   END-IF
                   EXEC CICS SEND MAP('COADJUPA')
                                  MAPSET('COADJUP')
                                  FROM(COADJUPAO)
                                  DATAONLY
                   END-EXEC
               ELSE
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'UNABLE TO RECORD THE DECISION' TO ERRMSGO
               END-IF
           END-IF.
