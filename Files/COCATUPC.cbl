      **************************************** *************************
      * Program:     COCATUPC.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Maintain the TRANSACTION TYPE and TRANSACTION    *
      *              CATEGORY masters and each category's default     *
      *              rate and limit. A default may be kept for the    *
      *              category as a whole (group left blank) and for   *
      *              any account group that should differ from it.    *
      *              CBTRN02C gives every category balance row it     *
      *              creates the default that applies; a change to a  *
      *              default rate is left pending for CBCAT01C, which *
      *              reprices the balances still at the old rate.     *
      *              A blank action shows the type, category and      *
      *              default; U adds or changes them.                 *
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
       PROGRAM-ID. COCATUPC.
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
         05 WS-TRANTYPE-FILE-NAME                  PIC X(08)
                                                   VALUE 'TRANTYPE'.
         05 WS-TRANCATG-FILE-NAME                  PIC X(08)
                                                   VALUE 'TRANCATG'.
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

         05 WS-CAT-ENTERED-FLAG                    PIC X(01)
                                                   VALUE 'N'.
            88 WS-CAT-ENTERED                      VALUE 'Y'.
         05 WS-TYPE-FOUND-FLAG                     PIC X(01)
                                                   VALUE 'N'.
            88 WS-TYPE-ON-FILE                     VALUE 'Y'.
         05 WS-CAT-FOUND-FLAG                      PIC X(01)
                                                   VALUE 'N'.
            88 WS-CAT-ON-FILE                      VALUE 'Y'.
         05 WS-DFLT-FOUND-FLAG                     PIC X(01)
                                                   VALUE 'N'.
            88 WS-DFLT-ON-FILE                     VALUE 'Y'.
      *    A group with no default of its own takes the category's
      *    all-group default - kept here while the group is shown.
         05 WS-INHERIT-FOUND-FLAG                  PIC X(01)
                                                   VALUE 'N'.
            88 WS-INHERIT-ON-FILE                  VALUE 'Y'.
         05 WS-RATE-ENTERED-FLAG                   PIC X(01)
                                                   VALUE 'N'.
            88 WS-RATE-ENTERED                     VALUE 'Y'.
         05 WS-LIMIT-ENTERED-FLAG                  PIC X(01)
                                                   VALUE 'N'.
            88 WS-LIMIT-ENTERED                    VALUE 'Y'.
         05 WS-RATE-CHANGED-FLAG                   PIC X(01)
                                                   VALUE 'N'.
            88 WS-RATE-CHANGED                     VALUE 'Y'.

      ******************************************************************
      *    Keys and new values
      ******************************************************************
         05 WS-TYPE-CD                             PIC X(02)
                                                   VALUE SPACES.
         05 WS-TRANCAT-KEY.
            07 WS-TRANCAT-TYPE-CD                  PIC X(02).
            07 WS-TRANCAT-CAT-CD                   PIC 9(04).
         05 WS-CATDFLT-KEY.
            07 WS-CATDFLT-TYPE-CD                  PIC X(02).
            07 WS-CATDFLT-CAT-CD                   PIC 9(04).
            07 WS-CATDFLT-GROUP-ID                 PIC X(10).
         05 WS-NEW-RATE                            PIC S9(03)V99
                                                   VALUE 0.
         05 WS-NEW-LIMIT                           PIC S9(09)V99
                                                   VALUE 0.
         05 WS-INHERIT-RATE                        PIC S9(03)V99
                                                   VALUE 0.
         05 WS-INHERIT-LIMIT                       PIC S9(09)V99
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
         05 WS-DISPLAY-RATE                        PIC ZZ9.99.
         05 WS-DISPLAY-LIMIT                       PIC Z(7)9.99.
         05 WS-MESSAGE                             PIC X(75)
                                                   VALUE SPACES.

      ******************************************************************
      *    Transaction type, category and category default work areas
      ******************************************************************
       COPY CVTRA03Y.

       COPY CVTRA04Y.

       COPY CVTRA17Y.

      ******************************************************************
      *    Operator security work areas (OPERATOR-SECURITY-FILE and
      *    ROLE-TRANSACTION-FILE)
      ******************************************************************
       COPY CVSEC01Y.

       COPY CVSEC02Y.

       COPY COCATUPO.

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
                   EXEC CICS RECEIVE MAP('COCATUPA')
                                     MAPSET('COCATUP')
                                     INTO(COCATUPAI)
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
           MOVE LOW-VALUES     TO COCATUPAO.
           MOVE WS-SEC-MESSAGE TO ERRMSGO.
           EXEC CICS SEND MAP('COCATUPA')
                          MAPSET('COCATUP')
                          FROM(COCATUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO COCATUPAO.
           MOVE SPACES     TO ERRMSGO.
           EXEC CICS SEND MAP('COCATUPA')
                          MAPSET('COCATUP')
                          FROM(COCATUPAO)
                          ERASE
           END-EXEC.

      *---------------------------------------------------------------*
       2000-PROCESS-INPUT.
           SET WS-INPUT-IS-VALID TO TRUE.
           MOVE SPACES TO ERRMSGO.
           MOVE SPACES TO WS-MESSAGE.
           INSPECT CTGRPI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CTTDSCI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CTCDSCI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CTRATEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CTLIMTI REPLACING ALL LOW-VALUES BY SPACES.

           IF CTTYPEI = SPACES OR CTTYPEI = LOW-VALUES
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'TRANSACTION TYPE IS REQUIRED' TO ERRMSGO.

           MOVE 'N' TO WS-CAT-ENTERED-FLAG.
           IF WS-INPUT-IS-VALID
              AND CTCATI NOT = SPACES
              AND CTCATI NOT = LOW-VALUES
               IF CTCATI NUMERIC
                   MOVE 'Y' TO WS-CAT-ENTERED-FLAG
               ELSE
                   SET WS-INPUT-NOT-VALID TO TRUE
                   MOVE 'CATEGORY MUST BE 4 DIGITS' TO ERRMSGO
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
              AND NOT WS-CAT-ENTERED
              AND CTGRPI NOT = SPACES
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'AN ACCOUNT GROUP DEFAULT NEEDS A CATEGORY'
                    TO ERRMSGO.

           IF WS-INPUT-IS-VALID
               PERFORM 2100-READ-MASTERS.

           IF WS-INPUT-IS-VALID
               EVALUATE TRUE
                   WHEN CTACTNI = SPACES OR CTACTNI = LOW-VALUES
                       PERFORM 2300-SHOW-INQUIRY
                   WHEN CTACTNI = 'U'
                       PERFORM 2050-CHECK-UPDATE-AUTHORITY
                       IF WS-INPUT-IS-VALID
                           PERFORM 2400-EDIT-UPDATE
                       END-IF
                       IF WS-INPUT-IS-VALID
                           PERFORM 2500-APPLY-UPDATE
                       END-IF
                   WHEN OTHER
                       SET WS-INPUT-NOT-VALID TO TRUE
                       MOVE 'ACTION MUST BE U TO ADD OR CHANGE'
                            TO ERRMSGO
               END-EVALUATE
           END-IF.

           IF NOT WS-INPUT-IS-VALID
               EXEC CICS SEND MAP('COCATUPA')
                              MAPSET('COCATUP')
                              FROM(COCATUPAO)
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
      * The type, and when a category is keyed the category and the
      * default kept for it and the group (blank group = the
      * category's default for every group).
      *---------------------------------------------------------------*
       2100-READ-MASTERS.
           MOVE CTTYPEI TO WS-TYPE-CD.
           MOVE 'N'     TO WS-TYPE-FOUND-FLAG.
           EXEC CICS READ
                     FILE(WS-TRANTYPE-FILE-NAME)
                     INTO(TRAN-TYPE-RECORD)
                     RIDFLD(WS-TYPE-CD)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-TYPE-FOUND-FLAG
           ELSE
               MOVE SPACES TO TRAN-TYPE-RECORD.

           MOVE 'N'    TO WS-CAT-FOUND-FLAG.
           MOVE SPACES TO TRAN-CAT-RECORD.
           PERFORM 2160-CLEAR-DEFAULT.
           MOVE 'N'    TO WS-DFLT-FOUND-FLAG.
           MOVE 'N'    TO WS-INHERIT-FOUND-FLAG.
           MOVE 0      TO WS-INHERIT-RATE.
           MOVE 0      TO WS-INHERIT-LIMIT.

           IF WS-CAT-ENTERED
               MOVE WS-TYPE-CD TO WS-TRANCAT-TYPE-CD
               MOVE CTCATI     TO WS-TRANCAT-CAT-CD
               EXEC CICS READ
                         FILE(WS-TRANCATG-FILE-NAME)
                         INTO(TRAN-CAT-RECORD)
                         RIDFLD(WS-TRANCAT-KEY)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-CAT-FOUND-FLAG
               ELSE
                   MOVE SPACES TO TRAN-CAT-RECORD
               END-IF
               PERFORM 2150-READ-DEFAULT
           END-IF.

      *---------------------------------------------------------------*
      * A group with no default of its own is read a second time
      * under the blank group, for the default it takes today.
      *---------------------------------------------------------------*
       2150-READ-DEFAULT.
           IF CTGRPI NOT = SPACES
               MOVE WS-TYPE-CD TO WS-CATDFLT-TYPE-CD
               MOVE CTCATI     TO WS-CATDFLT-CAT-CD
               MOVE SPACES     TO WS-CATDFLT-GROUP-ID
               EXEC CICS READ
                         FILE(WS-CATDFLT-FILE-NAME)
                         INTO(CATEGORY-DEFAULT-RECORD)
                         RIDFLD(WS-CATDFLT-KEY)
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   MOVE 'Y'               TO WS-INHERIT-FOUND-FLAG
                   MOVE TCD-DEFAULT-RATE  TO WS-INHERIT-RATE
                   MOVE TCD-DEFAULT-LIMIT TO WS-INHERIT-LIMIT
               END-IF
               PERFORM 2160-CLEAR-DEFAULT
           END-IF.

           MOVE WS-TYPE-CD TO WS-CATDFLT-TYPE-CD.
           MOVE CTCATI     TO WS-CATDFLT-CAT-CD.
           MOVE CTGRPI     TO WS-CATDFLT-GROUP-ID.
           EXEC CICS READ
                     FILE(WS-CATDFLT-FILE-NAME)
                     INTO(CATEGORY-DEFAULT-RECORD)
                     RIDFLD(WS-CATDFLT-KEY)
                     RESP(WS-RESP-CD)
           END-EXEC.
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-DFLT-FOUND-FLAG
           ELSE
               PERFORM 2160-CLEAR-DEFAULT.

      *---------------------------------------------------------------*
       2160-CLEAR-DEFAULT.
           MOVE SPACES TO CATEGORY-DEFAULT-RECORD.
           MOVE 0      TO TCD-DEFAULT-RATE.
           MOVE 0      TO TCD-DEFAULT-LIMIT.
           MOVE 0      TO TCD-PRIOR-RATE.

      *---------------------------------------------------------------*
       2300-SHOW-INQUIRY.
           EVALUATE TRUE
               WHEN NOT WS-TYPE-ON-FILE
                   MOVE 'TRANSACTION TYPE NOT ON FILE - U ADDS IT'
                        TO ERRMSGO
               WHEN NOT WS-CAT-ENTERED
                   MOVE 'TRANSACTION TYPE SHOWN' TO ERRMSGO
               WHEN NOT WS-CAT-ON-FILE
                   MOVE 'CATEGORY NOT ON FILE - U ADDS IT' TO ERRMSGO
               WHEN WS-DFLT-ON-FILE
                   MOVE 'CATEGORY AND DEFAULT RATE AND LIMIT SHOWN'
                        TO ERRMSGO
               WHEN WS-INHERIT-ON-FILE
                   MOVE SPACES TO WS-MESSAGE
                   MOVE WS-INHERIT-RATE TO WS-DISPLAY-RATE
                   STRING 'NO DEFAULT FOR THIS GROUP - ALL-GROUP RATE '
                          DELIMITED BY SIZE
                          WS-DISPLAY-RATE DELIMITED BY SIZE
                          ' APPLIES' DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   MOVE WS-MESSAGE TO ERRMSGO
               WHEN OTHER
                   MOVE 'NO DEFAULT - NEW BALANCES GET NO RATE OR LIMIT'
                     TO ERRMSGO
           END-EVALUATE.
           PERFORM 2900-SHOW-DETAILS.

      *---------------------------------------------------------------*
      * A new type or category must be described. A default rate
      * or limit is kept by category, and a group needs one or the
      * other to be worth keeping apart from the all-group default.
      *---------------------------------------------------------------*
       2400-EDIT-UPDATE.
           MOVE 'N' TO WS-RATE-ENTERED-FLAG.
           MOVE 'N' TO WS-LIMIT-ENTERED-FLAG.

           IF NOT WS-TYPE-ON-FILE
              AND CTTDSCI = SPACES
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'TYPE DESCRIPTION IS REQUIRED FOR A NEW TYPE'
                    TO ERRMSGO.

           IF WS-INPUT-IS-VALID
              AND WS-CAT-ENTERED
              AND NOT WS-CAT-ON-FILE
              AND CTCDSCI = SPACES
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'DESCRIPTION IS REQUIRED FOR A NEW CATEGORY'
                    TO ERRMSGO.

           IF WS-INPUT-IS-VALID
              AND CTRATEI NOT = SPACES
               MOVE SPACES  TO WS-EDIT-AMOUNT-IN
               MOVE CTRATEI TO WS-EDIT-AMOUNT-IN
               PERFORM 2470-EDIT-ONE-AMOUNT
               IF WS-INPUT-IS-VALID
                   IF WS-EDIT-AMOUNT-OUT NOT < 100
                       SET WS-INPUT-NOT-VALID TO TRUE
                       MOVE 'RATE MUST BE BELOW 100.00 PERCENT'
                            TO ERRMSGO
                   ELSE
                       MOVE WS-EDIT-AMOUNT-OUT TO WS-NEW-RATE
                       MOVE 'Y' TO WS-RATE-ENTERED-FLAG
                   END-IF
               ELSE
                   MOVE 'DEFAULT RATE MUST BE NUMERIC, E.G. 19.99'
                        TO ERRMSGO
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
              AND CTLIMTI NOT = SPACES
               MOVE SPACES  TO WS-EDIT-AMOUNT-IN
               MOVE CTLIMTI TO WS-EDIT-AMOUNT-IN
               PERFORM 2470-EDIT-ONE-AMOUNT
               IF WS-INPUT-IS-VALID
                   IF WS-EDIT-AMOUNT-WHOLE-LEN > 8
                       SET WS-INPUT-NOT-VALID TO TRUE
                       MOVE 'DEFAULT LIMIT CANNOT EXCEED 99999999.99'
                            TO ERRMSGO
                   ELSE
                       MOVE WS-EDIT-AMOUNT-OUT TO WS-NEW-LIMIT
                       MOVE 'Y' TO WS-LIMIT-ENTERED-FLAG
                   END-IF
               ELSE
                   MOVE 'DEFAULT LIMIT MUST BE NUMERIC, E.G. 5000.00'
                        TO ERRMSGO
               END-IF
           END-IF.

           IF WS-INPUT-IS-VALID
              AND NOT WS-CAT-ENTERED
              AND (WS-RATE-ENTERED OR WS-LIMIT-ENTERED)
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'DEFAULT RATE AND LIMIT ARE KEPT BY CATEGORY'
                    TO ERRMSGO.

           IF WS-INPUT-IS-VALID
              AND CTGRPI NOT = SPACES
              AND NOT WS-DFLT-ON-FILE
              AND NOT WS-RATE-ENTERED
              AND NOT WS-LIMIT-ENTERED
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'ENTER A DEFAULT RATE OR LIMIT FOR THE GROUP'
                    TO ERRMSGO.

           IF WS-INPUT-IS-VALID
              AND WS-TYPE-ON-FILE
              AND CTTDSCI = SPACES
              AND (NOT WS-CAT-ENTERED
                   OR (WS-CAT-ON-FILE AND CTCDSCI = SPACES))
              AND NOT WS-RATE-ENTERED
              AND NOT WS-LIMIT-ENTERED
               SET WS-INPUT-NOT-VALID TO TRUE
               MOVE 'NOTHING ENTERED TO CHANGE' TO ERRMSGO.

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
              OR WS-EDIT-AMOUNT-WHOLE-LEN > 9
              OR WS-EDIT-AMOUNT-DECIMAL-LEN > 2
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
      * Type, then category, then default - a failure part way backs
      * out whatever had already been written.
      *---------------------------------------------------------------*
       2500-APPLY-UPDATE.
           MOVE 'N' TO WS-RATE-CHANGED-FLAG.
           PERFORM 2550-BUILD-TODAY-DATE.

           IF NOT WS-TYPE-ON-FILE
              OR CTTDSCI NOT = SPACES
               PERFORM 2510-WRITE-TYPE.

           IF WS-INPUT-IS-VALID
              AND WS-CAT-ENTERED
              AND (NOT WS-CAT-ON-FILE OR CTCDSCI NOT = SPACES)
               PERFORM 2520-WRITE-CATEGORY.

           IF WS-INPUT-IS-VALID
              AND (WS-RATE-ENTERED OR WS-LIMIT-ENTERED)
               PERFORM 2530-WRITE-DEFAULT.

           IF WS-INPUT-IS-VALID
               IF WS-RATE-CHANGED
                   MOVE 'SAVED - OLD-RATE BALANCES REPRICED IN NEXT RUN'
                        TO ERRMSGO
               ELSE
                   MOVE 'CHANGES SAVED' TO ERRMSGO
               END-IF
               PERFORM 2900-SHOW-DETAILS
           END-IF.

      *---------------------------------------------------------------*
       2510-WRITE-TYPE.
           IF WS-TYPE-ON-FILE
               EXEC CICS READ
                         FILE(WS-TRANTYPE-FILE-NAME)
                         INTO(TRAN-TYPE-RECORD)
                         RIDFLD(WS-TYPE-CD)
                         UPDATE
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   MOVE CTTDSCI TO TRAN-TYPE-DESC
                   EXEC CICS REWRITE
                             FILE(WS-TRANTYPE-FILE-NAME)
                             FROM(TRAN-TYPE-RECORD)
                             RESP(WS-RESP-CD)
                   END-EXEC
               END-IF
           ELSE
               MOVE SPACES     TO TRAN-TYPE-RECORD
               MOVE WS-TYPE-CD TO TRAN-TYPE
               MOVE CTTDSCI    TO TRAN-TYPE-DESC
               EXEC CICS WRITE
                         FILE(WS-TRANTYPE-FILE-NAME)
                         FROM(TRAN-TYPE-RECORD)
                         RIDFLD(TRAN-TYPE)
                         RESP(WS-RESP-CD)
               END-EXEC
           END-IF.

           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-TYPE-FOUND-FLAG
           ELSE
               MOVE 'UNABLE TO UPDATE TRANSACTION TYPE' TO WS-MESSAGE
               PERFORM 2890-BACK-OUT-UPDATE.

      *---------------------------------------------------------------*
       2520-WRITE-CATEGORY.
           IF WS-CAT-ON-FILE
               EXEC CICS READ
                         FILE(WS-TRANCATG-FILE-NAME)
                         INTO(TRAN-CAT-RECORD)
                         RIDFLD(WS-TRANCAT-KEY)
                         UPDATE
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   MOVE CTCDSCI TO TRAN-CAT-TYPE-DESC
                   EXEC CICS REWRITE
                             FILE(WS-TRANCATG-FILE-NAME)
                             FROM(TRAN-CAT-RECORD)
                             RESP(WS-RESP-CD)
                   END-EXEC
               END-IF
           ELSE
               MOVE SPACES         TO TRAN-CAT-RECORD
               MOVE WS-TRANCAT-KEY TO TRAN-CAT-KEY
               MOVE CTCDSCI        TO TRAN-CAT-TYPE-DESC
               EXEC CICS WRITE
                         FILE(WS-TRANCATG-FILE-NAME)
                         FROM(TRAN-CAT-RECORD)
                         RIDFLD(TRAN-CAT-KEY)
                         RESP(WS-RESP-CD)
               END-EXEC
           END-IF.

           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CAT-FOUND-FLAG
           ELSE
               MOVE 'UNABLE TO UPDATE TRANSACTION CATEGORY'
                    TO WS-MESSAGE
               PERFORM 2890-BACK-OUT-UPDATE.

      *---------------------------------------------------------------*
      * A new group default starts from the default the group took
      * until now, so a rate that differs from it is a change like
      * any other and the group's balances are repriced with it.
      *---------------------------------------------------------------*
       2530-WRITE-DEFAULT.
           IF WS-DFLT-ON-FILE
               EXEC CICS READ
                         FILE(WS-CATDFLT-FILE-NAME)
                         INTO(CATEGORY-DEFAULT-RECORD)
                         RIDFLD(WS-CATDFLT-KEY)
                         UPDATE
                         RESP(WS-RESP-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   PERFORM 2540-SET-DEFAULT-VALUES
                   EXEC CICS REWRITE
                             FILE(WS-CATDFLT-FILE-NAME)
                             FROM(CATEGORY-DEFAULT-RECORD)
                             RESP(WS-RESP-CD)
                   END-EXEC
               END-IF
           ELSE
               PERFORM 2160-CLEAR-DEFAULT
               MOVE WS-CATDFLT-KEY   TO TCD-KEY
               MOVE WS-INHERIT-RATE  TO TCD-DEFAULT-RATE
               MOVE WS-INHERIT-LIMIT TO TCD-DEFAULT-LIMIT
               PERFORM 2540-SET-DEFAULT-VALUES
               EXEC CICS WRITE
                         FILE(WS-CATDFLT-FILE-NAME)
                         FROM(CATEGORY-DEFAULT-RECORD)
                         RIDFLD(TCD-KEY)
                         RESP(WS-RESP-CD)
               END-EXEC
           END-IF.

           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-DFLT-FOUND-FLAG
           ELSE
               MOVE 'UNABLE TO UPDATE CATEGORY DEFAULT' TO WS-MESSAGE
               PERFORM 2890-BACK-OUT-UPDATE.

      *---------------------------------------------------------------*
      * The rate the balances stand at is kept as the prior rate
      * until CBCAT01C has repriced them; a second change before
      * then keeps the original prior rate, and changing back to it
      * withdraws the reprice altogether.
      *---------------------------------------------------------------*
       2540-SET-DEFAULT-VALUES.
           IF WS-RATE-ENTERED
              AND WS-NEW-RATE NOT = TCD-DEFAULT-RATE
               IF TCD-REPRICE-PENDING
                   IF WS-NEW-RATE = TCD-PRIOR-RATE
                       MOVE SPACE TO TCD-REPRICE-STATUS
                   END-IF
               ELSE
                   MOVE TCD-DEFAULT-RATE TO TCD-PRIOR-RATE
                   SET TCD-REPRICE-PENDING TO TRUE
               END-IF
               MOVE WS-TODAY-DATE TO TCD-RATE-CHANGE-DATE
               MOVE WS-NEW-RATE   TO TCD-DEFAULT-RATE
               IF TCD-REPRICE-PENDING
                   MOVE 'Y' TO WS-RATE-CHANGED-FLAG
               END-IF
           END-IF.
           IF WS-LIMIT-ENTERED
               MOVE WS-NEW-LIMIT TO TCD-DEFAULT-LIMIT.
           MOVE WS-USERID     TO TCD-LAST-UPD-USER-ID.
           MOVE WS-TODAY-DATE TO TCD-LAST-UPD-DATE.

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
      * Nothing of a part-done change is left behind - the type or
      * category already written is backed out with it.
      *---------------------------------------------------------------*
       2890-BACK-OUT-UPDATE.
           SET WS-INPUT-NOT-VALID TO TRUE.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           MOVE WS-MESSAGE TO ERRMSGO.

      *---------------------------------------------------------------*
       2900-SHOW-DETAILS.
           MOVE TRAN-TYPE-DESC         TO CTTDSCO.
           MOVE TRAN-CAT-TYPE-DESC     TO CTCDSCO.
           IF WS-DFLT-ON-FILE
               MOVE TCD-DEFAULT-RATE   TO WS-DISPLAY-RATE
               MOVE WS-DISPLAY-RATE    TO CTRATEO
               MOVE TCD-DEFAULT-LIMIT  TO WS-DISPLAY-LIMIT
               MOVE WS-DISPLAY-LIMIT   TO CTLIMTO
               MOVE TCD-LAST-UPD-USER-ID TO CTLUSRO
               MOVE TCD-LAST-UPD-DATE  TO CTLUDTO
           ELSE
               MOVE SPACES             TO CTRATEO
               MOVE SPACES             TO CTLIMTO
               MOVE SPACES             TO CTLUSRO
               MOVE SPACES             TO CTLUDTO
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-DFLT-ON-FILE
                   MOVE SPACES             TO CTRPSTO
                   MOVE SPACES             TO CTPRRTO
               WHEN TCD-REPRICE-PENDING
                   MOVE 'REPRICE PENDING'  TO CTRPSTO
                   MOVE TCD-PRIOR-RATE     TO WS-DISPLAY-RATE
                   MOVE WS-DISPLAY-RATE    TO CTPRRTO
               WHEN TCD-REPRICE-DATE NOT = SPACES
                   MOVE SPACES             TO CTRPSTO
                   STRING 'REPRICED ' DELIMITED BY SIZE
                          TCD-REPRICE-DATE DELIMITED BY SIZE
                       INTO CTRPSTO
                   END-STRING
                   MOVE TCD-PRIOR-RATE     TO WS-DISPLAY-RATE
                   MOVE WS-DISPLAY-RATE    TO CTPRRTO
               WHEN OTHER
                   MOVE SPACES             TO CTRPSTO
                   MOVE SPACES             TO CTPRRTO
           END-EVALUATE.

           EXEC CICS SEND MAP('COCATUPA')
                          MAPSET('COCATUP')
                          FROM(COCATUPAO)
                          DATAONLY
           END-EXEC.
