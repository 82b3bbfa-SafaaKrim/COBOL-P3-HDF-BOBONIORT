      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prauth.
       AUTHOR. Martial.

      ******************************************************************
      *    Captures prior-authorization requests ("devis") for the     *
      *    customer already selected, before the care is given: the    *
      *    category (only those listed in PRIOR_AUTH_CATEGORY - crowns,*
      *    progressive glasses, hospital stays), who the care is for   *
      *    (00 the member or a BENEFICIARY dependant in force today),  *
      *    the provider who quoted, the quote date, our share the      *
      *    quote asks for, and whether the member or the provider      *
      *    sent it. Each request is stored in PRIOR_AUTH as 'S' for a  *
      *    supervisor to decide in PRIOR-AUTH-REVIEW (prarevw.cbl),    *
      *    and audited. The member must have a contract in force.      *
      *    Requires a signed-on session (privilege level 1), the same  *
      *    as CLAIM-ENTRY's capture.                                   *
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SC-AUTH-CATEGORY        PIC X(03).
       01  SC-AUTH-BENEFICIARY-SEQ PIC X(02).
       01  SC-AUTH-PROVIDER-CODE   PIC X(10).
       01  SC-AUTH-QUOTE-DATE      PIC X(10).
       01  SC-AUTH-QUOTED-AMOUNT   PIC 9(05)V99.
       01  SC-AUTH-SUBMITTED-BY    PIC X(01).
           88 AUTH-SUBMITTER-VALID     VALUE 'M' 'P'.
       01  SC-AUTH-CONFIRM         PIC X(01).
           88 AUTH-CONFIRMED           VALUE 'Y' 'y'.
       01  SC-AUTH-ANOTHER         PIC X(01).
           88 ANOTHER-AUTH             VALUE 'Y' 'y'.

       01  WS-SCREEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-EXIT-SCREEN           VALUE 'Y'.

       01  WS-VALID-SWITCH         PIC X(01).
           88 WS-VALUES-VALID          VALUE 'Y'.
           88 WS-VALUES-INVALID        VALUE 'N'.

       01  WS-CUSTOMER-NAME        PIC X(45).
       01  WS-OPERATOR-ID          PIC X(20).
       01  WS-REQUIRED-PRIVILEGE   PIC 9(01) VALUE 1.
       01  WS-TODAY                PIC X(21).
       01  WS-TODAY-DATE           PIC X(10).
       01  WS-AUTH-SEQ             PIC 9(04) VALUE 0.
       01  WS-DISPLAY-AMOUNT       PIC ZZZZ9.99.

       01  WS-AUTH-MAX-LINES       PIC 9(02) VALUE 6.
       01  WS-AUTH-COUNT           PIC 9(03).
       01  WS-AUTH-HEADER.
           03 FILLER               PIC X(39) VALUE
              'AUTH ID                      CAT SQ PRO'.
           03 FILLER               PIC X(39) VALUE
              'VIDER    QUOTED S AUTHORIZD EXPIRES'.
       01  WS-AUTH-TABLE.
           03 WS-AUTH-LINE         PIC X(78) OCCURS 6 TIMES.

       01  WS-AUTH-DETAIL.
           03 WS-AUTH-D-ID         PIC X(28).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-AUTH-D-CATEGORY   PIC X(03).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-AUTH-D-SEQ        PIC 9(02).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-AUTH-D-PROVIDER   PIC X(10).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-AUTH-D-QUOTED     PIC ZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-AUTH-D-STATUS     PIC X(01).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-AUTH-D-AUTHORIZED PIC ZZZZ9.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-AUTH-D-EXPIRY     PIC X(10).

           COPY 'cust-ws.cpy'.
           COPY 'audit-ws.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC X(05) VALUE 'cobol'.
       01  PASSWD   PIC X(10) VALUE 'cbl85'.

       01  SQL-AUTH-ID              PIC X(36).
       01  SQL-UUID-CUSTOMER        PIC X(36).
       01  SQL-BENEFICIARY-SEQ      PIC 9(02).
       01  SQL-CLAIM-CATEGORY       PIC X(03).
       01  SQL-PROVIDER-CODE        PIC X(10).
       01  SQL-QUOTE-DATE           PIC X(10).
       01  SQL-QUOTED-AMOUNT        PIC 9(07)V99.
       01  SQL-SUBMITTED-BY         PIC X(01).
       01  SQL-SUBMIT-DATE          PIC X(10).
       01  SQL-AUTH-STATUS          PIC X(01).
       01  SQL-AUTHORIZED-AMOUNT    PIC 9(07)V99.
       01  SQL-EXPIRY-DATE          PIC X(10).
       01  SQL-CATEGORY-COUNT       PIC 9(05).
       01  SQL-COVERAGE-COUNT       PIC 9(05).
       01  SQL-BEN-COUNT            PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           COPY 'cust-lk.cpy'.
           COPY 'session-lk.cpy'.

       SCREEN SECTION.
           COPY 'screen-prior-auth-entry.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-CUSTOMER LK-SESSION.

       0000-START-MAIN.
           IF NOT LK-SES-SIGNED-ON
           OR LK-SES-PRIVILEGE-LEVEL < WS-REQUIRED-PRIVILEGE
               DISPLAY 'PRIOR AUTHORIZATION REQUIRES A '
                   'SIGNED-ON SESSION'
               GO TO 0000-END-MAIN
           END-IF.
           MOVE LK-SES-OPERATOR-ID TO WS-OPERATOR-ID.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           PERFORM 1000-PREPARE-SCREEN-START
              THRU END-1000-PREPARE-SCREEN.

           PERFORM 2000-PROCESS-SCREEN-START
              THRU END-2000-PROCESS-SCREEN
              UNTIL WS-EXIT-SCREEN.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
       0000-END-MAIN.
           GOBACK.

      ******************************************************************
      ******************************************************************
       1000-PREPARE-SCREEN-START.
           MOVE LK-CUSTOMER TO WS-CUSTOMER.
           MOVE WS-CUS-UUID TO SQL-UUID-CUSTOMER.

           STRING FUNCTION TRIM (WS-CUS-FIRSTNAME)
                  SPACE
                  FUNCTION TRIM (WS-CUS-LASTNAME)
                  SPACE
                  WS-CUS-CODE-SECU
           DELIMITED BY SIZE
           INTO WS-CUSTOMER-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY (1:4) '-' WS-TODAY (5:2) '-' WS-TODAY (7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
       END-1000-PREPARE-SCREEN.
           EXIT.

      ******************************************************************
      *    Lists the member's requests still waiting for a decision or *
      *    approved and not yet used, newest first, so the operator    *
      *    does not key the same quote twice.                          *
      ******************************************************************
       1100-LOAD-OPEN-AUTHS.
           MOVE SPACES TO WS-AUTH-TABLE.
           MOVE ZERO   TO WS-AUTH-COUNT.

           EXEC SQL
               DECLARE CRSAUTH CURSOR FOR
               SELECT AUTH_ID, CLAIM_CATEGORY, BENEFICIARY_SEQ,
                      PROVIDER_CODE, QUOTED_AMOUNT, AUTH_STATUS,
                      COALESCE(AUTHORIZED_AMOUNT, 0),
                      COALESCE(CAST(EXPIRY_DATE AS CHAR(10)), ' ')
               FROM PRIOR_AUTH
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND AUTH_STATUS IN ('S', 'A')
               ORDER BY SUBMIT_DATE DESC, AUTH_ID DESC
           END-EXEC.

           EXEC SQL
               OPEN CRSAUTH
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
                      OR WS-AUTH-COUNT >= WS-AUTH-MAX-LINES
               EXEC SQL
                   FETCH CRSAUTH
                   INTO :SQL-AUTH-ID, :SQL-CLAIM-CATEGORY,
                        :SQL-BENEFICIARY-SEQ, :SQL-PROVIDER-CODE,
                        :SQL-QUOTED-AMOUNT, :SQL-AUTH-STATUS,
                        :SQL-AUTHORIZED-AMOUNT, :SQL-EXPIRY-DATE
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-AUTH-COUNT
                   MOVE SQL-AUTH-ID           TO WS-AUTH-D-ID
                   MOVE SQL-CLAIM-CATEGORY    TO WS-AUTH-D-CATEGORY
                   MOVE SQL-BENEFICIARY-SEQ   TO WS-AUTH-D-SEQ
                   MOVE SQL-PROVIDER-CODE     TO WS-AUTH-D-PROVIDER
                   MOVE SQL-QUOTED-AMOUNT     TO WS-AUTH-D-QUOTED
                   MOVE SQL-AUTH-STATUS       TO WS-AUTH-D-STATUS
                   MOVE SQL-AUTHORIZED-AMOUNT TO WS-AUTH-D-AUTHORIZED
                   MOVE SQL-EXPIRY-DATE       TO WS-AUTH-D-EXPIRY
                   MOVE WS-AUTH-DETAIL TO WS-AUTH-LINE (WS-AUTH-COUNT)
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRSAUTH
           END-EXEC.

           IF WS-AUTH-COUNT = ZERO
               MOVE 'NO REQUEST WAITING OR OPEN' TO WS-AUTH-LINE (1)
           END-IF.
       END-1100-LOAD-OPEN-AUTHS.
           EXIT.

      ******************************************************************
      *    [RD] Saisit un devis, confirme, puis propose d'en saisir    *
      *    un autre pour le même client.                               *
      ******************************************************************
       2000-PROCESS-SCREEN-START.
           PERFORM 1100-LOAD-OPEN-AUTHS
              THRU END-1100-LOAD-OPEN-AUTHS.

           MOVE SPACES TO SC-AUTH-CATEGORY.
           MOVE '00'   TO SC-AUTH-BENEFICIARY-SEQ.
           MOVE SPACES TO SC-AUTH-PROVIDER-CODE.
           MOVE WS-TODAY-DATE TO SC-AUTH-QUOTE-DATE.
           MOVE 0      TO SC-AUTH-QUOTED-AMOUNT.
           MOVE 'M'    TO SC-AUTH-SUBMITTED-BY.
           MOVE SPACES TO SC-AUTH-CONFIRM.
           MOVE SPACES TO SC-AUTH-ANOTHER.

           ACCEPT SCREEN-PRIOR-AUTH-ENTRY.

           IF AUTH-CONFIRMED
               PERFORM 3000-VALIDATE-REQUEST
                  THRU END-3000-VALIDATE-REQUEST
               IF WS-VALUES-VALID
                   PERFORM 4000-INSERT-REQUEST
                      THRU END-4000-INSERT-REQUEST
               END-IF
           END-IF.

           IF NOT ANOTHER-AUTH
               SET WS-EXIT-SCREEN TO TRUE
           END-IF.
       END-2000-PROCESS-SCREEN.
           EXIT.

      ******************************************************************
      *    Refuses a category that needs no authorization, a CARE FOR  *
      *    that is not the member or one of their dependants in force  *
      *    today, a missing provider, a malformed or future quote      *
      *    date, a zero amount or an unknown submitter, and a member   *
      *    with no contract in force.                                  *
      ******************************************************************
       3000-VALIDATE-REQUEST.
           SET WS-VALUES-VALID TO TRUE.

           IF SC-AUTH-BENEFICIARY-SEQ = SPACES
               MOVE '00' TO SC-AUTH-BENEFICIARY-SEQ
           END-IF.

           EVALUATE TRUE
               WHEN SC-AUTH-BENEFICIARY-SEQ IS NOT NUMERIC
                   DISPLAY 'CARE FOR MUST BE 00 OR A DEPENDANT SEQ'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN SC-AUTH-PROVIDER-CODE = SPACES
                   DISPLAY 'PROVIDER CODE IS REQUIRED'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN SC-AUTH-QUOTE-DATE (5:1) NOT = '-'
                 OR SC-AUTH-QUOTE-DATE (8:1) NOT = '-'
                   DISPLAY 'QUOTE DATE MUST BE YYYY-MM-DD'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN SC-AUTH-QUOTE-DATE > WS-TODAY-DATE
                   DISPLAY 'QUOTE DATE IS IN THE FUTURE'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN SC-AUTH-QUOTED-AMOUNT = 0
                   DISPLAY 'QUOTED AMOUNT IS REQUIRED'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN NOT AUTH-SUBMITTER-VALID
                   DISPLAY 'SUBMITTED BY MUST BE M OR P'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-VALUES-INVALID
               DISPLAY 'REQUEST NOT CAPTURED'
               GO TO END-3000-VALIDATE-REQUEST
           END-IF.

           MOVE SC-AUTH-CATEGORY        TO SQL-CLAIM-CATEGORY.
           MOVE SC-AUTH-BENEFICIARY-SEQ TO SQL-BENEFICIARY-SEQ.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CATEGORY-COUNT
               FROM PRIOR_AUTH_CATEGORY
               WHERE CLAIM_CATEGORY = :SQL-CLAIM-CATEGORY
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-CATEGORY-COUNT = 0
               DISPLAY 'CATEGORY ' SC-AUTH-CATEGORY
                   ' NEEDS NO PRIOR AUTHORIZATION - NOT CAPTURED'
               SET WS-VALUES-INVALID TO TRUE
               GO TO END-3000-VALIDATE-REQUEST
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-COVERAGE-COUNT
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND EFFECTIVE_TO IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-COVERAGE-COUNT = 0
               DISPLAY 'NO ACTIVE COVERAGE - REQUEST NOT CAPTURED'
               SET WS-VALUES-INVALID TO TRUE
               GO TO END-3000-VALIDATE-REQUEST
           END-IF.

           IF SQL-BENEFICIARY-SEQ NOT = ZERO
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQL-BEN-COUNT
                   FROM BENEFICIARY
                   WHERE UUID_CUSTOMER   = :SQL-UUID-CUSTOMER
                     AND BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
                     AND START_DATE     <= :WS-TODAY-DATE
                     AND (END_DATE IS NULL
                          OR END_DATE >= :WS-TODAY-DATE)
               END-EXEC
               IF SQLCODE NOT = ZERO OR SQL-BEN-COUNT = 0
                   DISPLAY 'DEPENDANT ' SC-AUTH-BENEFICIARY-SEQ
                       ' NOT IN FORCE - REQUEST NOT CAPTURED'
                   SET WS-VALUES-INVALID TO TRUE
               END-IF
           END-IF.
       END-3000-VALIDATE-REQUEST.
           EXIT.

      ******************************************************************
      *    Stores the request as 'S' for the supervisor queue, with    *
      *    its audit rows in the same unit of work.                    *
      ******************************************************************
       4000-INSERT-REQUEST.
           ADD 1 TO WS-AUTH-SEQ.

           MOVE SPACES TO SQL-AUTH-ID.
           STRING WS-CUS-UUID (1:8) '-' WS-TODAY (1:14) '-'
                  WS-AUTH-SEQ
               DELIMITED BY SIZE INTO SQL-AUTH-ID.

           MOVE SC-AUTH-PROVIDER-CODE TO SQL-PROVIDER-CODE.
           MOVE SC-AUTH-QUOTE-DATE    TO SQL-QUOTE-DATE.
           MOVE SC-AUTH-QUOTED-AMOUNT TO SQL-QUOTED-AMOUNT.
           MOVE SC-AUTH-SUBMITTED-BY  TO SQL-SUBMITTED-BY.
           MOVE WS-TODAY-DATE         TO SQL-SUBMIT-DATE.

           EXEC SQL
               INSERT INTO PRIOR_AUTH
                   (AUTH_ID, UUID_CUSTOMER, BENEFICIARY_SEQ,
                    CLAIM_CATEGORY, PROVIDER_CODE, QUOTE_DATE,
                    QUOTED_AMOUNT, SUBMITTED_BY, SUBMIT_DATE,
                    AUTH_STATUS)
               VALUES
                   (:SQL-AUTH-ID, :SQL-UUID-CUSTOMER,
                    :SQL-BENEFICIARY-SEQ, :SQL-CLAIM-CATEGORY,
                    :SQL-PROVIDER-CODE, :SQL-QUOTE-DATE,
                    :SQL-QUOTED-AMOUNT, :SQL-SUBMITTED-BY,
                    :SQL-SUBMIT-DATE, 'S')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR INSERTING REQUEST:' SPACE SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               GO TO END-4000-INSERT-REQUEST
           END-IF.

           MOVE 'PRIOR_AUTH'      TO WS-AUDIT-TABLE-NAME.
           MOVE SQL-AUTH-ID       TO WS-AUDIT-KEY-UUID.
           MOVE WS-OPERATOR-ID    TO WS-AUDIT-OPERATOR-ID.
           MOVE SPACES            TO WS-AUDIT-OLD-VALUE.

           MOVE 'AUTH_STATUS'     TO WS-AUDIT-FIELD-NAME.
           MOVE 'S'               TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           MOVE 'CLAIM_CATEGORY'  TO WS-AUDIT-FIELD-NAME.
           MOVE SQL-CLAIM-CATEGORY TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           MOVE 'PROVIDER_CODE'   TO WS-AUDIT-FIELD-NAME.
           MOVE SQL-PROVIDER-CODE TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           MOVE 'QUOTED_AMOUNT'   TO WS-AUDIT-FIELD-NAME.
           MOVE SC-AUTH-QUOTED-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           DISPLAY 'REQUEST CAPTURED FOR SUPERVISOR DECISION: '
               SQL-AUTH-ID.
       END-4000-INSERT-REQUEST.
           EXIT.
