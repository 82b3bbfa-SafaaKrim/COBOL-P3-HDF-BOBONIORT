      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prarevw.
       AUTHOR. Martial.

      ******************************************************************
      *    Supervisor decision transaction for prior-authorization     *
      *    requests: works the queue of PRIOR_AUTH rows captured 'S'   *
      *    by PRIOR-AUTH-ENTRY (prauth.cbl). Each request is shown     *
      *    with the person the care is for next to that person's       *
      *    current CUSTOMER_REIMBURSEMENT_CONSUMPTION for the          *
      *    category. The supervisor approves it at the quoted amount,  *
      *    caps it at a lower amount (both to 'A', open until          *
      *    PRIOR_AUTH_PARM's VALID_DAYS after the decision), or        *
      *    refuses it to 'R' with a reason code. The decision letter   *
      *    goes out from PRIOR-AUTH-LETTERS (prlettr.cbl) overnight.   *
      *    Every decision writes its AUDIT_TRAIL rows in the same unit *
      *    of work as the status flip. Requires a supervisor session   *
      *    (privilege level 2), the same as CLAIM-REVIEW.              *
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SC-PRRV-DECISION        PIC X(01).
           88 PRRV-APPROVE             VALUE 'A' 'a'.
           88 PRRV-CAP                 VALUE 'C' 'c'.
           88 PRRV-REFUSE              VALUE 'R' 'r'.
           88 PRRV-EXIT                VALUE 'X' 'x'.
       01  SC-PRRV-CAP-AMOUNT      PIC 9(05)V99.
       01  SC-PRRV-REASON          PIC X(03).
           88 PRRV-REASON-VALID        VALUE 'AMT' 'NCV' 'DUP' 'DOC'.

       01  WS-SCREEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-EXIT-SCREEN           VALUE 'Y'.

       01  WS-CUSTOMER-NAME        PIC X(45).
       01  WS-OPERATOR-ID          PIC X(20).
       01  WS-REQUIRED-PRIVILEGE   PIC 9(01) VALUE 2.
       01  WS-TODAY                PIC X(21).
       01  WS-TODAY-DATE           PIC X(10).
       01  WS-DISPLAY-AMOUNT       PIC ZZZZZZ9.99.

       01  WS-PRRV-AUTH-ID         PIC X(36).
       01  WS-PRRV-CATEGORY        PIC X(03).
       01  WS-PRRV-QUOTE-DATE      PIC X(10).
       01  WS-PRRV-PROVIDER        PIC X(10).
       01  WS-PRRV-SUBMITTED-BY    PIC X(01).
       01  WS-PRRV-QUOTED          PIC 9(07)V99.
       01  WS-PRRV-CONSUMED        PIC 9(07)V99.
       01  WS-PRRV-CEILING         PIC 9(07)V99.
       01  WS-PRRV-REMAINING       PIC 9(07)V99.
       01  WS-PRRV-BENEFICIARY     PIC X(45).
       01  WS-PRRV-NEW-STATUS      PIC X(01).

       01  WS-TOTAL-APPROVED       PIC 9(05) VALUE 0.
       01  WS-TOTAL-CAPPED         PIC 9(05) VALUE 0.
       01  WS-TOTAL-REFUSED        PIC 9(05) VALUE 0.

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
       01  SQL-AUTHORIZED-AMOUNT    PIC 9(07)V99.
       01  SQL-REFUSE-REASON        PIC X(03).
       01  SQL-OPERATOR-ID          PIC X(20).
       01  SQL-VALID-DAYS           PIC 9(03).
       01  SQL-BEN-LASTNAME         PIC X(20).
       01  SQL-BEN-FIRSTNAME        PIC X(20).
       01  SQL-CUS-LASTNAME         PIC X(20).
       01  SQL-CUS-FIRSTNAME        PIC X(20).
       01  SQL-TODAY-DATE           PIC X(10).
       01  SQL-CONSUMED             PIC S9(7)V99.
       01  SQL-CEILING              PIC S9(7)V99.
       01  SQL-CARRY-OVER           PIC S9(7)V99.
       01  SQL-REMAINING            PIC S9(7)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           COPY 'session-lk.cpy'.

       SCREEN SECTION.
           COPY 'screen-prior-auth-review.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-SESSION.

       0000-START-MAIN.
           IF NOT LK-SES-SIGNED-ON
           OR LK-SES-PRIVILEGE-LEVEL < WS-REQUIRED-PRIVILEGE
               DISPLAY 'PRIOR AUTHORIZATION DECISIONS REQUIRE A '
                   'SUPERVISOR SESSION'
               GO TO 0000-END-MAIN
           END-IF.
           MOVE LK-SES-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE LK-SES-OPERATOR-ID TO SQL-OPERATOR-ID.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY (1:4) '-' WS-TODAY (5:2) '-' WS-TODAY (7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO SQL-TODAY-DATE.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           PERFORM 1500-LOAD-AUTH-PARM
              THRU END-1500-LOAD-AUTH-PARM.

           PERFORM 2000-OPEN-CURSOR
              THRU END-2000-OPEN-CURSOR.

           PERFORM 3000-WORK-QUEUE
              THRU END-3000-WORK-QUEUE
              UNTIL WS-EXIT-SCREEN.

           PERFORM 8000-FINALIZE
              THRU END-8000-FINALIZE.
       0000-END-MAIN.
           GOBACK.

      ******************************************************************
      *    How long an approval stays open; 90 days when the parm row  *
      *    is missing.                                                 *
      ******************************************************************
       1500-LOAD-AUTH-PARM.
           EXEC SQL
               SELECT VALID_DAYS
               INTO :SQL-VALID-DAYS
               FROM PRIOR_AUTH_PARM
               WHERE PARM_ID = 'PRIORAUT'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 90 TO SQL-VALID-DAYS
           END-IF.
       END-1500-LOAD-AUTH-PARM.
           EXIT.

      ******************************************************************
      ******************************************************************
       2000-OPEN-CURSOR.
           EXEC SQL
               DECLARE CRSPRRV CURSOR WITH HOLD FOR
               SELECT AUTH_ID, UUID_CUSTOMER, BENEFICIARY_SEQ,
                      CLAIM_CATEGORY, PROVIDER_CODE, QUOTE_DATE,
                      QUOTED_AMOUNT, SUBMITTED_BY
               FROM PRIOR_AUTH
               WHERE AUTH_STATUS = 'S'
               ORDER BY SUBMIT_DATE, AUTH_ID
           END-EXEC.

           EXEC SQL
               OPEN CRSPRRV
           END-EXEC.
       END-2000-OPEN-CURSOR.
           EXIT.

      ******************************************************************
      ******************************************************************
       3000-WORK-QUEUE.
           EXEC SQL
               FETCH CRSPRRV
               INTO :SQL-AUTH-ID, :SQL-UUID-CUSTOMER,
                    :SQL-BENEFICIARY-SEQ, :SQL-CLAIM-CATEGORY,
                    :SQL-PROVIDER-CODE, :SQL-QUOTE-DATE,
                    :SQL-QUOTED-AMOUNT, :SQL-SUBMITTED-BY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3100-REVIEW-REQUEST
                      THRU END-3100-REVIEW-REQUEST
               WHEN 100
                   DISPLAY 'NO MORE REQUESTS WAITING'
                   SET WS-EXIT-SCREEN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSPRRV:'
                   SPACE SQLCODE
                   SET WS-EXIT-SCREEN TO TRUE
           END-EVALUATE.
       END-3000-WORK-QUEUE.
           EXIT.

      ******************************************************************
      *    Presents one request with the consumption of the person it  *
      *    is for and routes on the supervisor's decision. A skip, a   *
      *    cap that is not below the quote, or an invalid refuse       *
      *    reason leaves the request in 'S' for a later pass.          *
      ******************************************************************
       3100-REVIEW-REQUEST.
           PERFORM 3200-LOOKUP-MEMBER
              THRU END-3200-LOOKUP-MEMBER.
           PERFORM 3250-LOOKUP-BENEFICIARY
              THRU END-3250-LOOKUP-BENEFICIARY.
           PERFORM 3300-LOOKUP-CONSUMPTION
              THRU END-3300-LOOKUP-CONSUMPTION.

           MOVE SQL-AUTH-ID          TO WS-PRRV-AUTH-ID.
           MOVE SQL-CLAIM-CATEGORY   TO WS-PRRV-CATEGORY.
           MOVE SQL-QUOTE-DATE       TO WS-PRRV-QUOTE-DATE.
           MOVE SQL-PROVIDER-CODE    TO WS-PRRV-PROVIDER.
           MOVE SQL-SUBMITTED-BY     TO WS-PRRV-SUBMITTED-BY.
           MOVE SQL-QUOTED-AMOUNT    TO WS-PRRV-QUOTED.

           MOVE SPACES TO SC-PRRV-DECISION.
           MOVE 0      TO SC-PRRV-CAP-AMOUNT.
           MOVE SPACES TO SC-PRRV-REASON.

           ACCEPT SCREEN-PRIOR-AUTH-REVIEW.

           EVALUATE TRUE
               WHEN PRRV-APPROVE
                   MOVE SQL-QUOTED-AMOUNT TO SQL-AUTHORIZED-AMOUNT
                   PERFORM 4000-APPROVE-REQUEST
                      THRU END-4000-APPROVE-REQUEST
               WHEN PRRV-CAP
                   IF SC-PRRV-CAP-AMOUNT > 0
                   AND SC-PRRV-CAP-AMOUNT < SQL-QUOTED-AMOUNT
                       MOVE SC-PRRV-CAP-AMOUNT TO SQL-AUTHORIZED-AMOUNT
                       PERFORM 4000-APPROVE-REQUEST
                          THRU END-4000-APPROVE-REQUEST
                   ELSE
                       DISPLAY 'CAP MUST BE ABOVE ZERO AND BELOW THE '
                           'QUOTE - REQUEST LEFT WAITING'
                   END-IF
               WHEN PRRV-REFUSE
                   IF PRRV-REASON-VALID
                       PERFORM 5000-REFUSE-REQUEST
                          THRU END-5000-REFUSE-REQUEST
                   ELSE
                       DISPLAY 'INVALID REFUSE REASON - REQUEST '
                           'LEFT WAITING'
                   END-IF
               WHEN PRRV-EXIT
                   SET WS-EXIT-SCREEN TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END-3100-REVIEW-REQUEST.
           EXIT.

       3200-LOOKUP-MEMBER.
           MOVE SPACES TO WS-CUSTOMER-NAME.

           EXEC SQL
               SELECT FIRSTNAME, LASTNAME
               INTO :SQL-CUS-FIRSTNAME, :SQL-CUS-LASTNAME
               FROM CUSTOMER
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
           END-EXEC.

           IF SQLCODE = ZERO
               STRING FUNCTION TRIM (SQL-CUS-FIRSTNAME)
                      SPACE
                      FUNCTION TRIM (SQL-CUS-LASTNAME)
                   DELIMITED BY SIZE INTO WS-CUSTOMER-NAME
           END-IF.
       END-3200-LOOKUP-MEMBER.
           EXIT.

       3250-LOOKUP-BENEFICIARY.
           IF SQL-BENEFICIARY-SEQ = ZERO
               MOVE 'THE MEMBER' TO WS-PRRV-BENEFICIARY
               GO TO END-3250-LOOKUP-BENEFICIARY
           END-IF.

           MOVE SPACES TO WS-PRRV-BENEFICIARY.

           EXEC SQL
               SELECT FIRSTNAME, LASTNAME
               INTO :SQL-BEN-FIRSTNAME, :SQL-BEN-LASTNAME
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER   = :SQL-UUID-CUSTOMER
                 AND BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
           END-EXEC.

           IF SQLCODE = ZERO
               STRING FUNCTION TRIM (SQL-BEN-FIRSTNAME)
                      SPACE
                      FUNCTION TRIM (SQL-BEN-LASTNAME)
                   DELIMITED BY SIZE INTO WS-PRRV-BENEFICIARY
           END-IF.
       END-3250-LOOKUP-BENEFICIARY.
           EXIT.

      ******************************************************************
      *    The consumption row of the person the care is for, for this *
      *    category and the window covering today. What is left is the *
      *    ceiling plus any carry-over less what is consumed; a person *
      *    with nothing posted yet shows zeroes.                       *
      ******************************************************************
       3300-LOOKUP-CONSUMPTION.
           EXEC SQL
               SELECT AMOUNT_CONSUMED, CEILING_AMOUNT,
                      COALESCE(CARRY_OVER_AMOUNT, 0)
               INTO :SQL-CONSUMED, :SQL-CEILING, :SQL-CARRY-OVER
               FROM CUSTOMER_REIMBURSEMENT_CONSUMPTION
               WHERE UUID_CUSTOMER     = :SQL-UUID-CUSTOMER
                 AND CLAIM_CATEGORY    = :SQL-CLAIM-CATEGORY
                 AND BENEFICIARY_SEQ   = :SQL-BENEFICIARY-SEQ
                 AND PERIOD_START_DATE <= :SQL-TODAY-DATE
                 AND PERIOD_END_DATE   >  :SQL-TODAY-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SQL-CONSUMED TO WS-PRRV-CONSUMED
               COMPUTE WS-PRRV-CEILING = SQL-CEILING + SQL-CARRY-OVER
               COMPUTE SQL-REMAINING = SQL-CEILING + SQL-CARRY-OVER
                   - SQL-CONSUMED
               IF SQL-REMAINING < 0
                   MOVE 0 TO SQL-REMAINING
               END-IF
               MOVE SQL-REMAINING TO WS-PRRV-REMAINING
           ELSE
               MOVE 0 TO WS-PRRV-CONSUMED
               MOVE 0 TO WS-PRRV-CEILING
               MOVE 0 TO WS-PRRV-REMAINING
           END-IF.
       END-3300-LOOKUP-CONSUMPTION.
           EXIT.

      ******************************************************************
      *    Approval and cap both open the authorization at             *
      *    SQL-AUTHORIZED-AMOUNT until VALID_DAYS after today.         *
      ******************************************************************
       4000-APPROVE-REQUEST.
           EXEC SQL
               UPDATE PRIOR_AUTH
               SET AUTH_STATUS       = 'A',
                   AUTHORIZED_AMOUNT = :SQL-AUTHORIZED-AMOUNT,
                   DECISION_DATE     = :SQL-TODAY-DATE,
                   DECISION_OPERATOR = :SQL-OPERATOR-ID,
                   EXPIRY_DATE       = CAST(:SQL-TODAY-DATE AS DATE)
                                       + :SQL-VALID-DAYS
               WHERE AUTH_ID = :SQL-AUTH-ID
                 AND AUTH_STATUS = 'S'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'A' TO WS-PRRV-NEW-STATUS
                   PERFORM 6000-WRITE-STATUS-AUDIT
                      THRU END-6000-WRITE-STATUS-AUDIT
                   MOVE 'AUTHORIZED_AMOUNT' TO WS-AUDIT-FIELD-NAME
                   MOVE SPACES              TO WS-AUDIT-OLD-VALUE
                   MOVE SQL-AUTHORIZED-AMOUNT TO WS-DISPLAY-AMOUNT
                   MOVE WS-DISPLAY-AMOUNT   TO WS-AUDIT-NEW-VALUE
                   CALL 'audtrl' USING WS-AUDIT-ENTRY
                   END-CALL
                   EXEC SQL COMMIT WORK END-EXEC
                   IF PRRV-CAP
                       ADD 1 TO WS-TOTAL-CAPPED
                   ELSE
                       ADD 1 TO WS-TOTAL-APPROVED
                   END-IF
               WHEN 100
                   DISPLAY 'REQUEST NO LONGER WAITING - SKIPPED'
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   DISPLAY 'ERROR APPROVING REQUEST:' SPACE SQLCODE
           END-EVALUATE.
       END-4000-APPROVE-REQUEST.
           EXIT.

      ******************************************************************
      ******************************************************************
       5000-REFUSE-REQUEST.
           MOVE SC-PRRV-REASON TO SQL-REFUSE-REASON.

           EXEC SQL
               UPDATE PRIOR_AUTH
               SET AUTH_STATUS       = 'R',
                   REFUSE_REASON     = :SQL-REFUSE-REASON,
                   DECISION_DATE     = :SQL-TODAY-DATE,
                   DECISION_OPERATOR = :SQL-OPERATOR-ID
               WHERE AUTH_ID = :SQL-AUTH-ID
                 AND AUTH_STATUS = 'S'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'R' TO WS-PRRV-NEW-STATUS
                   PERFORM 6000-WRITE-STATUS-AUDIT
                      THRU END-6000-WRITE-STATUS-AUDIT
                   MOVE 'REFUSE_REASON'   TO WS-AUDIT-FIELD-NAME
                   MOVE SPACES            TO WS-AUDIT-OLD-VALUE
                   MOVE SQL-REFUSE-REASON TO WS-AUDIT-NEW-VALUE
                   CALL 'audtrl' USING WS-AUDIT-ENTRY
                   END-CALL
                   EXEC SQL COMMIT WORK END-EXEC
                   ADD 1 TO WS-TOTAL-REFUSED
               WHEN 100
                   DISPLAY 'REQUEST NO LONGER WAITING - SKIPPED'
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   DISPLAY 'ERROR REFUSING REQUEST:' SPACE SQLCODE
           END-EVALUATE.
       END-5000-REFUSE-REQUEST.
           EXIT.

      ******************************************************************
      *    One audit row for the status flip itself; approval adds the *
      *    authorized amount, refusal the reason code.                 *
      ******************************************************************
       6000-WRITE-STATUS-AUDIT.
           MOVE 'PRIOR_AUTH'       TO WS-AUDIT-TABLE-NAME.
           MOVE SQL-AUTH-ID        TO WS-AUDIT-KEY-UUID.
           MOVE 'AUTH_STATUS'      TO WS-AUDIT-FIELD-NAME.
           MOVE 'S'                TO WS-AUDIT-OLD-VALUE.
           MOVE WS-PRRV-NEW-STATUS TO WS-AUDIT-NEW-VALUE.
           MOVE WS-OPERATOR-ID     TO WS-AUDIT-OPERATOR-ID.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
       END-6000-WRITE-STATUS-AUDIT.
           EXIT.

      ******************************************************************
      ******************************************************************
       8000-FINALIZE.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL CLOSE CRSPRRV END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY 'PRAREVW APPROVED ' WS-TOTAL-APPROVED ' REQUESTS'.
           DISPLAY 'PRAREVW CAPPED   ' WS-TOTAL-CAPPED ' REQUESTS'.
           DISPLAY 'PRAREVW REFUSED  ' WS-TOTAL-REFUSED ' REQUESTS'.
       END-8000-FINALIZE.
           EXIT.
