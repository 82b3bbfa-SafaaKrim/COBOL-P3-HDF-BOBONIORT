      *    Supervisor adjudication transaction: works the queue of     *
      *    claims captured CLAIM_STATUS = 'P' (above the               *
      *    CLAIM_REVIEW_PARM threshold, or out-of-network). Each       *
      *    pending claim is shown with the person who received the     *
      *    care (the member or a named BENEFICIARY dependant) next to  *
      *    that person's current CUSTOMER_REIMBURSEMENT_CONSUMPTION    *
      *    for its category; the supervisor approves it to 'A' for     *
      *    the overnight posting, or rejects it to 'R' with a reason   *
      *    code the member letter can quote. Every decision writes its *
      *    AUDIT_TRAIL rows in the same unit of work as the status     *
      *    flip. Requires a supervisor session (privilege level 2) in  *
      *    the LK-SESSION block filled by SIGN-ON; decisions are       *
      *    attributed to the signed-on operator. A claim matched to a  *
      *    PRIOR_AUTH approval at capture shows the authorized amount; *
      *    rejecting it gives the authorization back ('U' to 'A') so   *
      *    the corrected bulletin can still use it before it expires.  *
      ******************************************************************

       DATA DIVISION.
       01  WS-REVW-CONSUMED        PIC 9(07)V99.
       01  WS-REVW-CEILING         PIC 9(07)V99.
       01  WS-REVW-OVER-FLAG       PIC X(01).
       01  WS-REVW-BENEFICIARY     PIC X(45).
       01  WS-REVW-AUTH-TEXT       PIC X(10).
       01  WS-DISPLAY-AMOUNT       PIC ZZZZZZ9.99.

       01  WS-TOTAL-APPROVED       PIC 9(05) VALUE 0.
       01  WS-TOTAL-REJECTED       PIC 9(05) VALUE 0.
       01  SQL-CLAIM-AMOUNT         PIC 9(07)V99.
       01  SQL-PROVIDER-CODE        PIC X(10).
       01  SQL-CLAIM-IN-NETWORK     PIC X(01).
       01  SQL-BENEFICIARY-SEQ      PIC 9(02).
       01  SQL-BEN-LASTNAME         PIC X(20).
       01  SQL-BEN-FIRSTNAME        PIC X(20).
       01  SQL-CUS-LASTNAME         PIC X(20).
       01  SQL-CUS-FIRSTNAME        PIC X(20).
       01  SQL-TODAY-DATE           PIC X(10).
       01  SQL-CEILING              PIC S9(7)V99.
       01  SQL-OVER-FLAG            PIC X(01).
       01  SQL-REJECT-REASON        PIC X(03).
       01  SQL-AUTH-ID              PIC X(36).
       01  SQL-AUTHORIZED-AMOUNT    PIC 9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               DECLARE CRSREVW CURSOR WITH HOLD FOR
               SELECT CLAIM_ID, UUID_CUSTOMER, CLAIM_CATEGORY,
                      CLAIM_DATE, CLAIM_AMOUNT, CLAIM_PROVIDER_CODE,
                      CLAIM_IN_NETWORK, CLAIM_BENEFICIARY_SEQ,
                      COALESCE(CLAIM_AUTH_ID, ' ')
               FROM CLAIMS
               WHERE CLAIM_STATUS = 'P'
               ORDER BY CLAIM_CREATE_DATE, CLAIM_ID
               INTO :SQL-CLAIM-ID, :SQL-UUID-CUSTOMER,
                    :SQL-CLAIM-CATEGORY, :SQL-CLAIM-DATE,
                    :SQL-CLAIM-AMOUNT, :SQL-PROVIDER-CODE,
                    :SQL-CLAIM-IN-NETWORK, :SQL-BENEFICIARY-SEQ,
                    :SQL-AUTH-ID
           END-EXEC.

           EVALUATE SQLCODE
       3100-REVIEW-CLAIM.
           PERFORM 3200-LOOKUP-MEMBER
              THRU END-3200-LOOKUP-MEMBER.
           PERFORM 3250-LOOKUP-BENEFICIARY
              THRU END-3250-LOOKUP-BENEFICIARY.
           PERFORM 3300-LOOKUP-CONSUMPTION
              THRU END-3300-LOOKUP-CONSUMPTION.
           PERFORM 3350-LOOKUP-AUTHORIZATION
              THRU END-3350-LOOKUP-AUTHORIZATION.

           MOVE SQL-CLAIM-ID         TO WS-REVW-CLAIM-ID.
           MOVE SQL-CLAIM-CATEGORY   TO WS-REVW-CATEGORY.
       END-3200-LOOKUP-MEMBER.
           EXIT.

       3250-LOOKUP-BENEFICIARY.
           IF SQL-BENEFICIARY-SEQ = ZERO
               MOVE 'THE MEMBER' TO WS-REVW-BENEFICIARY
               GO TO END-3250-LOOKUP-BENEFICIARY
           END-IF.

           MOVE SPACES TO WS-REVW-BENEFICIARY.

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
                   DELIMITED BY SIZE INTO WS-REVW-BENEFICIARY
           END-IF.
       END-3250-LOOKUP-BENEFICIARY.
           EXIT.

      ******************************************************************
      *    Pulls the consumption row of the person the claim is for,   *
      *    for this category and the window covering today; a person   *
      *    with nothing posted yet simply shows zero consumed.         *
      ******************************************************************
       3300-LOOKUP-CONSUMPTION.
           EXEC SQL
               FROM CUSTOMER_REIMBURSEMENT_CONSUMPTION
               WHERE UUID_CUSTOMER     = :SQL-UUID-CUSTOMER
                 AND CLAIM_CATEGORY    = :SQL-CLAIM-CATEGORY
                 AND BENEFICIARY_SEQ   = :SQL-BENEFICIARY-SEQ
                 AND PERIOD_START_DATE <= :SQL-TODAY-DATE
                 AND PERIOD_END_DATE   >  :SQL-TODAY-DATE
           END-EXEC.
       END-3300-LOOKUP-CONSUMPTION.
           EXIT.

      ******************************************************************
      *    The amount the supervisor agreed to on the claim's prior    *
      *    authorization, or NONE when it was captured without one.    *
      ******************************************************************
       3350-LOOKUP-AUTHORIZATION.
           MOVE 'NONE' TO WS-REVW-AUTH-TEXT.
           IF SQL-AUTH-ID = SPACES
               GO TO END-3350-LOOKUP-AUTHORIZATION
           END-IF.

           EXEC SQL
               SELECT AUTHORIZED_AMOUNT
               INTO :SQL-AUTHORIZED-AMOUNT
               FROM PRIOR_AUTH
               WHERE AUTH_ID = :SQL-AUTH-ID
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SQL-AUTHORIZED-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE WS-DISPLAY-AMOUNT     TO WS-REVW-AUTH-TEXT
           END-IF.
       END-3350-LOOKUP-AUTHORIZATION.
           EXIT.

      ******************************************************************
      ******************************************************************
       4000-APPROVE-CLAIM.
                   MOVE SQL-REJECT-REASON    TO WS-AUDIT-NEW-VALUE
                   CALL 'audtrl' USING WS-AUDIT-ENTRY
                   END-CALL
                   IF SQL-AUTH-ID NOT = SPACES
                       PERFORM 5100-REOPEN-AUTHORIZATION
                          THRU END-5100-REOPEN-AUTHORIZATION
                   END-IF
                   EXEC SQL COMMIT WORK END-EXEC
                   ADD 1 TO WS-TOTAL-REJECTED
               WHEN 100
       END-5000-REJECT-CLAIM.
           EXIT.

      ******************************************************************
      *    A rejected claim no longer uses its prior authorization:    *
      *    it goes back to 'A' with no claim, in the same unit of work *
      *    as the rejection. PRIOR-AUTH-LETTERS expires it as usual if *
      *    no corrected claim comes in before EXPIRY_DATE.             *
      ******************************************************************
       5100-REOPEN-AUTHORIZATION.
           EXEC SQL
               UPDATE PRIOR_AUTH
               SET AUTH_STATUS = 'A',
                   CLAIM_ID    = NULL
               WHERE AUTH_ID     = :SQL-AUTH-ID
                 AND AUTH_STATUS = 'U'
                 AND CLAIM_ID    = :SQL-CLAIM-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-5100-REOPEN-AUTHORIZATION
           END-IF.

           MOVE 'PRIOR_AUTH'     TO WS-AUDIT-TABLE-NAME.
           MOVE SQL-AUTH-ID      TO WS-AUDIT-KEY-UUID.
           MOVE 'AUTH_STATUS'    TO WS-AUDIT-FIELD-NAME.
           MOVE 'U'              TO WS-AUDIT-OLD-VALUE.
           MOVE 'A'              TO WS-AUDIT-NEW-VALUE.
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           MOVE 'CLAIM_ID'       TO WS-AUDIT-FIELD-NAME.
           MOVE SQL-CLAIM-ID     TO WS-AUDIT-OLD-VALUE.
           MOVE SPACES           TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
       END-5100-REOPEN-AUTHORIZATION.
           EXIT.

      ******************************************************************
      *    One audit row for the status flip itself; the reject path   *
      *    adds a second row for the reason code on top.               *
