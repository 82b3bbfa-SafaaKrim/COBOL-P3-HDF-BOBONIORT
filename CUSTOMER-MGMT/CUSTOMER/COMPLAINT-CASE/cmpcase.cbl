      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cmpcase.
       AUTHOR. Martial.

      ******************************************************************
      *    Case-management transaction for member complaints: a member *
      *    contesting a rejection letter (REJ), a SEPR recovery notice *
      *    (REC), a premium suspension (SUS) or anything else (OTH).   *
      *    Key NEW to open a case or a case id to work one, the        *
      *    GROUP-MAINT pattern. A case names the member, optionally    *
      *    the CLAIM_ID or PREMIUM_LEDGER month contested, the date    *
      *    received, the OPERATOR assigned and a one-line summary; its *
      *    response and regulator deadlines are derived from the       *
      *    received date (COMPLAINT_TYPE, COMPLAINT_PARM). Any signed- *
      *    on operator opens and updates cases; recording the outcome  *
      *    takes a supervisor session (privilege level 2) and is done  *
      *    once. Upholding a REJ case puts the rejected claim back in  *
      *    the CLAIM-REVIEW 'P' queue; upholding a REC case holds the  *
      *    SEPR debit out of SEPA-EXTRACT until the case is closed. A  *
      *    case closes only once decided and is read-only afterwards.  *
      *    Every changed field, and every claim or authorization the   *
      *    decision moves, writes its AUDIT_TRAIL row in the same unit *
      *    of work. COMPLAINT-AGEING (cmpage.cbl) reports open cases.  *
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SC-CASE-CONFIRM         PIC X(01).
           88 CASE-CONFIRMED           VALUE 'Y' 'y'.
       01  SC-CASE-CLOSE           PIC X(01).
           88 CASE-CLOSE-REQUESTED     VALUE 'Y' 'y'.

       01  WS-SCREEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-EXIT-SCREEN           VALUE 'Y'.

       01  WS-MODE-SWITCH          PIC X(01).
           88 WS-MODE-ADD              VALUE 'A'.
           88 WS-MODE-UPDATE           VALUE 'U'.

       01  WS-FOUND-SWITCH         PIC X(01).
           88 WS-CASE-FOUND            VALUE 'Y'.

       01  WS-VALID-SWITCH         PIC X(01).
           88 WS-VALUES-VALID          VALUE 'Y'.
           88 WS-VALUES-INVALID        VALUE 'N'.

       01  WS-REOPEN-SWITCH        PIC X(01).
           88 WS-REOPEN-OK             VALUE 'Y'.
           88 WS-REOPEN-FAILED         VALUE 'N'.

       01  WS-CUSTOMER-NAME        PIC X(45).
       01  WS-OPERATOR-ID          PIC X(20).
       01  WS-REQUIRED-PRIVILEGE   PIC 9(01) VALUE 1.
       01  WS-DECIDE-PRIVILEGE     PIC 9(01) VALUE 2.
       01  WS-TODAY                PIC X(21).
       01  WS-TODAY-DATE           PIC X(10).
       01  WS-CASE-SEQ             PIC 9(04) VALUE 0.
       01  WS-CASE-KEY-IN          PIC X(36).

       01  WS-CASE-ID              PIC X(36).
       01  WS-CASE-MODE-MSG        PIC X(20).
       01  WS-CASE-MEMBER          PIC X(36).
       01  WS-CASE-TYPE            PIC X(03).
           88 WS-CASE-TYPE-VALID       VALUE 'REJ' 'REC' 'SUS' 'OTH'.
           88 WS-CASE-TYPE-REJECTION   VALUE 'REJ'.
           88 WS-CASE-TYPE-RECOVERY    VALUE 'REC'.
           88 WS-CASE-TYPE-SUSPENSION  VALUE 'SUS'.
       01  WS-CASE-CLAIM-ID        PIC X(36).
       01  WS-CASE-PERIOD          PIC X(07).
       01  WS-CASE-RECEIVED        PIC X(10).
       01  WS-CASE-OPERATOR        PIC X(20).
       01  WS-CASE-SUMMARY         PIC X(50).
       01  WS-CASE-STATUS          PIC X(01).
           88 WS-CASE-CLOSED           VALUE 'C'.
       01  WS-CASE-OUTCOME         PIC X(01).
           88 WS-CASE-OUTCOME-VALID    VALUE ' ' 'U' 'N' 'W'.
           88 WS-CASE-UPHELD           VALUE 'U'.
       01  WS-CASE-RESPONSE-DUE    PIC X(10).
       01  WS-CASE-REGULATOR-DUE   PIC X(10).

       01  WS-AUDIT-IDX            PIC 9(02).
       01  WS-AUDIT-FIELD-TABLE.
           03 WS-AUDIT-FIELD-ENTRY OCCURS 9 TIMES.
              05 WS-AUDIT-COL-NAME   PIC X(30).
              05 WS-AUDIT-COL-OLD    PIC X(50).
              05 WS-AUDIT-COL-NEW    PIC X(50).

           COPY 'audit-ws.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC X(05) VALUE 'cobol'.
       01  PASSWD   PIC X(10) VALUE 'cbl85'.

       01  SQL-CASE-ID              PIC X(36).
       01  SQL-UUID-CUSTOMER        PIC X(36).
       01  SQL-CASE-TYPE            PIC X(03).
       01  SQL-CLAIM-ID             PIC X(36).
       01  SQL-BILL-PERIOD          PIC X(07).
       01  SQL-RECEIVED-DATE        PIC X(10).
       01  SQL-ASSIGNED-OPERATOR    PIC X(20).
       01  SQL-CASE-SUMMARY         PIC X(50).
       01  SQL-RESPONSE-DUE-DATE    PIC X(10).
       01  SQL-REGULATOR-DUE-DATE   PIC X(10).
       01  SQL-CASE-STATUS          PIC X(01).
       01  SQL-CASE-OUTCOME         PIC X(01).
       01  SQL-OUTCOME-DATE         PIC X(10).
       01  SQL-CLOSED-DATE          PIC X(10).
       01  SQL-OPERATOR-ID          PIC X(20).
       01  SQL-TODAY-DATE           PIC X(10).
       01  SQL-RESPONSE-DAYS        PIC 9(03).
       01  SQL-REGULATOR-DAYS       PIC 9(03).
       01  SQL-CUS-LASTNAME         PIC X(20).
       01  SQL-CUS-FIRSTNAME        PIC X(20).
       01  SQL-ROW-COUNT            PIC 9(05).
       01  SQL-REJECT-REASON        PIC X(03).
       01  SQL-LETTER-DATE          PIC X(10).
       01  SQL-AUTH-ID              PIC X(36).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           COPY 'session-lk.cpy'.

       SCREEN SECTION.
           COPY 'screen-complaint-case.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-SESSION.

       0000-START-MAIN.
           IF NOT LK-SES-SIGNED-ON
           OR LK-SES-PRIVILEGE-LEVEL < WS-REQUIRED-PRIVILEGE
               DISPLAY 'COMPLAINT CASES REQUIRE A SIGNED-ON SESSION'
               GOBACK
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

           PERFORM 1500-LOAD-COMPLAINT-PARM
              THRU END-1500-LOAD-COMPLAINT-PARM.

           PERFORM 2000-PROCESS-CASE
              THRU END-2000-PROCESS-CASE
              UNTIL WS-EXIT-SCREEN.
       0000-END-MAIN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      ******************************************************************
      *    The regulator's answer deadline in days from receipt; 60    *
      *    when the parm row is missing.                               *
      ******************************************************************
       1500-LOAD-COMPLAINT-PARM.
           EXEC SQL
               SELECT REGULATOR_DAYS
               INTO :SQL-REGULATOR-DAYS
               FROM COMPLAINT_PARM
               WHERE PARM_ID = 'COMPLNT'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 60 TO SQL-REGULATOR-DAYS
           END-IF.
       END-1500-LOAD-COMPLAINT-PARM.
           EXIT.

      ******************************************************************
      *    One case per pass: key NEW or a case id, fetch or start     *
      *    fresh, take the edits, commit on confirm. Spaces in the key *
      *    ends the session; an unknown case id is asked again.        *
      ******************************************************************
       2000-PROCESS-CASE.
           MOVE SPACES TO WS-CASE-KEY-IN.
           DISPLAY 'CASE ID, OR NEW TO OPEN A CASE (SPACES TO EXIT):'.
           ACCEPT WS-CASE-KEY-IN.

           IF WS-CASE-KEY-IN = SPACES
               SET WS-EXIT-SCREEN TO TRUE
               GO TO END-2000-PROCESS-CASE
           END-IF.

           IF WS-CASE-KEY-IN = 'NEW' OR 'new'
               PERFORM 3100-START-NEW-CASE
                  THRU END-3100-START-NEW-CASE
           ELSE
               PERFORM 3000-FETCH-CASE
                  THRU END-3000-FETCH-CASE
           END-IF.

           IF WS-EXIT-SCREEN OR NOT WS-CASE-FOUND
               GO TO END-2000-PROCESS-CASE
           END-IF.

           MOVE SPACES TO SC-CASE-CLOSE.
           MOVE SPACES TO SC-CASE-CONFIRM.
           ACCEPT SCREEN-COMPLAINT-CASE.

           IF CASE-CONFIRMED
               PERFORM 4000-VALIDATE-CASE
                  THRU END-4000-VALIDATE-CASE
               IF WS-VALUES-VALID
                   PERFORM 5000-SAVE-CASE
                      THRU END-5000-SAVE-CASE
               ELSE
                   DISPLAY 'CASE NOT SAVED'
               END-IF
           END-IF.
       END-2000-PROCESS-CASE.
           EXIT.

      ******************************************************************
      *    Loads the case into the screen fields and keeps the stored  *
      *    values in the SQL fields as the before image for the audit. *
      ******************************************************************
       3000-FETCH-CASE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE WS-CASE-KEY-IN TO SQL-CASE-ID.

           EXEC SQL
               SELECT UUID_CUSTOMER, CASE_TYPE,
                      COALESCE(CLAIM_ID, ' '),
                      COALESCE(BILL_PERIOD, ' '),
                      RECEIVED_DATE, ASSIGNED_OPERATOR, CASE_SUMMARY,
                      RESPONSE_DUE_DATE, REGULATOR_DUE_DATE,
                      CASE_STATUS, COALESCE(CASE_OUTCOME, ' ')
               INTO :SQL-UUID-CUSTOMER, :SQL-CASE-TYPE,
                    :SQL-CLAIM-ID, :SQL-BILL-PERIOD,
                    :SQL-RECEIVED-DATE, :SQL-ASSIGNED-OPERATOR,
                    :SQL-CASE-SUMMARY, :SQL-RESPONSE-DUE-DATE,
                    :SQL-REGULATOR-DUE-DATE, :SQL-CASE-STATUS,
                    :SQL-CASE-OUTCOME
               FROM COMPLAINT_CASE
               WHERE CASE_ID = :SQL-CASE-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-MODE-UPDATE TO TRUE
                   MOVE SQL-CASE-ID            TO WS-CASE-ID
                   MOVE SQL-UUID-CUSTOMER      TO WS-CASE-MEMBER
                   MOVE SQL-CASE-TYPE          TO WS-CASE-TYPE
                   MOVE SQL-CLAIM-ID           TO WS-CASE-CLAIM-ID
                   MOVE SQL-BILL-PERIOD        TO WS-CASE-PERIOD
                   MOVE SQL-RECEIVED-DATE      TO WS-CASE-RECEIVED
                   MOVE SQL-ASSIGNED-OPERATOR  TO WS-CASE-OPERATOR
                   MOVE SQL-CASE-SUMMARY       TO WS-CASE-SUMMARY
                   MOVE SQL-RESPONSE-DUE-DATE  TO WS-CASE-RESPONSE-DUE
                   MOVE SQL-REGULATOR-DUE-DATE TO WS-CASE-REGULATOR-DUE
                   MOVE SQL-CASE-STATUS        TO WS-CASE-STATUS
                   MOVE SQL-CASE-OUTCOME       TO WS-CASE-OUTCOME
                   IF WS-CASE-CLOSED
                       MOVE '(CLOSED - READ ONLY)' TO WS-CASE-MODE-MSG
                   ELSE
                       MOVE '(UPDATE)' TO WS-CASE-MODE-MSG
                   END-IF
                   PERFORM 3200-LOOKUP-MEMBER
                      THRU END-3200-LOOKUP-MEMBER
               WHEN 100
                   DISPLAY 'CASE NOT FOUND: ' WS-CASE-KEY-IN
               WHEN OTHER
                   DISPLAY 'ERROR READING COMPLAINT_CASE:'
                   SPACE SQLCODE
                   SET WS-EXIT-SCREEN TO TRUE
           END-EVALUATE.
       END-3000-FETCH-CASE.
           EXIT.

      ******************************************************************
      *    A new case is open, received today and assigned to the      *
      *    operator keying it until reassigned; its id is given when   *
      *    it is saved.                                                *
      ******************************************************************
       3100-START-NEW-CASE.
           MOVE 'Y' TO WS-FOUND-SWITCH.
           SET WS-MODE-ADD TO TRUE.
           MOVE '(NEW CASE)'   TO WS-CASE-MODE-MSG.
           MOVE SPACES         TO WS-CASE-ID.
           MOVE SPACES         TO WS-CASE-MEMBER.
           MOVE SPACES         TO WS-CUSTOMER-NAME.
           MOVE SPACES         TO WS-CASE-TYPE.
           MOVE SPACES         TO WS-CASE-CLAIM-ID.
           MOVE SPACES         TO WS-CASE-PERIOD.
           MOVE WS-TODAY-DATE  TO WS-CASE-RECEIVED.
           MOVE WS-OPERATOR-ID TO WS-CASE-OPERATOR.
           MOVE SPACES         TO WS-CASE-SUMMARY.
           MOVE 'O'            TO WS-CASE-STATUS.
           MOVE SPACES         TO WS-CASE-OUTCOME.
           MOVE SPACES         TO WS-CASE-RESPONSE-DUE.
           MOVE SPACES         TO WS-CASE-REGULATOR-DUE.

           MOVE SPACES TO SQL-UUID-CUSTOMER.
           MOVE SPACES TO SQL-CASE-TYPE.
           MOVE SPACES TO SQL-CLAIM-ID.
           MOVE SPACES TO SQL-BILL-PERIOD.
           MOVE SPACES TO SQL-RECEIVED-DATE.
           MOVE SPACES TO SQL-ASSIGNED-OPERATOR.
           MOVE SPACES TO SQL-CASE-SUMMARY.
           MOVE SPACES TO SQL-CASE-STATUS.
           MOVE SPACES TO SQL-CASE-OUTCOME.
       END-3100-START-NEW-CASE.
           EXIT.

       3200-LOOKUP-MEMBER.
           MOVE SPACES TO WS-CUSTOMER-NAME.

           EXEC SQL
               SELECT FIRSTNAME, LASTNAME
               INTO :SQL-CUS-FIRSTNAME, :SQL-CUS-LASTNAME
               FROM CUSTOMER
               WHERE UUID_CUSTOMER = :WS-CASE-MEMBER
           END-EXEC.

           IF SQLCODE = ZERO
               STRING FUNCTION TRIM (SQL-CUS-FIRSTNAME)
                      SPACE
                      FUNCTION TRIM (SQL-CUS-LASTNAME)
                   DELIMITED BY SIZE INTO WS-CUSTOMER-NAME
           END-IF.
       END-3200-LOOKUP-MEMBER.
           EXIT.

      ******************************************************************
      *    Refuses any change to a closed case, a missing member, type *
      *    or summary, a malformed or future received date, an outcome *
      *    changed once recorded or recorded without a supervisor      *
      *    session, a close before the outcome, and a REJ or REC case  *
      *    without its claim. 4100 then checks the keyed values        *
      *    against the database.                                       *
      ******************************************************************
       4000-VALIDATE-CASE.
           SET WS-VALUES-VALID TO TRUE.

           EVALUATE TRUE
               WHEN WS-MODE-UPDATE AND SQL-CASE-STATUS = 'C'
                   DISPLAY 'CASE IS CLOSED'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-CASE-MEMBER = SPACES
                   DISPLAY 'MEMBER UUID IS REQUIRED'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN NOT WS-CASE-TYPE-VALID
                   DISPLAY 'CASE TYPE MUST BE REJ, REC, SUS OR OTH'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-CASE-RECEIVED (5:1) NOT = '-'
                 OR WS-CASE-RECEIVED (8:1) NOT = '-'
                   DISPLAY 'RECEIVED DATE MUST BE YYYY-MM-DD'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-CASE-RECEIVED > WS-TODAY-DATE
                   DISPLAY 'RECEIVED DATE IS IN THE FUTURE'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-CASE-OPERATOR = SPACES
                   DISPLAY 'ASSIGNED OPERATOR IS REQUIRED'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-CASE-SUMMARY = SPACES
                   DISPLAY 'SUMMARY IS REQUIRED'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN NOT WS-CASE-OUTCOME-VALID
                   DISPLAY 'OUTCOME MUST BE U, N, W OR BLANK'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN SQL-CASE-OUTCOME NOT = SPACE
                AND WS-CASE-OUTCOME NOT = SQL-CASE-OUTCOME
                   DISPLAY 'OUTCOME ALREADY RECORDED - CANNOT CHANGE'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN SQL-CASE-OUTCOME = SPACE
                AND WS-CASE-OUTCOME NOT = SPACE
                AND LK-SES-PRIVILEGE-LEVEL < WS-DECIDE-PRIVILEGE
                   DISPLAY 'RECORDING THE OUTCOME REQUIRES A '
                       'SUPERVISOR SESSION'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN CASE-CLOSE-REQUESTED
                AND WS-CASE-OUTCOME = SPACE
                   DISPLAY 'RECORD THE OUTCOME BEFORE CLOSING'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN (WS-CASE-TYPE-REJECTION OR WS-CASE-TYPE-RECOVERY)
                AND WS-CASE-CLAIM-ID = SPACES
                   DISPLAY 'CLAIM ID IS REQUIRED FOR REJ AND REC'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-CASE-PERIOD NOT = SPACES
                AND NOT WS-CASE-TYPE-SUSPENSION
                   DISPLAY 'BILL PERIOD APPLIES TO SUS CASES ONLY'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-CASE-PERIOD NOT = SPACES
                AND WS-CASE-PERIOD (5:1) NOT = '-'
                   DISPLAY 'BILL PERIOD MUST BE YYYY-MM'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-VALUES-VALID
               PERFORM 4100-CHECK-REFERENCES
                  THRU END-4100-CHECK-REFERENCES
           END-IF.
       END-4000-VALIDATE-CASE.
           EXIT.

      ******************************************************************
      *    The member must exist and the assignee be an active         *
      *    OPERATOR. A REJ case contests a claim of the member's that  *
      *    is rejected when the case is opened; a REC case names the   *
      *    member's reversal row or the original claim it reverses. A  *
      *    SUS month must be on the member's PREMIUM_LEDGER.           *
      ******************************************************************
       4100-CHECK-REFERENCES.
           PERFORM 3200-LOOKUP-MEMBER
              THRU END-3200-LOOKUP-MEMBER.
           IF WS-CUSTOMER-NAME = SPACES
               DISPLAY 'MEMBER NOT FOUND'
               SET WS-VALUES-INVALID TO TRUE
               GO TO END-4100-CHECK-REFERENCES
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-ROW-COUNT
               FROM OPERATOR
               WHERE OPERATOR_ID = :WS-CASE-OPERATOR
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC.
           IF SQLCODE NOT = ZERO OR SQL-ROW-COUNT = 0
               DISPLAY 'ASSIGNED OPERATOR IS NOT AN ACTIVE OPERATOR'
               SET WS-VALUES-INVALID TO TRUE
               GO TO END-4100-CHECK-REFERENCES
           END-IF.

           IF WS-CASE-CLAIM-ID NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQL-ROW-COUNT
                   FROM CLAIMS
                   WHERE CLAIM_ID      = :WS-CASE-CLAIM-ID
                     AND UUID_CUSTOMER = :WS-CASE-MEMBER
               END-EXEC
               IF SQLCODE NOT = ZERO OR SQL-ROW-COUNT = 0
                   DISPLAY 'CLAIM NOT FOUND FOR THIS MEMBER'
                   SET WS-VALUES-INVALID TO TRUE
                   GO TO END-4100-CHECK-REFERENCES
               END-IF
           END-IF.

           IF WS-CASE-TYPE-REJECTION AND WS-MODE-ADD
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQL-ROW-COUNT
                   FROM CLAIMS
                   WHERE CLAIM_ID     = :WS-CASE-CLAIM-ID
                     AND CLAIM_STATUS = 'R'
               END-EXEC
               IF SQLCODE NOT = ZERO OR SQL-ROW-COUNT = 0
                   DISPLAY 'CLAIM IS NOT REJECTED'
                   SET WS-VALUES-INVALID TO TRUE
                   GO TO END-4100-CHECK-REFERENCES
               END-IF
           END-IF.

           IF WS-CASE-TYPE-RECOVERY
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQL-ROW-COUNT
                   FROM CLAIMS
                   WHERE (CLAIM_ID = :WS-CASE-CLAIM-ID
                          AND CLAIM_ORIGINAL_ID IS NOT NULL)
                      OR CLAIM_ORIGINAL_ID = :WS-CASE-CLAIM-ID
               END-EXEC
               IF SQLCODE NOT = ZERO OR SQL-ROW-COUNT = 0
                   DISPLAY 'CLAIM HAS NO REVERSAL TO DISPUTE'
                   SET WS-VALUES-INVALID TO TRUE
                   GO TO END-4100-CHECK-REFERENCES
               END-IF
           END-IF.

           IF WS-CASE-PERIOD NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQL-ROW-COUNT
                   FROM PREMIUM_LEDGER
                   WHERE UUID_CUSTOMER = :WS-CASE-MEMBER
                     AND BILL_PERIOD   = :WS-CASE-PERIOD
               END-EXEC
               IF SQLCODE NOT = ZERO OR SQL-ROW-COUNT = 0
                   DISPLAY 'BILL PERIOD NOT ON THE MEMBER LEDGER'
                   SET WS-VALUES-INVALID TO TRUE
               END-IF
           END-IF.
       END-4100-CHECK-REFERENCES.
           EXIT.

      ******************************************************************
      *    Writes the case back - INSERT for a new case, UPDATE while  *
      *    it is still open otherwise - with its deadlines recomputed  *
      *    from the received date, then the audit rows and, for an     *
      *    upheld rejection, the claim reopened, in one unit of work.  *
      ******************************************************************
       5000-SAVE-CASE.
           PERFORM 5050-LOAD-RESPONSE-DAYS
              THRU END-5050-LOAD-RESPONSE-DAYS.

           IF WS-MODE-ADD
               ADD 1 TO WS-CASE-SEQ
               MOVE SPACES TO WS-CASE-ID
               STRING WS-CASE-MEMBER (1:8) '-' WS-TODAY (1:14) '-'
                      WS-CASE-SEQ
                   DELIMITED BY SIZE INTO WS-CASE-ID
               MOVE 'O' TO WS-CASE-STATUS
           END-IF.
           IF CASE-CLOSE-REQUESTED
               MOVE 'C' TO WS-CASE-STATUS
           END-IF.

           PERFORM 5100-BUILD-AUDIT-TABLE
              THRU END-5100-BUILD-AUDIT-TABLE.

           MOVE SPACES TO SQL-OUTCOME-DATE.
           IF SQL-CASE-OUTCOME = SPACE AND WS-CASE-OUTCOME NOT = SPACE
               MOVE WS-TODAY-DATE TO SQL-OUTCOME-DATE
           END-IF.
           MOVE SPACES TO SQL-CLOSED-DATE.
           IF WS-CASE-CLOSED
               MOVE WS-TODAY-DATE TO SQL-CLOSED-DATE
           END-IF.

           MOVE WS-CASE-ID       TO SQL-CASE-ID.
           MOVE WS-CASE-MEMBER   TO SQL-UUID-CUSTOMER.
           MOVE WS-CASE-TYPE     TO SQL-CASE-TYPE.
           MOVE WS-CASE-CLAIM-ID TO SQL-CLAIM-ID.
           MOVE WS-CASE-PERIOD   TO SQL-BILL-PERIOD.
           MOVE WS-CASE-RECEIVED TO SQL-RECEIVED-DATE.
           MOVE WS-CASE-OPERATOR TO SQL-ASSIGNED-OPERATOR.
           MOVE WS-CASE-SUMMARY  TO SQL-CASE-SUMMARY.
           MOVE WS-CASE-STATUS   TO SQL-CASE-STATUS.

           IF WS-MODE-ADD
               EXEC SQL
                   INSERT INTO COMPLAINT_CASE
                       (CASE_ID, UUID_CUSTOMER, CASE_TYPE, CLAIM_ID,
                        BILL_PERIOD, RECEIVED_DATE, ASSIGNED_OPERATOR,
                        CASE_SUMMARY, RESPONSE_DUE_DATE,
                        REGULATOR_DUE_DATE, CASE_STATUS,
                        CASE_OUTCOME, OUTCOME_DATE, CLOSED_DATE,
                        CREATE_OPERATOR)
                   VALUES
                       (:SQL-CASE-ID, :SQL-UUID-CUSTOMER,
                        :SQL-CASE-TYPE, NULLIF(:SQL-CLAIM-ID, ' '),
                        NULLIF(:SQL-BILL-PERIOD, ' '),
                        :SQL-RECEIVED-DATE, :SQL-ASSIGNED-OPERATOR,
                        :SQL-CASE-SUMMARY,
                        CAST(:SQL-RECEIVED-DATE AS DATE)
                            + :SQL-RESPONSE-DAYS,
                        CAST(:SQL-RECEIVED-DATE AS DATE)
                            + :SQL-REGULATOR-DAYS,
                        :SQL-CASE-STATUS,
                        NULLIF(:WS-CASE-OUTCOME, ' '),
                        NULLIF(:SQL-OUTCOME-DATE, ' '),
                        NULLIF(:SQL-CLOSED-DATE, ' '),
                        :SQL-OPERATOR-ID)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE COMPLAINT_CASE
                   SET UUID_CUSTOMER = :SQL-UUID-CUSTOMER,
                       CASE_TYPE = :SQL-CASE-TYPE,
                       CLAIM_ID = NULLIF(:SQL-CLAIM-ID, ' '),
                       BILL_PERIOD = NULLIF(:SQL-BILL-PERIOD, ' '),
                       RECEIVED_DATE = :SQL-RECEIVED-DATE,
                       ASSIGNED_OPERATOR = :SQL-ASSIGNED-OPERATOR,
                       CASE_SUMMARY = :SQL-CASE-SUMMARY,
                       RESPONSE_DUE_DATE =
                           CAST(:SQL-RECEIVED-DATE AS DATE)
                           + :SQL-RESPONSE-DAYS,
                       REGULATOR_DUE_DATE =
                           CAST(:SQL-RECEIVED-DATE AS DATE)
                           + :SQL-REGULATOR-DAYS,
                       CASE_STATUS = :SQL-CASE-STATUS,
                       CASE_OUTCOME = NULLIF(:WS-CASE-OUTCOME, ' '),
                       OUTCOME_DATE = COALESCE(OUTCOME_DATE,
                           NULLIF(:SQL-OUTCOME-DATE, ' ')),
                       CLOSED_DATE = NULLIF(:SQL-CLOSED-DATE, ' ')
                   WHERE CASE_ID = :SQL-CASE-ID
                     AND CASE_STATUS = 'O'
               END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   EXEC SQL ROLLBACK WORK END-EXEC
                   DISPLAY 'CASE CLOSED MEANWHILE - NOT SAVED'
                   GO TO END-5000-SAVE-CASE
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   DISPLAY 'ERROR SAVING COMPLAINT_CASE:'
                   SPACE SQLCODE
                   GO TO END-5000-SAVE-CASE
           END-EVALUATE.

           PERFORM 5200-WRITE-AUDIT-ROWS
              THRU END-5200-WRITE-AUDIT-ROWS.

           IF SQL-CASE-OUTCOME = SPACE
           AND WS-CASE-UPHELD
           AND WS-CASE-TYPE-REJECTION
               PERFORM 6000-REOPEN-CLAIM
                  THRU END-6000-REOPEN-CLAIM
               IF WS-REOPEN-FAILED
                   EXEC SQL ROLLBACK WORK END-EXEC
                   DISPLAY 'CLAIM ' WS-CASE-CLAIM-ID
                       ' COULD NOT BE REOPENED - CASE NOT SAVED'
                   GO TO END-5000-SAVE-CASE
               END-IF
               DISPLAY 'CLAIM ' WS-CASE-CLAIM-ID
                   ' BACK IN THE CLAIM-REVIEW QUEUE'
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           DISPLAY 'CASE SAVED: ' WS-CASE-ID.

           IF WS-CASE-UPHELD AND WS-CASE-TYPE-RECOVERY
               IF WS-CASE-CLOSED
                   DISPLAY 'RECOVERY DEBIT RELEASED TO SEPA-EXTRACT'
               ELSE
                   DISPLAY 'RECOVERY DEBIT HELD FROM SEPA-EXTRACT '
                       'UNTIL THE CASE IS CLOSED'
               END-IF
           END-IF.
       END-5000-SAVE-CASE.
           EXIT.

      ******************************************************************
      *    Our response target for the case type; 30 days for a type   *
      *    missing from COMPLAINT_TYPE.                                *
      ******************************************************************
       5050-LOAD-RESPONSE-DAYS.
           EXEC SQL
               SELECT RESPONSE_DAYS
               INTO :SQL-RESPONSE-DAYS
               FROM COMPLAINT_TYPE
               WHERE CASE_TYPE = :WS-CASE-TYPE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 30 TO SQL-RESPONSE-DAYS
           END-IF.
       END-5050-LOAD-RESPONSE-DAYS.
           EXIT.

      ******************************************************************
      *    Pairs each column with its before value (spaces on a new    *
      *    case) so only the fields that actually changed get an audit *
      *    row.                                                        *
      ******************************************************************
       5100-BUILD-AUDIT-TABLE.
           MOVE 'UUID_CUSTOMER'      TO WS-AUDIT-COL-NAME (1).
           MOVE SQL-UUID-CUSTOMER    TO WS-AUDIT-COL-OLD (1).
           MOVE WS-CASE-MEMBER       TO WS-AUDIT-COL-NEW (1).
           MOVE 'CASE_TYPE'          TO WS-AUDIT-COL-NAME (2).
           MOVE SQL-CASE-TYPE        TO WS-AUDIT-COL-OLD (2).
           MOVE WS-CASE-TYPE         TO WS-AUDIT-COL-NEW (2).
           MOVE 'CLAIM_ID'           TO WS-AUDIT-COL-NAME (3).
           MOVE SQL-CLAIM-ID         TO WS-AUDIT-COL-OLD (3).
           MOVE WS-CASE-CLAIM-ID     TO WS-AUDIT-COL-NEW (3).
           MOVE 'BILL_PERIOD'        TO WS-AUDIT-COL-NAME (4).
           MOVE SQL-BILL-PERIOD      TO WS-AUDIT-COL-OLD (4).
           MOVE WS-CASE-PERIOD       TO WS-AUDIT-COL-NEW (4).
           MOVE 'RECEIVED_DATE'      TO WS-AUDIT-COL-NAME (5).
           MOVE SQL-RECEIVED-DATE    TO WS-AUDIT-COL-OLD (5).
           MOVE WS-CASE-RECEIVED     TO WS-AUDIT-COL-NEW (5).
           MOVE 'ASSIGNED_OPERATOR'  TO WS-AUDIT-COL-NAME (6).
           MOVE SQL-ASSIGNED-OPERATOR TO WS-AUDIT-COL-OLD (6).
           MOVE WS-CASE-OPERATOR     TO WS-AUDIT-COL-NEW (6).
           MOVE 'CASE_SUMMARY'       TO WS-AUDIT-COL-NAME (7).
           MOVE SQL-CASE-SUMMARY     TO WS-AUDIT-COL-OLD (7).
           MOVE WS-CASE-SUMMARY      TO WS-AUDIT-COL-NEW (7).
           MOVE 'CASE_STATUS'        TO WS-AUDIT-COL-NAME (8).
           MOVE SQL-CASE-STATUS      TO WS-AUDIT-COL-OLD (8).
           MOVE WS-CASE-STATUS       TO WS-AUDIT-COL-NEW (8).
           MOVE 'CASE_OUTCOME'       TO WS-AUDIT-COL-NAME (9).
           MOVE SQL-CASE-OUTCOME     TO WS-AUDIT-COL-OLD (9).
           MOVE WS-CASE-OUTCOME      TO WS-AUDIT-COL-NEW (9).
       END-5100-BUILD-AUDIT-TABLE.
           EXIT.

       5200-WRITE-AUDIT-ROWS.
           PERFORM VARYING WS-AUDIT-IDX FROM 1 BY 1
                   UNTIL WS-AUDIT-IDX > 9
               IF WS-AUDIT-COL-OLD (WS-AUDIT-IDX) NOT =
                  WS-AUDIT-COL-NEW (WS-AUDIT-IDX)
                   MOVE 'COMPLAINT_CASE' TO WS-AUDIT-TABLE-NAME
                   MOVE WS-CASE-ID       TO WS-AUDIT-KEY-UUID
                   MOVE WS-AUDIT-COL-NAME (WS-AUDIT-IDX)
                       TO WS-AUDIT-FIELD-NAME
                   MOVE WS-AUDIT-COL-OLD (WS-AUDIT-IDX)
                       TO WS-AUDIT-OLD-VALUE
                   MOVE WS-AUDIT-COL-NEW (WS-AUDIT-IDX)
                       TO WS-AUDIT-NEW-VALUE
                   MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR-ID
                   CALL 'audtrl' USING WS-AUDIT-ENTRY
                   END-CALL
               END-IF
           END-PERFORM.
       END-5200-WRITE-AUDIT-ROWS.
           EXIT.

      ******************************************************************
      *    An upheld rejection complaint sends the claim back to the   *
      *    CLAIM-REVIEW queue: 'R' to 'P' with its reject reason and   *
      *    letter date cleared, so whatever the supervisor decides     *
      *    next is lettered by MEMBER-LETTERS again. A claim that is   *
      *    no longer 'R' fails the whole save.                         *
      ******************************************************************
       6000-REOPEN-CLAIM.
           SET WS-REOPEN-FAILED TO TRUE.
           MOVE WS-CASE-CLAIM-ID TO SQL-CLAIM-ID.

           EXEC SQL
               SELECT COALESCE(CLAIM_REJECT_REASON, ' '),
                      COALESCE(CLAIM_AUTH_ID, ' '),
                      COALESCE(CAST(CLAIM_LETTER_DATE AS CHAR(10)), ' ')
               INTO :SQL-REJECT-REASON, :SQL-AUTH-ID,
                    :SQL-LETTER-DATE
               FROM CLAIMS
               WHERE CLAIM_ID     = :SQL-CLAIM-ID
                 AND CLAIM_STATUS = 'R'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-6000-REOPEN-CLAIM
           END-IF.

           EXEC SQL
               UPDATE CLAIMS
               SET CLAIM_STATUS        = 'P',
                   CLAIM_REJECT_REASON = NULL,
                   CLAIM_LETTER_DATE   = NULL
               WHERE CLAIM_ID     = :SQL-CLAIM-ID
                 AND CLAIM_STATUS = 'R'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-6000-REOPEN-CLAIM
           END-IF.

           MOVE 'CLAIMS'          TO WS-AUDIT-TABLE-NAME.
           MOVE SQL-CLAIM-ID      TO WS-AUDIT-KEY-UUID.
           MOVE 'CLAIM_STATUS'    TO WS-AUDIT-FIELD-NAME.
           MOVE 'R'               TO WS-AUDIT-OLD-VALUE.
           MOVE 'P'               TO WS-AUDIT-NEW-VALUE.
           MOVE WS-OPERATOR-ID    TO WS-AUDIT-OPERATOR-ID.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           MOVE 'CLAIM_REJECT_REASON' TO WS-AUDIT-FIELD-NAME.
           MOVE SQL-REJECT-REASON TO WS-AUDIT-OLD-VALUE.
           MOVE SPACES            TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           MOVE 'CLAIM_LETTER_DATE' TO WS-AUDIT-FIELD-NAME.
           MOVE SQL-LETTER-DATE   TO WS-AUDIT-OLD-VALUE.
           MOVE SPACES            TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.

           SET WS-REOPEN-OK TO TRUE.
           IF SQL-AUTH-ID NOT = SPACES
               PERFORM 6100-RETAKE-AUTHORIZATION
                  THRU END-6100-RETAKE-AUTHORIZATION
           END-IF.
       END-6000-REOPEN-CLAIM.
           EXIT.

      ******************************************************************
      *    The rejection gave the claim's prior authorization back to  *
      *    'A'. If it is still open and unused the reopened claim      *
      *    takes it again ('A' to 'U'); if it has since been used by   *
      *    another claim or expired, the claim loses the link and the  *
      *    supervisor reviews it without an authorization.             *
      ******************************************************************
       6100-RETAKE-AUTHORIZATION.
           EXEC SQL
               UPDATE PRIOR_AUTH
               SET AUTH_STATUS = 'U',
                   CLAIM_ID    = :SQL-CLAIM-ID
               WHERE AUTH_ID     = :SQL-AUTH-ID
                 AND AUTH_STATUS = 'A'
                 AND CLAIM_ID IS NULL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'PRIOR_AUTH'     TO WS-AUDIT-TABLE-NAME
                   MOVE SQL-AUTH-ID      TO WS-AUDIT-KEY-UUID
                   MOVE 'AUTH_STATUS'    TO WS-AUDIT-FIELD-NAME
                   MOVE 'A'              TO WS-AUDIT-OLD-VALUE
                   MOVE 'U'              TO WS-AUDIT-NEW-VALUE
                   CALL 'audtrl' USING WS-AUDIT-ENTRY
                   END-CALL
                   MOVE 'CLAIM_ID'       TO WS-AUDIT-FIELD-NAME
                   MOVE SPACES           TO WS-AUDIT-OLD-VALUE
                   MOVE SQL-CLAIM-ID     TO WS-AUDIT-NEW-VALUE
                   CALL 'audtrl' USING WS-AUDIT-ENTRY
                   END-CALL
               WHEN 100
                   EXEC SQL
                       UPDATE CLAIMS
                       SET CLAIM_AUTH_ID = NULL
                       WHERE CLAIM_ID = :SQL-CLAIM-ID
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       SET WS-REOPEN-FAILED TO TRUE
                       GO TO END-6100-RETAKE-AUTHORIZATION
                   END-IF
                   MOVE 'CLAIMS'         TO WS-AUDIT-TABLE-NAME
                   MOVE SQL-CLAIM-ID     TO WS-AUDIT-KEY-UUID
                   MOVE 'CLAIM_AUTH_ID'  TO WS-AUDIT-FIELD-NAME
                   MOVE SQL-AUTH-ID      TO WS-AUDIT-OLD-VALUE
                   MOVE SPACES           TO WS-AUDIT-NEW-VALUE
                   CALL 'audtrl' USING WS-AUDIT-ENTRY
                   END-CALL
                   DISPLAY 'PRIOR AUTHORIZATION NO LONGER OPEN - '
                       'CLAIM WILL BE REVIEWED WITHOUT IT'
               WHEN OTHER
                   SET WS-REOPEN-FAILED TO TRUE
           END-EVALUATE.
       END-6100-RETAKE-AUTHORIZATION.
           EXIT.
