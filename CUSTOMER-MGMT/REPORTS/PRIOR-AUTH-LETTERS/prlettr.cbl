      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prlettr.
       AUTHOR. Martial.

      ******************************************************************
      *    Nightly batch for prior authorizations (PRIOR_AUTH). It     *
      *    first expires every approval still open ('A') whose         *
      *    EXPIRY_DATE has passed, to 'E', with an AUDIT_TRAIL row     *
      *    each, so CLAIM-ENTRY and TELE-INTAKE stop matching claims   *
      *    to it. It then prints the decision letter for every request *
      *    decided by PRIOR-AUTH-REVIEW and not yet lettered, in       *
      *    MEMBER-LETTERS' print style:                                *
      *      - a pre-approval letter for an approved or capped quote,  *
      *        showing the quoted and authorized amounts, what is      *
      *        left of the person's CUSTOMER_REIMBURSEMENT_CONSUMPTION *
      *        ceiling for the category, the payment we forecast (the  *
      *        authorized amount, held to what is left of the ceiling) *
      *        and the date the authorization is valid until;          *
      *      - a refusal letter quoting the REFUSE_REASON in full.     *
      *    Work is selected by AUTH_LETTER_DATE IS NULL and stamped    *
      *    with the run date once printed, so a missed night is caught *
      *    up and no decision is lettered twice.                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRINT-PATH            PIC X(100) VALUE 'prlettr.prt'.
       01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.

       01  WS-COMMIT-INTERVAL       PIC 9(05) VALUE 200.
       01  WS-LETTERS-SINCE-COMMIT  PIC 9(05) VALUE 0.
       01  WS-TOTAL-EXPIRED         PIC 9(09) VALUE 0.
       01  WS-TOTAL-APPROVALS       PIC 9(09) VALUE 0.
       01  WS-TOTAL-REFUSALS        PIC 9(09) VALUE 0.
       01  WS-TOTAL-SKIPPED         PIC 9(09) VALUE 0.

       01  WS-RUN-DATE              PIC X(10).
       01  WS-TODAY                 PIC X(21).

       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR          VALUE 'Y'.
       01  WS-EXP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-END-OF-EXPIRY          VALUE 'Y'.

       01  WS-CUSTOMER-FOUND        PIC X(01) VALUE 'N'.
           88 WS-CUSTOMER-MATCHED       VALUE 'Y'.
       01  WS-PREV-UUID             PIC X(36) VALUE LOW-VALUES.
       01  WS-MEMBER-NAME           PIC X(45).
       01  WS-CARE-FOR-NAME         PIC X(45).
       01  WS-AMOUNT-EDIT           PIC Z(6)9.99.

       01  WS-CONSUMPTION-FOUND     PIC X(01) VALUE 'N'.
           88 WS-CONSUMPTION-MATCHED    VALUE 'Y'.
       01  WS-REMAINING             PIC S9(07)V99.
       01  WS-FORECAST              PIC S9(07)V99.

       01  WS-OPERATOR-ID           PIC X(20)
                                    VALUE 'PRIOR-AUTH-LETTERS'.

      ******************************************************************
      *    Category labels and the full wording behind each            *
      *    REFUSE_REASON code, the same wording as the claim           *
      *    rejection letters of MEMBER-LETTERS.                        *
      ******************************************************************
       01  WS-CAT-IDX               PIC 9(02).
       01  WS-CAT-TABLE.
           03 WS-CAT-ENTRY OCCURS 4 TIMES.
              05 WS-CAT-CODE        PIC X(03).
              05 WS-CAT-LABEL       PIC X(20).
       01  WS-CATEGORY-LABEL        PIC X(20).

       01  WS-REASON-IDX            PIC 9(01).
       01  WS-REASON-TABLE.
           03 WS-REASON-ENTRY OCCURS 4 TIMES.
              05 WS-REASON-CODE     PIC X(03).
              05 WS-REASON-WORDING  PIC X(50).
       01  WS-REASON-TEXT           PIC X(50).

           COPY 'audit-ws.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC X(05) VALUE 'cobol'.
       01  PASSWD   PIC X(10) VALUE 'cbl85'.

       01  SQL-RUN-DATE              PIC X(10).

       01  SQL-AUTH-ID               PIC X(36).
       01  SQL-UUID-CUSTOMER         PIC X(36).
       01  SQL-BENEFICIARY-SEQ       PIC 9(02).
       01  SQL-CLAIM-CATEGORY        PIC X(03).
       01  SQL-PROVIDER-CODE         PIC X(10).
       01  SQL-QUOTE-DATE            PIC X(10).
       01  SQL-QUOTED-AMOUNT         PIC S9(7)V99.
       01  SQL-AUTH-STATUS           PIC X(01).
       01  SQL-AUTHORIZED-AMOUNT     PIC S9(7)V99.
       01  SQL-REFUSE-REASON         PIC X(03).
       01  SQL-EXPIRY-DATE           PIC X(10).

       01  SQL-CONSUMED              PIC S9(7)V99.
       01  SQL-CEILING               PIC S9(7)V99.
       01  SQL-CARRY-OVER            PIC S9(7)V99.

       01  SQL-BEN-LASTNAME          PIC X(20).
       01  SQL-BEN-FIRSTNAME         PIC X(20).
       01  SQL-CUS-LASTNAME          PIC X(20).
       01  SQL-CUS-FIRSTNAME         PIC X(20).
       01  SQL-CUS-ADRESS1           PIC X(50).
       01  SQL-CUS-ADRESS2           PIC X(50).
       01  SQL-CUS-ZIPCODE           PIC X(15).
       01  SQL-CUS-TOWN              PIC X(30).
       01  SQL-CUS-COUNTRY           PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-START-MAIN.
           PERFORM 1000-INITIALIZE
              THRU END-1000-INITIALIZE.

           PERFORM 1500-OPEN-EXPIRY-CURSOR
              THRU END-1500-OPEN-EXPIRY-CURSOR.

           PERFORM 1600-EXPIRE-AUTHORIZATIONS
              THRU END-1600-EXPIRE-AUTHORIZATIONS
              UNTIL WS-END-OF-EXPIRY.

           PERFORM 2000-OPEN-CURSOR
              THRU END-2000-OPEN-CURSOR.

           PERFORM 3000-PROCESS-DECISIONS
              THRU END-3000-PROCESS-DECISIONS
              UNTIL WS-END-OF-CURSOR.

           PERFORM 8000-FINALIZE
              THRU END-8000-FINALIZE.
       0000-END-MAIN.
           GOBACK.

      ******************************************************************
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO SQL-RUN-DATE.

           PERFORM 1100-LOAD-TABLES
              THRU END-1100-LOAD-TABLES.

           OPEN OUTPUT PRINT-FILE.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'PRIOR AUTHORIZATION LETTER STREAM OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'PRLETTR CANNOT CONNECT:' SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-END-OF-EXPIRY TO TRUE
               SET WS-END-OF-CURSOR TO TRUE
           END-IF.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      ******************************************************************
       1100-LOAD-TABLES.
           MOVE 'HOS' TO WS-CAT-CODE (1).
           MOVE 'HOSPITAL STAY'       TO WS-CAT-LABEL (1).
           MOVE 'PGL' TO WS-CAT-CODE (2).
           MOVE 'PROGRESSIVE GLASSES' TO WS-CAT-LABEL (2).
           MOVE 'MOL' TO WS-CAT-CODE (3).
           MOVE 'MOLAR CROWN'         TO WS-CAT-LABEL (3).
           MOVE 'NMO' TO WS-CAT-CODE (4).
           MOVE 'NON MOLAR CROWN'     TO WS-CAT-LABEL (4).

           MOVE 'AMT' TO WS-REASON-CODE (1).
           MOVE 'AMOUNT NOT JUSTIFIED BY THE SUPPORTING DOCUMENTS'
               TO WS-REASON-WORDING (1).
           MOVE 'NCV' TO WS-REASON-CODE (2).
           MOVE 'CARE NOT COVERED BY THE CONTRACT'
               TO WS-REASON-WORDING (2).
           MOVE 'DUP' TO WS-REASON-CODE (3).
           MOVE 'DUPLICATE OF AN ALREADY-SUBMITTED QUOTE'
               TO WS-REASON-WORDING (3).
           MOVE 'DOC' TO WS-REASON-CODE (4).
           MOVE 'SUPPORTING DOCUMENTATION MISSING'
               TO WS-REASON-WORDING (4).
       END-1100-LOAD-TABLES.
           EXIT.

      ******************************************************************
      *    Approvals still open whose validity has run out. Selected   *
      *    on EXPIRY_DATE < run date: an approval is still good on its *
      *    expiry day itself.                                          *
      ******************************************************************
       1500-OPEN-EXPIRY-CURSOR.
           EXEC SQL
               DECLARE CRSEXP CURSOR WITH HOLD FOR
               SELECT AUTH_ID, CAST(EXPIRY_DATE AS CHAR(10))
               FROM PRIOR_AUTH
               WHERE AUTH_STATUS = 'A'
                 AND EXPIRY_DATE < :SQL-RUN-DATE
               ORDER BY AUTH_ID
           END-EXEC.

           EXEC SQL
               OPEN CRSEXP
           END-EXEC.
       END-1500-OPEN-EXPIRY-CURSOR.
           EXIT.

      ******************************************************************
      ******************************************************************
       1600-EXPIRE-AUTHORIZATIONS.
           EXEC SQL
               FETCH CRSEXP
               INTO :SQL-AUTH-ID, :SQL-EXPIRY-DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 1700-EXPIRE-ONE
                      THRU END-1700-EXPIRE-ONE
               WHEN 100
                   SET WS-END-OF-EXPIRY TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSEXP:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-EXPIRY TO TRUE
           END-EVALUATE.
       END-1600-EXPIRE-AUTHORIZATIONS.
           EXIT.

       1700-EXPIRE-ONE.
           EXEC SQL
               UPDATE PRIOR_AUTH
               SET AUTH_STATUS = 'E'
               WHERE AUTH_ID = :SQL-AUTH-ID
                 AND AUTH_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR EXPIRING AUTHORIZATION ' SQL-AUTH-ID
                   ':' SPACE SQLCODE
               GO TO END-1700-EXPIRE-ONE
           END-IF.

           MOVE 'PRIOR_AUTH'      TO WS-AUDIT-TABLE-NAME.
           MOVE SQL-AUTH-ID       TO WS-AUDIT-KEY-UUID.
           MOVE 'AUTH_STATUS'     TO WS-AUDIT-FIELD-NAME.
           MOVE 'A'               TO WS-AUDIT-OLD-VALUE.
           MOVE 'E'               TO WS-AUDIT-NEW-VALUE.
           MOVE WS-OPERATOR-ID    TO WS-AUDIT-OPERATOR-ID.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.

           ADD 1 TO WS-TOTAL-EXPIRED.
           ADD 1 TO WS-LETTERS-SINCE-COMMIT.
           IF WS-LETTERS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               EXEC SQL COMMIT WORK END-EXEC
               MOVE 0 TO WS-LETTERS-SINCE-COMMIT
           END-IF.
       END-1700-EXPIRE-ONE.
           EXIT.

      ******************************************************************
      *    Every decision not yet lettered. An approval already used   *
      *    by a claim ('U') before the run still gets its letter; one  *
      *    expired tonight does not. Ordered by member so each         *
      *    member's letters come together.                             *
      ******************************************************************
       2000-OPEN-CURSOR.
           EXEC SQL
               DECLARE CRSPRL CURSOR WITH HOLD FOR
               SELECT AUTH_ID, UUID_CUSTOMER, BENEFICIARY_SEQ,
                      CLAIM_CATEGORY, PROVIDER_CODE,
                      CAST(QUOTE_DATE AS CHAR(10)), QUOTED_AMOUNT,
                      AUTH_STATUS,
                      COALESCE(AUTHORIZED_AMOUNT, 0),
                      COALESCE(REFUSE_REASON, ' '),
                      COALESCE(CAST(EXPIRY_DATE AS CHAR(10)), ' ')
               FROM PRIOR_AUTH
               WHERE AUTH_LETTER_DATE IS NULL
                 AND AUTH_STATUS IN ('A', 'U', 'R')
               ORDER BY UUID_CUSTOMER, AUTH_ID
           END-EXEC.

           EXEC SQL
               OPEN CRSPRL
           END-EXEC.
       END-2000-OPEN-CURSOR.
           EXIT.

      ******************************************************************
      ******************************************************************
       3000-PROCESS-DECISIONS.
           EXEC SQL
               FETCH CRSPRL
               INTO :SQL-AUTH-ID, :SQL-UUID-CUSTOMER,
                    :SQL-BENEFICIARY-SEQ, :SQL-CLAIM-CATEGORY,
                    :SQL-PROVIDER-CODE, :SQL-QUOTE-DATE,
                    :SQL-QUOTED-AMOUNT, :SQL-AUTH-STATUS,
                    :SQL-AUTHORIZED-AMOUNT, :SQL-REFUSE-REASON,
                    :SQL-EXPIRY-DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3100-LETTER-ONE-DECISION
                      THRU END-3100-LETTER-ONE-DECISION
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSPRL:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.
       END-3000-PROCESS-DECISIONS.
           EXIT.

      ******************************************************************
      ******************************************************************
       3100-LETTER-ONE-DECISION.
           IF SQL-UUID-CUSTOMER NOT = WS-PREV-UUID
               PERFORM 3200-LOOKUP-CUSTOMER
                  THRU END-3200-LOOKUP-CUSTOMER
               MOVE SQL-UUID-CUSTOMER TO WS-PREV-UUID
           END-IF.

           IF NOT WS-CUSTOMER-MATCHED
               DISPLAY 'PRLETTR NO CUSTOMER ROW FOR '
                   SQL-UUID-CUSTOMER ' - AUTHORIZATION ' SQL-AUTH-ID
                   ' LEFT UNLETTERED'
               ADD 1 TO WS-TOTAL-SKIPPED
               GO TO END-3100-LETTER-ONE-DECISION
           END-IF.

           PERFORM 3250-LOOKUP-CARE-FOR
              THRU END-3250-LOOKUP-CARE-FOR.
           PERFORM 3300-EXPAND-CODES
              THRU END-3300-EXPAND-CODES.

           PERFORM 4000-PRINT-ADDRESS-BLOCK
              THRU END-4000-PRINT-ADDRESS-BLOCK.

           IF SQL-AUTH-STATUS = 'R'
               PERFORM 4200-PRINT-REFUSAL
                  THRU END-4200-PRINT-REFUSAL
               ADD 1 TO WS-TOTAL-REFUSALS
           ELSE
               PERFORM 3400-FORECAST-PAYMENT
                  THRU END-3400-FORECAST-PAYMENT
               PERFORM 4100-PRINT-APPROVAL
                  THRU END-4100-PRINT-APPROVAL
               ADD 1 TO WS-TOTAL-APPROVALS
           END-IF.

           PERFORM 5000-STAMP-LETTER-DATE
              THRU END-5000-STAMP-LETTER-DATE.

           ADD 1 TO WS-LETTERS-SINCE-COMMIT.
           IF WS-LETTERS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               EXEC SQL COMMIT WORK END-EXEC
               MOVE 0 TO WS-LETTERS-SINCE-COMMIT
           END-IF.
       END-3100-LETTER-ONE-DECISION.
           EXIT.

       3200-LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND.

           EXEC SQL
               SELECT LASTNAME, FIRSTNAME,
                      COALESCE(ADRESS1, ' '), COALESCE(ADRESS2, ' '),
                      COALESCE(ZIPCODE, ' '), COALESCE(TOWN, ' '),
                      COALESCE(COUNTRY, ' ')
               INTO :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                    :SQL-CUS-ADRESS1, :SQL-CUS-ADRESS2,
                    :SQL-CUS-ZIPCODE, :SQL-CUS-TOWN,
                    :SQL-CUS-COUNTRY
               FROM CUSTOMER
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-CUSTOMER-FOUND
               MOVE SPACES TO WS-MEMBER-NAME
               STRING FUNCTION TRIM (SQL-CUS-FIRSTNAME) SPACE
                      FUNCTION TRIM (SQL-CUS-LASTNAME)
                   DELIMITED BY SIZE INTO WS-MEMBER-NAME
           END-IF.
       END-3200-LOOKUP-CUSTOMER.
           EXIT.

      ******************************************************************
      *    The person the care is for: the member, or the dependant's  *
      *    name from BENEFICIARY.                                      *
      ******************************************************************
       3250-LOOKUP-CARE-FOR.
           MOVE WS-MEMBER-NAME TO WS-CARE-FOR-NAME.
           IF SQL-BENEFICIARY-SEQ = ZERO
               GO TO END-3250-LOOKUP-CARE-FOR
           END-IF.

           EXEC SQL
               SELECT LASTNAME, FIRSTNAME
               INTO :SQL-BEN-LASTNAME, :SQL-BEN-FIRSTNAME
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER   = :SQL-UUID-CUSTOMER
                 AND BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-CARE-FOR-NAME
               STRING FUNCTION TRIM (SQL-BEN-FIRSTNAME) SPACE
                      FUNCTION TRIM (SQL-BEN-LASTNAME)
                   DELIMITED BY SIZE INTO WS-CARE-FOR-NAME
           END-IF.
       END-3250-LOOKUP-CARE-FOR.
           EXIT.

      ******************************************************************
      ******************************************************************
       3300-EXPAND-CODES.
           MOVE SQL-CLAIM-CATEGORY TO WS-CATEGORY-LABEL.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 4
               IF WS-CAT-CODE (WS-CAT-IDX) = SQL-CLAIM-CATEGORY
                   MOVE WS-CAT-LABEL (WS-CAT-IDX)
                       TO WS-CATEGORY-LABEL
               END-IF
           END-PERFORM.

           MOVE SQL-REFUSE-REASON TO WS-REASON-TEXT.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 4
               IF WS-REASON-CODE (WS-REASON-IDX) = SQL-REFUSE-REASON
                   MOVE WS-REASON-WORDING (WS-REASON-IDX)
                       TO WS-REASON-TEXT
               END-IF
           END-PERFORM.
       END-3300-EXPAND-CODES.
           EXIT.

      ******************************************************************
      *    What is left of the person's ceiling for the category in    *
      *    the window covering the run date (ceiling plus carry-over   *
      *    less consumed), and the payment forecast against it: the    *
      *    authorized amount, held to what is left. With no            *
      *    consumption row yet the whole authorized amount is          *
      *    forecast.                                                   *
      ******************************************************************
       3400-FORECAST-PAYMENT.
           MOVE 'N' TO WS-CONSUMPTION-FOUND.
           MOVE SQL-AUTHORIZED-AMOUNT TO WS-FORECAST.
           MOVE 0 TO WS-REMAINING.

           EXEC SQL
               SELECT AMOUNT_CONSUMED, CEILING_AMOUNT,
                      COALESCE(CARRY_OVER_AMOUNT, 0)
               INTO :SQL-CONSUMED, :SQL-CEILING, :SQL-CARRY-OVER
               FROM CUSTOMER_REIMBURSEMENT_CONSUMPTION
               WHERE UUID_CUSTOMER     = :SQL-UUID-CUSTOMER
                 AND CLAIM_CATEGORY    = :SQL-CLAIM-CATEGORY
                 AND BENEFICIARY_SEQ   = :SQL-BENEFICIARY-SEQ
                 AND PERIOD_START_DATE <= :SQL-RUN-DATE
                 AND PERIOD_END_DATE   >  :SQL-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-3400-FORECAST-PAYMENT
           END-IF.

           MOVE 'Y' TO WS-CONSUMPTION-FOUND.
           COMPUTE WS-REMAINING = SQL-CEILING + SQL-CARRY-OVER
               - SQL-CONSUMED.
           IF WS-REMAINING < 0
               MOVE 0 TO WS-REMAINING
           END-IF.
           IF WS-REMAINING < WS-FORECAST
               MOVE WS-REMAINING TO WS-FORECAST
           END-IF.
       END-3400-FORECAST-PAYMENT.
           EXIT.

      ******************************************************************
      *    [RD] En-tete de lettre : adresse du membre, date du jour.   *
      ******************************************************************
       4000-PRINT-ADDRESS-BLOCK.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ALL '-' TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           MOVE WS-MEMBER-NAME TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           MOVE SQL-CUS-ADRESS1 TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           IF SQL-CUS-ADRESS2 NOT = SPACES
               MOVE SPACES TO PRINT-RECORD
               MOVE SQL-CUS-ADRESS2 TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

           MOVE SPACES TO PRINT-RECORD.
           STRING FUNCTION TRIM (SQL-CUS-ZIPCODE) SPACE
                  FUNCTION TRIM (SQL-CUS-TOWN) SPACE
                  FUNCTION TRIM (SQL-CUS-COUNTRY)
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'DATE : ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'RE   : YOUR ' FUNCTION TRIM (WS-CATEGORY-LABEL)
                  ' QUOTE OF ' SQL-QUOTE-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'REF  : ' SQL-AUTH-ID
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       END-4000-PRINT-ADDRESS-BLOCK.
           EXIT.

      ******************************************************************
      *    [RD] Accord prealable : montants et paiement prevu.         *
      ******************************************************************
       4100-PRINT-APPROVAL.
           IF SQL-AUTHORIZED-AMOUNT < SQL-QUOTED-AMOUNT
               MOVE 'WE HAVE EXAMINED THE QUOTE BELOW AND APPROVED IT'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE 'UP TO A REDUCED AMOUNT.' TO PRINT-RECORD
               WRITE PRINT-RECORD
           ELSE
               MOVE 'WE HAVE EXAMINED THE QUOTE BELOW AND APPROVED IT.'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING '  CARE FOR                    : ' WS-CARE-FOR-NAME
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING '  PROVIDER                    : ' SQL-PROVIDER-CODE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SQL-QUOTED-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING '  OUR SHARE QUOTED            : ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SQL-AUTHORIZED-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING '  AMOUNT AUTHORIZED           : ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           IF WS-CONSUMPTION-MATCHED
               MOVE WS-REMAINING TO WS-AMOUNT-EDIT
               MOVE SPACES TO PRINT-RECORD
               STRING '  LEFT OF YOUR ALLOWANCE      : '
                      WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

           MOVE WS-FORECAST TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING '  PAYMENT WE FORECAST         : ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'THIS AUTHORIZATION IS VALID FOR CARE GIVEN BY THIS'
                  ' PROVIDER'
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'UP TO ' SQL-EXPIRY-DATE '. THE CLAIM WILL BE MATCHED'
                  ' TO IT'
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'AUTOMATICALLY. THE FORECAST MAY CHANGE IF OTHER CARE'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'IN THE SAME CATEGORY IS REIMBURSED BEFORE THEN.'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       END-4100-PRINT-APPROVAL.
           EXIT.

      ******************************************************************
      *    [RD] Refus d'accord prealable : motif en toutes lettres.    *
      ******************************************************************
       4200-PRINT-REFUSAL.
           MOVE 'WE ARE SORRY TO INFORM YOU THAT WE CANNOT APPROVE'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'THIS QUOTE, FOR THE FOLLOWING REASON:'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING '    ' FUNCTION TRIM (WS-REASON-TEXT)
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SQL-QUOTED-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'AMOUNT QUOTED : ' WS-AMOUNT-EDIT
                  '   PROVIDER : ' SQL-PROVIDER-CODE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE 'PLEASE CONTACT OUR MEMBER DESK WITH THE SUPPORTING'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'DOCUMENTS IF YOU WISH THIS DECISION RE-EXAMINED.'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       END-4200-PRINT-REFUSAL.
           EXIT.

      ******************************************************************
      ******************************************************************
       5000-STAMP-LETTER-DATE.
           EXEC SQL
               UPDATE PRIOR_AUTH
               SET AUTH_LETTER_DATE = :SQL-RUN-DATE
               WHERE AUTH_ID = :SQL-AUTH-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR STAMPING AUTHORIZATION ' SQL-AUTH-ID ':'
                   SPACE SQLCODE
           END-IF.
       END-5000-STAMP-LETTER-DATE.
           EXIT.

      ******************************************************************
      ******************************************************************
       8000-FINALIZE.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL CLOSE CRSEXP END-EXEC.
           EXEC SQL CLOSE CRSPRL END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ALL '-' TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'END OF LETTER STREAM ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           CLOSE PRINT-FILE.

           DISPLAY 'PRLETTR EXPIRED ' WS-TOTAL-EXPIRED
               ' AUTHORIZATIONS'.
           DISPLAY 'PRLETTR PRINTED ' WS-TOTAL-APPROVALS
               ' PRE-APPROVAL LETTERS'.
           DISPLAY 'PRLETTR PRINTED ' WS-TOTAL-REFUSALS
               ' REFUSAL LETTERS'.
           DISPLAY 'PRLETTR SKIPPED ' WS-TOTAL-SKIPPED
               ' DECISIONS WITH NO CUSTOMER ROW'.
       END-8000-FINALIZE.
           EXIT.
