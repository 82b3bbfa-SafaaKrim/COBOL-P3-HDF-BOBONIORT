      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mbranon.
       AUTHOR. Martial.

      ******************************************************************
      *    Yearly anonymization batch: members closed (ACTIVE = 'N')   *
      *    with a CLOSE_DATE older than the ANONYMIZE_PARM retention   *
      *    cutoff lose their identity data - name, address, phone,     *
      *    mail, IBAN and CODE_SECU on CUSTOMER, name and CODE_SECU    *
      *    of their dependants on BENEFICIARY, and the before/after    *
      *    values of the AUDIT_TRAIL rows that recorded those fields   *
      *    (AUDIT_TRAIL_ARCHIVE only holds claim history, which        *
      *    carries none of them). The UUID, the dates and every        *
      *    claim and premium amount are kept, so the accounting        *
      *    history still adds up. ANONYMIZED_DATE is stamped so the    *
      *    member is never picked again, with its own audit row.       *
      *    A member is skipped, and picked up again next year, while   *
      *    anything is still open on their file:                       *
      *      - a complaint case not yet closed (COMPLAINT-CASE);       *
      *      - a claim not yet settled (pending, approved, posted, or  *
      *        returned by the bank) - what the member may still       *
      *        dispute or be paid;                                     *
      *      - a reversal not yet recovered (not 'D' or 'V');          *
      *      - a premium arrear (a 'U' ledger row with an amount).     *
      *    Each member is one unit of work under its own savepoint, as *
      *    in CLAIM-ARCHIVE: a failure unwinds only that member.       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-PATH           PIC X(100) VALUE 'mbranon.rpt'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE SPACES.

       01  WS-COMMIT-INTERVAL       PIC 9(05) VALUE 200.
       01  WS-MEMBERS-SINCE-COMMIT  PIC 9(05) VALUE 0.
       01  WS-TOTAL-READ            PIC 9(09) VALUE 0.
       01  WS-TOTAL-ANONYMIZED      PIC 9(09) VALUE 0.
       01  WS-TOTAL-SKIP-CASE       PIC 9(09) VALUE 0.
       01  WS-TOTAL-SKIP-CLAIM      PIC 9(09) VALUE 0.
       01  WS-TOTAL-SKIP-REVERSAL   PIC 9(09) VALUE 0.
       01  WS-TOTAL-SKIP-ARREAR     PIC 9(09) VALUE 0.
       01  WS-TOTAL-ERRORS          PIC 9(09) VALUE 0.

       01  WS-RUN-DATE              PIC X(10).
       01  WS-TODAY                 PIC X(21).
       01  WS-CUTOFF-YEAR           PIC 9(04).
       01  WS-CUTOFF-MMDD           PIC X(05).

       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR          VALUE 'Y'.
       01  WS-SKIP-REASON           PIC X(30).
       01  WS-SQLCODE-DISP          PIC -(8)9.

       01  WS-OPERATOR-ID           PIC X(20) VALUE 'MEMBER-ANONYMIZE'.
           COPY 'audit-ws.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC X(05) VALUE 'cobol'.
       01  PASSWD   PIC X(10) VALUE 'cbl85'.

       01  SQL-RETENTION-YEARS       PIC 9(02).
       01  SQL-CUTOFF-DATE           PIC X(10).
       01  SQL-RUN-DATE              PIC X(10).

       01  SQL-UUID-CUSTOMER         PIC X(36).
       01  SQL-CLOSE-DATE            PIC X(10).
       01  SQL-HOLD-COUNT            PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-START-MAIN.
           PERFORM 1000-INITIALIZE
              THRU END-1000-INITIALIZE.

           IF NOT WS-END-OF-CURSOR
               PERFORM 2000-OPEN-CURSOR
                  THRU END-2000-OPEN-CURSOR
           END-IF.

           PERFORM 3000-PROCESS-MEMBERS
              THRU END-3000-PROCESS-MEMBERS
              UNTIL WS-END-OF-CURSOR.

           PERFORM 8000-FINALIZE
              THRU END-8000-FINALIZE.
       0000-END-MAIN.
           GOBACK.

      ******************************************************************
      *    The cutoff is today's date moved back RETENTION_YEARS       *
      *    whole years (29 February falls back to the 28th); the       *
      *    parameter row missing falls back to the 10-year default     *
      *    the DDL installs.                                           *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO SQL-RUN-DATE.

           OPEN OUTPUT REPORT-FILE.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'MBRANON CANNOT CONNECT:' SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-END-OF-CURSOR TO TRUE
               GO TO END-1000-INITIALIZE
           END-IF.

           EXEC SQL
               SELECT RETENTION_YEARS
               INTO :SQL-RETENTION-YEARS
               FROM ANONYMIZE_PARM
               WHERE PARM_ID = 'ANONYM'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 10 TO SQL-RETENTION-YEARS
           END-IF.

           MOVE WS-TODAY(1:4) TO WS-CUTOFF-YEAR.
           SUBTRACT SQL-RETENTION-YEARS FROM WS-CUTOFF-YEAR.
           STRING WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-CUTOFF-MMDD.
           IF WS-CUTOFF-MMDD = '02-29'
               MOVE '02-28' TO WS-CUTOFF-MMDD
           END-IF.
           STRING WS-CUTOFF-YEAR '-' WS-CUTOFF-MMDD
               DELIMITED BY SIZE INTO SQL-CUTOFF-DATE.

           MOVE SPACES TO REPORT-RECORD.
           STRING 'MEMBER ANONYMIZATION RUN ' WS-RUN-DATE
                  ' - CLOSED BEFORE ' SQL-CUTOFF-DATE
                  ' (' SQL-RETENTION-YEARS ' YEARS)'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      *    Closed members past the cutoff not yet anonymized, oldest   *
      *    close first. WITH HOLD: the cursor survives the interval    *
      *    commits.                                                    *
      ******************************************************************
       2000-OPEN-CURSOR.
           EXEC SQL
               DECLARE CRSANON CURSOR WITH HOLD FOR
               SELECT UUID_CUSTOMER, CLOSE_DATE
               FROM CUSTOMER
               WHERE ACTIVE = 'N'
                 AND CLOSE_DATE IS NOT NULL
                 AND CLOSE_DATE < :SQL-CUTOFF-DATE
                 AND ANONYMIZED_DATE IS NULL
               ORDER BY CLOSE_DATE, UUID_CUSTOMER
           END-EXEC.

           EXEC SQL
               OPEN CRSANON
           END-EXEC.
       END-2000-OPEN-CURSOR.
           EXIT.

      ******************************************************************
      ******************************************************************
       3000-PROCESS-MEMBERS.
           EXEC SQL
               FETCH CRSANON
               INTO :SQL-UUID-CUSTOMER, :SQL-CLOSE-DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-TOTAL-READ
                   PERFORM 3100-ANONYMIZE-ONE-MEMBER
                      THRU END-3100-ANONYMIZE-ONE-MEMBER
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSANON:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.
       END-3000-PROCESS-MEMBERS.
           EXIT.

      ******************************************************************
      *    Holds first; then CUSTOMER, BENEFICIARY, the audit values   *
      *    and the member's own audit row, all under one savepoint.    *
      ******************************************************************
       3100-ANONYMIZE-ONE-MEMBER.
           PERFORM 3200-CHECK-HOLDS
              THRU END-3200-CHECK-HOLDS.

           IF WS-SKIP-REASON NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING 'UUID=' SQL-UUID-CUSTOMER
                      ' CLOSED ' SQL-CLOSE-DATE
                      ' SKIPPED: ' WS-SKIP-REASON
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO END-3100-ANONYMIZE-ONE-MEMBER
           END-IF.

           EXEC SQL
               SAVEPOINT ONEMEMBER
           END-EXEC.

           EXEC SQL
               UPDATE CUSTOMER
               SET LASTNAME        = ' ',
                   FIRSTNAME       = ' ',
                   ADRESS1         = ' ',
                   ADRESS2         = ' ',
                   ZIPCODE         = ' ',
                   TOWN            = ' ',
                   COUNTRY         = ' ',
                   PHONE           = ' ',
                   MAIL            = ' ',
                   CODE_IBAN       = ' ',
                   CODE_SECU       = 0,
                   UPDATE_DATE     = :SQL-RUN-DATE,
                   ANONYMIZED_DATE = :SQL-RUN-DATE
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 3900-REPORT-ERROR
                  THRU END-3900-REPORT-ERROR
               GO TO END-3100-ANONYMIZE-ONE-MEMBER
           END-IF.

           EXEC SQL
               UPDATE BENEFICIARY
               SET LASTNAME  = ' ',
                   FIRSTNAME = ' ',
                   CODE_SECU = NULL
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM 3900-REPORT-ERROR
                  THRU END-3900-REPORT-ERROR
               GO TO END-3100-ANONYMIZE-ONE-MEMBER
           END-IF.

           PERFORM 3300-BLANK-AUDIT-VALUES
              THRU END-3300-BLANK-AUDIT-VALUES.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM 3900-REPORT-ERROR
                  THRU END-3900-REPORT-ERROR
               GO TO END-3100-ANONYMIZE-ONE-MEMBER
           END-IF.

           MOVE 'CUSTOMER'          TO WS-AUDIT-TABLE-NAME.
           MOVE SQL-UUID-CUSTOMER   TO WS-AUDIT-KEY-UUID.
           MOVE 'ANONYMIZED_DATE'   TO WS-AUDIT-FIELD-NAME.
           MOVE SPACES              TO WS-AUDIT-OLD-VALUE.
           MOVE WS-RUN-DATE         TO WS-AUDIT-NEW-VALUE.
           MOVE WS-OPERATOR-ID      TO WS-AUDIT-OPERATOR-ID.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.

           MOVE SPACES TO REPORT-RECORD.
           STRING 'UUID=' SQL-UUID-CUSTOMER
                  ' CLOSED ' SQL-CLOSE-DATE
                  ' ANONYMIZED'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           ADD 1 TO WS-TOTAL-ANONYMIZED.
           ADD 1 TO WS-MEMBERS-SINCE-COMMIT.
           IF WS-MEMBERS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               EXEC SQL COMMIT WORK END-EXEC
               MOVE 0 TO WS-MEMBERS-SINCE-COMMIT
           END-IF.
       END-3100-ANONYMIZE-ONE-MEMBER.
           EXIT.

      ******************************************************************
      *    The first hold found names the skip; the member comes back  *
      *    on a later run once it has cleared.                         *
      ******************************************************************
       3200-CHECK-HOLDS.
           MOVE SPACES TO WS-SKIP-REASON.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-HOLD-COUNT
               FROM COMPLAINT_CASE
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND CASE_STATUS   = 'O'
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-HOLD-COUNT > 0
               MOVE 'COMPLAINT CASE OPEN' TO WS-SKIP-REASON
               ADD 1 TO WS-TOTAL-SKIP-CASE
               GO TO END-3200-CHECK-HOLDS
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-HOLD-COUNT
               FROM CLAIMS
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND CLAIM_ORIGINAL_ID IS NULL
                 AND CLAIM_STATUS IN ('P', 'A', 'X', 'T')
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-HOLD-COUNT > 0
               MOVE 'CLAIM NOT SETTLED' TO WS-SKIP-REASON
               ADD 1 TO WS-TOTAL-SKIP-CLAIM
               GO TO END-3200-CHECK-HOLDS
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-HOLD-COUNT
               FROM CLAIMS
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND CLAIM_ORIGINAL_ID IS NOT NULL
                 AND CLAIM_STATUS NOT IN ('D', 'V', 'R')
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-HOLD-COUNT > 0
               MOVE 'REVERSAL NOT RECOVERED' TO WS-SKIP-REASON
               ADD 1 TO WS-TOTAL-SKIP-REVERSAL
               GO TO END-3200-CHECK-HOLDS
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-HOLD-COUNT
               FROM PREMIUM_LEDGER
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND LEDGER_STATUS = 'U'
                 AND AMOUNT_BILLED > 0
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-HOLD-COUNT > 0
               MOVE 'PREMIUM ARREAR OUTSTANDING' TO WS-SKIP-REASON
               ADD 1 TO WS-TOTAL-SKIP-ARREAR
           END-IF.
       END-3200-CHECK-HOLDS.
           EXIT.

      ******************************************************************
      *    The audit rows that carried the blanked fields: CUSTOMER    *
      *    rows by column name, BENEFICIARY rows by column name and    *
      *    dependant sequence ('LASTNAME #01'), all keyed on the       *
      *    member's UUID. Field names and timestamps stay, so the      *
      *    history still shows that a change was made and by whom.     *
      *    A member with no such rows leaves SQLCODE at 100.           *
      ******************************************************************
       3300-BLANK-AUDIT-VALUES.
           EXEC SQL
               UPDATE AUDIT_TRAIL
               SET OLD_VALUE = ' ',
                   NEW_VALUE = ' '
               WHERE KEY_UUID = :SQL-UUID-CUSTOMER
                 AND ((TABLE_NAME = 'CUSTOMER'
                       AND FIELD_NAME IN ('LASTNAME', 'FIRSTNAME',
                           'ADRESS1', 'ADRESS2', 'ZIPCODE', 'TOWN',
                           'COUNTRY', 'PHONE', 'MAIL', 'CODE_IBAN',
                           'CODE_SECU'))
                   OR (TABLE_NAME = 'BENEFICIARY'
                       AND (FIELD_NAME LIKE 'LASTNAME #%'
                         OR FIELD_NAME LIKE 'FIRSTNAME #%'
                         OR FIELD_NAME LIKE 'CODE_SECU #%')))
           END-EXEC.
       END-3300-BLANK-AUDIT-VALUES.
           EXIT.

      ******************************************************************
      *    Backs out only the failing member: the rollback goes to the *
      *    per-member savepoint, never past the last interval commit.  *
      ******************************************************************
       3900-REPORT-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           EXEC SQL
               ROLLBACK TO SAVEPOINT ONEMEMBER
           END-EXEC.

           MOVE SPACES TO REPORT-RECORD.
           STRING 'UUID=' SQL-UUID-CUSTOMER
                  ' NOT ANONYMIZED SQLCODE=' WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-TOTAL-ERRORS.
       END-3900-REPORT-ERROR.
           EXIT.

      ******************************************************************
      ******************************************************************
       8000-FINALIZE.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL CLOSE CRSANON END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'MEMBERS PAST RETENTION    : ' WS-TOTAL-READ
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'MEMBERS ANONYMIZED        : ' WS-TOTAL-ANONYMIZED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'SKIPPED - COMPLAINT OPEN  : ' WS-TOTAL-SKIP-CASE
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'SKIPPED - CLAIM OPEN      : ' WS-TOTAL-SKIP-CLAIM
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'SKIPPED - REVERSAL OPEN   : ' WS-TOTAL-SKIP-REVERSAL
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'SKIPPED - PREMIUM ARREAR  : ' WS-TOTAL-SKIP-ARREAR
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'MEMBERS IN ERROR          : ' WS-TOTAL-ERRORS
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           CLOSE REPORT-FILE.

           DISPLAY 'MBRANON ANONYMIZED ' WS-TOTAL-ANONYMIZED
               ' MEMBERS'.
           DISPLAY 'MBRANON SKIPPED ' WS-TOTAL-SKIP-CASE ' '
               WS-TOTAL-SKIP-CLAIM ' '
               WS-TOTAL-SKIP-REVERSAL ' ' WS-TOTAL-SKIP-ARREAR
               ' (CASE/CLAIM/REVERSAL/ARREAR)'.
           DISPLAY 'MBRANON FOUND ' WS-TOTAL-ERRORS ' ERRORS'.
       END-8000-FINALIZE.
           EXIT.
