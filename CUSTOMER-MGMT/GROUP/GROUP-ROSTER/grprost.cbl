      *    A LEAV line clears the group link and closes the current    *
      *    contract row dated at the leave date, leaving the member    *
      *    row itself open (a leaver may contract individually         *
      *    later). A DEPD line names a dependant of a member already   *
      *    in the group: ROS-CODE-SECU is the holder's, the name,      *
      *    birth date, relationship and the dependant's own CODE_SECU  *
      *    (optional) are the dependant's, and the effective date      *
      *    starts their cover - a BENEFICIARY row, with NBCHILDREN     *
      *    recounted from the children in force. DEPD lines follow     *
      *    the holder's JOIN line in the same file. Every change is    *
      *    audited under this batch's operator id; unmatched or        *
      *    malformed lines go to a rejects file for on-screen          *
      *    rework. Group members' claims flow through                  *
      *    CLAIM-ENTRY/CLAIM-POST unchanged.                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
           03 ROS-BIRTH-DATE        PIC X(10).
           03 FILLER                PIC X(01).
           03 ROS-EFFECTIVE-DATE    PIC X(10).
           03 FILLER                PIC X(01).
           03 ROS-RELATIONSHIP      PIC X(01).
              88 ROS-RELATIONSHIP-VALID VALUE 'C' 'S' 'O'.
           03 FILLER                PIC X(01).
           03 ROS-DEP-CODE-SECU     PIC X(15).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           03 REJ-ROSTER-IMAGE      PIC X(113).
           03 FILLER                PIC X(01).
           03 REJ-REASON            PIC X(30).

       01  WS-TOTAL-CREATED         PIC 9(09) VALUE 0.
       01  WS-TOTAL-LINKED          PIC 9(09) VALUE 0.
       01  WS-TOTAL-LEFT            PIC 9(09) VALUE 0.
       01  WS-TOTAL-DEPENDANTS      PIC 9(09) VALUE 0.
       01  WS-TOTAL-REJECTED        PIC 9(09) VALUE 0.

       01  WS-RUN-DATE              PIC X(10).
       01  SQL-COVERAGE-COUNT        PIC 9(05).
       01  SQL-REIM-NUM              PIC X(10).

       01  SQL-BENEFICIARY-SEQ       PIC 9(02).
       01  SQL-BEN-RELATIONSHIP      PIC X(01).
       01  SQL-BEN-CODE-SECU         PIC X(15).
       01  SQL-BEN-SECU-NUMBER       PIC 9(15).
       01  SQL-BEN-COUNT             PIC 9(05).

       01  SQL-PLAN-DOCTOR           PIC 9(03).
       01  SQL-PLAN-PARMEDICAL       PIC 9(03).
       01  SQL-PLAN-HOSPITAL         PIC 9(03).
           IF NOT WS-END-OF-FILE
               IF ROS-RECORD-TYPE = 'JOIN'
               OR ROS-RECORD-TYPE = 'LEAV'
               OR ROS-RECORD-TYPE = 'DEPD'
                   PERFORM 3100-PROCESS-ONE-LINE
                      THRU END-3100-PROCESS-ONE-LINE
               END-IF
               WHEN ROS-RECORD-TYPE = 'JOIN'
                   PERFORM 5000-CREATE-MEMBER
                      THRU END-5000-CREATE-MEMBER
               WHEN ROS-RECORD-TYPE = 'DEPD'
                   PERFORM 7000-ADD-DEPENDANT
                      THRU END-7000-ADD-DEPENDANT
               WHEN OTHER
                   PERFORM 6000-PROCESS-LEAVER
                      THRU END-6000-PROCESS-LEAVER
               WHEN NOT WS-GROUP-KNOWN
                   MOVE 'UNKNOWN GROUP CODE' TO WS-REJECT-REASON
                   SET WS-LINE-REJECTED TO TRUE
               WHEN ROS-RECORD-TYPE NOT = 'LEAV'
                AND WS-CACHED-ACTIVE NOT = 'Y'
                   MOVE 'GROUP NOT ACTIVE' TO WS-REJECT-REASON
                   SET WS-LINE-REJECTED TO TRUE
                     OR ROS-FIRSTNAME = SPACES)
                   MOVE 'JOINER NAME MISSING' TO WS-REJECT-REASON
                   SET WS-LINE-REJECTED TO TRUE
               WHEN ROS-RECORD-TYPE = 'DEPD'
                AND (ROS-LASTNAME = SPACES
                     OR ROS-FIRSTNAME = SPACES)
                   MOVE 'DEPENDANT NAME MISSING' TO WS-REJECT-REASON
                   SET WS-LINE-REJECTED TO TRUE
               WHEN ROS-RECORD-TYPE = 'DEPD'
                AND (ROS-BIRTH-DATE (5:1) NOT = '-'
                     OR ROS-BIRTH-DATE (8:1) NOT = '-')
                   MOVE 'BIRTH DATE MALFORMED' TO WS-REJECT-REASON
                   SET WS-LINE-REJECTED TO TRUE
               WHEN ROS-RECORD-TYPE = 'DEPD'
                AND NOT ROS-RELATIONSHIP-VALID
                   MOVE 'RELATIONSHIP NOT C/S/O' TO WS-REJECT-REASON
                   SET WS-LINE-REJECTED TO TRUE
               WHEN ROS-RECORD-TYPE = 'DEPD'
                AND ROS-DEP-CODE-SECU NOT = SPACES
                AND ROS-DEP-CODE-SECU IS NOT NUMERIC
                   MOVE 'DEPENDANT SECU NOT NUMERIC'
                       TO WS-REJECT-REASON
                   SET WS-LINE-REJECTED TO TRUE
               WHEN OTHER
                   MOVE ROS-EFFECTIVE-DATE TO SQL-EFFECTIVE-DATE
           END-EVALUATE.
      ******************************************************************
      *    The opening group contract: COVERAGE_PLAN's default         *
      *    ceilings for the group's negotiated level, effective at     *
      *    the roster date - the plan row in force on that date.       *
      ******************************************************************
       5500-INSERT-GROUP-CONTRACT.
           MOVE WS-CACHED-COVERAGE TO SQL-COVERAGE-LEVEL.
                    :SQL-PLAN-NON-MOLAR, :SQL-PLAN-DESCALINGS
               FROM COVERAGE_PLAN
               WHERE COVERAGE_LEVEL = :SQL-COVERAGE-LEVEL
                 AND EFFECTIVE_FROM =
                     (SELECT MAX(EFFECTIVE_FROM)
                      FROM COVERAGE_PLAN
                      WHERE COVERAGE_LEVEL = :SQL-COVERAGE-LEVEL
                        AND EFFECTIVE_FROM <= :SQL-EFFECTIVE-DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
       END-6000-PROCESS-LEAVER.
           EXIT.

      ******************************************************************
      *    A dependant line: the holder must be an active member of    *
      *    this group (their JOIN line earlier in the file, or an      *
      *    earlier roster). The same person already in force under the *
      *    holder (same name and birth date), or a dependant CODE_SECU *
      *    already naming someone on file, is rejected rather than     *
      *    loaded twice - TELE-INTAKE must match a transmitted act to  *
      *    one person. The row takes the holder's next free            *
      *    BENEFICIARY_SEQ and its cover starts at the effective date. *
      ******************************************************************
       7000-ADD-DEPENDANT.
           EVALUATE TRUE
               WHEN NOT WS-MEMBER-FOUND
                   MOVE 'NO MEMBER FOR CODE SECU'
                       TO WS-REJECT-REASON
                   SET WS-LINE-REJECTED TO TRUE
                   GO TO END-7000-ADD-DEPENDANT
               WHEN SQL-CUS-ACTIVE NOT = 'Y'
                   MOVE 'MEMBER TERMINATED' TO WS-REJECT-REASON
                   SET WS-LINE-REJECTED TO TRUE
                   GO TO END-7000-ADD-DEPENDANT
               WHEN SQL-CUS-GROUP-CODE NOT = ROS-GROUP-CODE
                   MOVE 'NOT IN THIS GROUP' TO WS-REJECT-REASON
                   SET WS-LINE-REJECTED TO TRUE
                   GO TO END-7000-ADD-DEPENDANT
           END-EVALUATE.

           MOVE ROS-LASTNAME      TO SQL-CUS-LASTNAME.
           MOVE ROS-FIRSTNAME     TO SQL-CUS-FIRSTNAME.
           MOVE ROS-BIRTH-DATE    TO SQL-CUS-BIRTH-DATE.
           MOVE ROS-RELATIONSHIP  TO SQL-BEN-RELATIONSHIP.
           MOVE ROS-DEP-CODE-SECU TO SQL-BEN-CODE-SECU.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-BEN-COUNT
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND LASTNAME      = :SQL-CUS-LASTNAME
                 AND FIRSTNAME     = :SQL-CUS-FIRSTNAME
                 AND BIRTH_DATE    = :SQL-CUS-BIRTH-DATE
                 AND END_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-BEN-COUNT > 0
               MOVE 'DEPENDANT ALREADY ON FILE' TO WS-REJECT-REASON
               SET WS-LINE-REJECTED TO TRUE
               GO TO END-7000-ADD-DEPENDANT
           END-IF.

           IF ROS-DEP-CODE-SECU NOT = SPACES
               MOVE ROS-DEP-CODE-SECU TO SQL-BEN-SECU-NUMBER
               EXEC SQL
                   SELECT (SELECT COUNT(*) FROM CUSTOMER
                            WHERE CODE_SECU = :SQL-BEN-SECU-NUMBER)
                        + (SELECT COUNT(*) FROM BENEFICIARY
                            WHERE CODE_SECU = :SQL-BEN-SECU-NUMBER
                              AND END_DATE IS NULL)
                   INTO :SQL-BEN-COUNT
               END-EXEC
               IF SQLCODE NOT = ZERO OR SQL-BEN-COUNT > 0
                   MOVE 'DEPENDANT SECU ALREADY ON FILE'
                       TO WS-REJECT-REASON
                   SET WS-LINE-REJECTED TO TRUE
                   GO TO END-7000-ADD-DEPENDANT
               END-IF
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(BENEFICIARY_SEQ), 0) + 1
               INTO :SQL-BENEFICIARY-SEQ
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
           END-EXEC.

           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO BENEFICIARY
                       (UUID_CUSTOMER, BENEFICIARY_SEQ, LASTNAME,
                        FIRSTNAME, BIRTH_DATE, RELATIONSHIP,
                        CODE_SECU, START_DATE, END_DATE, END_REASON)
                   VALUES
                       (:SQL-UUID-CUSTOMER, :SQL-BENEFICIARY-SEQ,
                        :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                        :SQL-CUS-BIRTH-DATE, :SQL-BEN-RELATIONSHIP,
                        CAST(NULLIF(:SQL-BEN-CODE-SECU, ' ')
                             AS NUMERIC(15)),
                        :SQL-EFFECTIVE-DATE, NULL, NULL)
               END-EXEC
           END-IF.

           IF SQLCODE = ZERO
               EXEC SQL
                   UPDATE CUSTOMER
                   SET NBCHILDREN =
                       (SELECT COUNT(*) FROM BENEFICIARY
                         WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                           AND RELATIONSHIP  = 'C'
                           AND END_DATE IS NULL),
                       UPDATE_DATE = :WS-RUN-DATE
                   WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE 'DEPENDANT INSERT ERROR' TO WS-REJECT-REASON
               SET WS-LINE-REJECTED TO TRUE
               GO TO END-7000-ADD-DEPENDANT
           END-IF.

           MOVE 'BENEFICIARY'     TO WS-AUDIT-TABLE-NAME.
           MOVE SQL-UUID-CUSTOMER TO WS-AUDIT-KEY-UUID.
           MOVE WS-OPERATOR-ID    TO WS-AUDIT-OPERATOR-ID.
           MOVE SPACES            TO WS-AUDIT-OLD-VALUE.

           MOVE SPACES            TO WS-AUDIT-FIELD-NAME.
           STRING 'LASTNAME #' SQL-BENEFICIARY-SEQ
               DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME.
           MOVE ROS-LASTNAME      TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           MOVE SPACES            TO WS-AUDIT-FIELD-NAME.
           STRING 'FIRSTNAME #' SQL-BENEFICIARY-SEQ
               DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME.
           MOVE ROS-FIRSTNAME     TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           MOVE SPACES            TO WS-AUDIT-FIELD-NAME.
           STRING 'BIRTH_DATE #' SQL-BENEFICIARY-SEQ
               DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME.
           MOVE ROS-BIRTH-DATE    TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           MOVE SPACES            TO WS-AUDIT-FIELD-NAME.
           STRING 'RELATIONSHIP #' SQL-BENEFICIARY-SEQ
               DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME.
           MOVE ROS-RELATIONSHIP  TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           MOVE SPACES            TO WS-AUDIT-FIELD-NAME.
           STRING 'START_DATE #' SQL-BENEFICIARY-SEQ
               DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME.
           MOVE ROS-EFFECTIVE-DATE TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           IF ROS-DEP-CODE-SECU NOT = SPACES
               MOVE SPACES        TO WS-AUDIT-FIELD-NAME
               STRING 'CODE_SECU #' SQL-BENEFICIARY-SEQ
                   DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
               MOVE ROS-DEP-CODE-SECU TO WS-AUDIT-NEW-VALUE
               CALL 'audtrl' USING WS-AUDIT-ENTRY
               END-CALL
           END-IF.

           ADD 1 TO WS-TOTAL-DEPENDANTS.
       END-7000-ADD-DEPENDANT.
           EXIT.

      ******************************************************************
      ******************************************************************
       3900-WRITE-REJECT.
           DISPLAY 'GRPROST LINKED ' WS-TOTAL-LINKED
               ' EXISTING MEMBERS'.
           DISPLAY 'GRPROST PROCESSED ' WS-TOTAL-LEFT ' LEAVERS'.
           DISPLAY 'GRPROST ADDED ' WS-TOTAL-DEPENDANTS
               ' DEPENDANTS'.
           DISPLAY 'GRPROST REJECTED ' WS-TOTAL-REJECTED ' LINES'.
       END-8000-FINALIZE.
           EXIT.
