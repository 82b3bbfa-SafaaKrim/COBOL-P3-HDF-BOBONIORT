      *    cust-ws.cpy record; the contract page takes the             *
      *    COVERAGE_LEVEL (so PREMIUM-BILLING rates the member from    *
      *    month one) - the eight opening ceilings are the             *
      *    COVERAGE_PLAN defaults for that level, never keyed here, so *
      *    a clerk cannot open a contract MODIFY-CONTRACT would gate   *
      *    at administrator level. The contract row is written with    *
      *    EFFECTIVE_FROM = today, EFFECTIVE_TO NULL and a             *
      *    REIMBURSEMENT_NUM generated the way MODIFY-CONTRACT does -  *
      *    so the UX_REIMB_CURRENT one-current-row invariant holds     *
      *    from the first day. Every captured field writes its         *
      *    AUDIT_TRAIL row through AUDIT-LOG under the signed-on       *
      *    operator, in the same unit of work as the inserts. A        *
      *    CODE_SECU already on file is refused: the member exists and *
      *    must be maintained, not re-created. Up to four named        *
      *    dependants are captured on the contract page as BENEFICIARY *
      *    rows in force from today; NBCHILDREN is no longer keyed but *
      *    counted from the children among them. A validation failure  *
      *    re-presents the page with the keyed values, like            *
      *    MODIFY-CONTRACT. Requires a signed-on session (clerk        *
      *    privilege level 1).                                         *
      ******************************************************************
       01  WS-ENRL-COUPLE          PIC X(05).
       01  WS-ENRL-NBCHILDREN      PIC X(03).

       01  WS-ENRL-DEP-MAX         PIC 9(02) VALUE 4.
       01  WS-ENRL-DEP-IDX         PIC 9(02).
       01  WS-ENRL-DEP-CMP         PIC 9(02).
       01  WS-ENRL-DEP-SEQ         PIC 9(02).
       01  WS-ENRL-CHILD-COUNT     PIC 9(03).
       01  WS-ENRL-DEP-TABLE.
           03 WS-ENRL-DEP-ENTRY    OCCURS 4 TIMES.
              05 WS-ENRL-DEP-LASTNAME  PIC X(20).
              05 WS-ENRL-DEP-FIRSTNAME PIC X(20).
              05 WS-ENRL-DEP-BIRTH     PIC X(10).
              05 WS-ENRL-DEP-RELATION  PIC X(01).
                 88 WS-ENRL-DEP-RELATION-VALID VALUE 'C' 'S' 'O'.
              05 WS-ENRL-DEP-SECU      PIC X(15).

       01  WS-ENRL-COVERAGE        PIC X(03).
           88 WS-ENRL-COVERAGE-VALID   VALUE 'STD' 'CFT'.

       01  SQL-CUS-NBCHILDREN       PIC 9(03).
       01  SQL-SECU-COUNT           PIC 9(05).

       01  SQL-BENEFICIARY-SEQ      PIC 9(02).
       01  SQL-BEN-LASTNAME         PIC X(20).
       01  SQL-BEN-FIRSTNAME        PIC X(20).
       01  SQL-BEN-BIRTH-DATE       PIC X(10).
       01  SQL-BEN-RELATIONSHIP     PIC X(01).
       01  SQL-BEN-CODE-SECU        PIC X(15).
       01  SQL-BEN-SECU-NUMBER      PIC 9(15).

       01  SQL-REIM-NUM             PIC X(10).
       01  SQL-COVERAGE-LEVEL       PIC X(03).
       01  SQL-PLAN-DOCTOR          PIC 9(03).
           MOVE SPACES TO WS-ENRL-COUPLE.
           MOVE '000'  TO WS-ENRL-NBCHILDREN.
           MOVE 'STD'  TO WS-ENRL-COVERAGE.
           MOVE SPACES TO WS-ENRL-DEP-TABLE.
           MOVE SPACES TO SC-ENRL-CONTINUE.
           MOVE SPACES TO SC-ENRL-CONFIRM.
           MOVE SPACES TO SC-ENRL-ANOTHER.
                 OR WS-ENRL-BIRTH-DATE (8:1) NOT = '-'
                   DISPLAY 'BIRTH DATE MUST BE YYYY-MM-DD'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN OTHER
                   PERFORM 3050-CHECK-IBAN
                      THRU END-3050-CHECK-IBAN
      ******************************************************************
      *    The coverage level must be a tier PREMIUM_RATE can price    *
      *    and COVERAGE_PLAN must carry its default ceilings - the     *
      *    ceilings the contract opens with (the plan row in force     *
      *    today), since nothing is keyed free-form here.              *
      ******************************************************************
       3500-VALIDATE-CONTRACT.
           SET WS-VALUES-VALID TO TRUE.
                    :SQL-PLAN-NON-MOLAR, :SQL-PLAN-DESCALINGS
               FROM COVERAGE_PLAN
               WHERE COVERAGE_LEVEL = :SQL-COVERAGE-LEVEL
                 AND EFFECTIVE_FROM =
                     (SELECT MAX(EFFECTIVE_FROM)
                      FROM COVERAGE_PLAN
                      WHERE COVERAGE_LEVEL = :SQL-COVERAGE-LEVEL
                        AND EFFECTIVE_FROM <= :WS-TODAY-DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'NO COVERAGE_PLAN ROW FOR LEVEL '
                   WS-ENRL-COVERAGE ' - NOT ENROLLED'
               SET WS-VALUES-INVALID TO TRUE
               GO TO END-3500-VALIDATE-CONTRACT
           END-IF.

           MOVE ZERO TO WS-ENRL-CHILD-COUNT.
           PERFORM 3600-VALIDATE-DEPENDANT
              THRU END-3600-VALIDATE-DEPENDANT
              VARYING WS-ENRL-DEP-IDX FROM 1 BY 1
              UNTIL WS-ENRL-DEP-IDX > WS-ENRL-DEP-MAX
                 OR WS-VALUES-INVALID.
           MOVE WS-ENRL-CHILD-COUNT TO WS-ENRL-NBCHILDREN.
       END-3500-VALIDATE-CONTRACT.
           EXIT.

      ******************************************************************
      *    A dependant row is used when its LASTNAME is keyed; a blank *
      *    row is skipped, but a blank LASTNAME with anything else     *
      *    keyed on the row is refused rather than silently dropped.   *
      *    A dependant's CODE_SECU is optional, but when keyed it must *
      *    name nobody already on file and differ from the member's    *
      *    and from every earlier dependant line's - TELE-INTAKE       *
      *    matches transmitted acts on it. NBCHILDREN is no longer     *
      *    keyed: it is the number of C rows captured.                 *
      ******************************************************************
       3600-VALIDATE-DEPENDANT.
           IF WS-ENRL-DEP-LASTNAME (WS-ENRL-DEP-IDX) = SPACES
               IF WS-ENRL-DEP-ENTRY (WS-ENRL-DEP-IDX) NOT = SPACES
                   DISPLAY 'DEPENDANT ' WS-ENRL-DEP-IDX
                       ': LASTNAME IS REQUIRED'
                   SET WS-VALUES-INVALID TO TRUE
               END-IF
               GO TO END-3600-VALIDATE-DEPENDANT
           END-IF.

           EVALUATE TRUE
               WHEN WS-ENRL-DEP-FIRSTNAME (WS-ENRL-DEP-IDX) = SPACES
                   DISPLAY 'DEPENDANT ' WS-ENRL-DEP-IDX
                       ': FIRSTNAME IS REQUIRED'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-ENRL-DEP-BIRTH (WS-ENRL-DEP-IDX) (5:1) NOT = '-'
                 OR WS-ENRL-DEP-BIRTH (WS-ENRL-DEP-IDX) (8:1) NOT = '-'
                   DISPLAY 'DEPENDANT ' WS-ENRL-DEP-IDX
                       ': BIRTH DATE MUST BE YYYY-MM-DD'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN NOT WS-ENRL-DEP-RELATION-VALID (WS-ENRL-DEP-IDX)
                   DISPLAY 'DEPENDANT ' WS-ENRL-DEP-IDX
                       ': RELATIONSHIP MUST BE C, S OR O'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-ENRL-DEP-SECU (WS-ENRL-DEP-IDX) = SPACES
                   CONTINUE
               WHEN WS-ENRL-DEP-SECU (WS-ENRL-DEP-IDX) IS NOT NUMERIC
                   DISPLAY 'DEPENDANT ' WS-ENRL-DEP-IDX
                       ': CODE SECU MUST BE 15 DIGITS OR BLANK'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-ENRL-DEP-SECU (WS-ENRL-DEP-IDX) =
                    WS-ENRL-CODE-SECU
                   DISPLAY 'DEPENDANT ' WS-ENRL-DEP-IDX
                       ': CODE SECU IS THE MEMBER''S OWN'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN OTHER
                   MOVE WS-ENRL-DEP-SECU (WS-ENRL-DEP-IDX)
                       TO SQL-BEN-SECU-NUMBER
                   EXEC SQL
                       SELECT (SELECT COUNT(*) FROM CUSTOMER
                                WHERE CODE_SECU = :SQL-BEN-SECU-NUMBER)
                            + (SELECT COUNT(*) FROM BENEFICIARY
                                WHERE CODE_SECU = :SQL-BEN-SECU-NUMBER
                                  AND END_DATE IS NULL)
                       INTO :SQL-SECU-COUNT
                   END-EXEC
                   IF SQLCODE = ZERO AND SQL-SECU-COUNT > 0
                       DISPLAY 'DEPENDANT ' WS-ENRL-DEP-IDX
                           ': CODE SECU ALREADY ON FILE'
                       SET WS-VALUES-INVALID TO TRUE
                   END-IF
           END-EVALUATE.

           IF WS-VALUES-VALID
           AND WS-ENRL-DEP-SECU (WS-ENRL-DEP-IDX) NOT = SPACES
               PERFORM 3610-COMPARE-DEPENDANT-SECU
                  THRU END-3610-COMPARE-DEPENDANT-SECU
                  VARYING WS-ENRL-DEP-CMP FROM 1 BY 1
                  UNTIL WS-ENRL-DEP-CMP NOT < WS-ENRL-DEP-IDX
                     OR WS-VALUES-INVALID
           END-IF.

           IF WS-VALUES-VALID
           AND WS-ENRL-DEP-RELATION (WS-ENRL-DEP-IDX) = 'C'
               ADD 1 TO WS-ENRL-CHILD-COUNT
           END-IF.
       END-3600-VALIDATE-DEPENDANT.
           EXIT.

      ******************************************************************
      *    Refuses a dependant CODE_SECU already keyed on an earlier   *
      *    line: neither row is on file yet, so the lookup in 3600     *
      *    cannot see the clash.                                       *
      ******************************************************************
       3610-COMPARE-DEPENDANT-SECU.
           IF WS-ENRL-DEP-LASTNAME (WS-ENRL-DEP-CMP) NOT = SPACES
           AND WS-ENRL-DEP-SECU (WS-ENRL-DEP-CMP) =
               WS-ENRL-DEP-SECU (WS-ENRL-DEP-IDX)
               DISPLAY 'DEPENDANT ' WS-ENRL-DEP-IDX
                   ': CODE SECU ALREADY KEYED ON DEPENDANT '
                   WS-ENRL-DEP-CMP
               SET WS-VALUES-INVALID TO TRUE
           END-IF.
       END-3610-COMPARE-DEPENDANT-SECU.
           EXIT.

      ******************************************************************
      *    Writes the CUSTOMER row, the opening contract row, the      *
      *    dependants and all the audit rows in one unit of work. The  *
      *    member UUID is built from the CODE_SECU and the capture     *
      *    timestamp, the REIMBURSEMENT_NUM the way MODIFY-CONTRACT    *
      *    builds one.                                                 *
      ******************************************************************
       5000-WRITE-ENROLLMENT.
           STRING WS-ENRL-CODE-SECU '-' WS-TODAY (1:14)
                  THRU END-5200-INSERT-CONTRACT
           END-IF.

           MOVE ZERO TO SQL-BENEFICIARY-SEQ.
           PERFORM 5500-INSERT-DEPENDANT
              THRU END-5500-INSERT-DEPENDANT
              VARYING WS-ENRL-DEP-IDX FROM 1 BY 1
              UNTIL WS-ENRL-DEP-IDX > WS-ENRL-DEP-MAX
                 OR SQLCODE NOT = ZERO.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 5300-WRITE-CUSTOMER-AUDIT
                      THRU END-5300-WRITE-CUSTOMER-AUDIT
                   PERFORM 5400-WRITE-CONTRACT-AUDIT
                      THRU END-5400-WRITE-CONTRACT-AUDIT
                   MOVE ZERO TO WS-ENRL-DEP-SEQ
                   PERFORM 5600-WRITE-DEPENDANT-AUDIT
                      THRU END-5600-WRITE-DEPENDANT-AUDIT
                      VARYING WS-ENRL-DEP-IDX FROM 1 BY 1
                      UNTIL WS-ENRL-DEP-IDX > WS-ENRL-DEP-MAX
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY 'MEMBER ENROLLED: ' SQL-UUID-CUSTOMER
               WHEN OTHER
           END-PERFORM.
       END-5400-WRITE-CONTRACT-AUDIT.
           EXIT.

      ******************************************************************
      *    One BENEFICIARY row per dependant keyed on the contract     *
      *    page, numbered 1..n in screen order and in force from       *
      *    today, like the contract.                                   *
      ******************************************************************
       5500-INSERT-DEPENDANT.
           IF WS-ENRL-DEP-LASTNAME (WS-ENRL-DEP-IDX) = SPACES
               GO TO END-5500-INSERT-DEPENDANT
           END-IF.

           ADD 1 TO SQL-BENEFICIARY-SEQ.
           MOVE WS-ENRL-DEP-LASTNAME (WS-ENRL-DEP-IDX)
               TO SQL-BEN-LASTNAME.
           MOVE WS-ENRL-DEP-FIRSTNAME (WS-ENRL-DEP-IDX)
               TO SQL-BEN-FIRSTNAME.
           MOVE WS-ENRL-DEP-BIRTH (WS-ENRL-DEP-IDX)
               TO SQL-BEN-BIRTH-DATE.
           MOVE WS-ENRL-DEP-RELATION (WS-ENRL-DEP-IDX)
               TO SQL-BEN-RELATIONSHIP.
           MOVE WS-ENRL-DEP-SECU (WS-ENRL-DEP-IDX)
               TO SQL-BEN-CODE-SECU.

           EXEC SQL
               INSERT INTO BENEFICIARY
                   (UUID_CUSTOMER, BENEFICIARY_SEQ, LASTNAME,
                    FIRSTNAME, BIRTH_DATE, RELATIONSHIP,
                    CODE_SECU, START_DATE, END_DATE, END_REASON)
               VALUES
                   (:SQL-UUID-CUSTOMER, :SQL-BENEFICIARY-SEQ,
                    :SQL-BEN-LASTNAME, :SQL-BEN-FIRSTNAME,
                    :SQL-BEN-BIRTH-DATE, :SQL-BEN-RELATIONSHIP,
                    CAST(NULLIF(:SQL-BEN-CODE-SECU, ' ')
                         AS NUMERIC(15)),
                    :WS-TODAY-DATE, NULL, NULL)
           END-EXEC.
       END-5500-INSERT-DEPENDANT.
           EXIT.

      ******************************************************************
      *    The dependant's captured columns, one AUDIT_TRAIL row each, *
      *    keyed on the member's UUID with the dependant's sequence in *
      *    the column name, as BENEFICIARY-MAINT writes them.          *
      ******************************************************************
       5600-WRITE-DEPENDANT-AUDIT.
           IF WS-ENRL-DEP-LASTNAME (WS-ENRL-DEP-IDX) = SPACES
               GO TO END-5600-WRITE-DEPENDANT-AUDIT
           END-IF.
           ADD 1 TO WS-ENRL-DEP-SEQ.

           MOVE 'LASTNAME'      TO WS-AUDIT-COL-NAME (1).
           MOVE WS-ENRL-DEP-LASTNAME (WS-ENRL-DEP-IDX)
                                TO WS-AUDIT-COL-NEW (1).
           MOVE 'FIRSTNAME'     TO WS-AUDIT-COL-NAME (2).
           MOVE WS-ENRL-DEP-FIRSTNAME (WS-ENRL-DEP-IDX)
                                TO WS-AUDIT-COL-NEW (2).
           MOVE 'BIRTH_DATE'    TO WS-AUDIT-COL-NAME (3).
           MOVE WS-ENRL-DEP-BIRTH (WS-ENRL-DEP-IDX)
                                TO WS-AUDIT-COL-NEW (3).
           MOVE 'RELATIONSHIP'  TO WS-AUDIT-COL-NAME (4).
           MOVE WS-ENRL-DEP-RELATION (WS-ENRL-DEP-IDX)
                                TO WS-AUDIT-COL-NEW (4).
           MOVE 'CODE_SECU'     TO WS-AUDIT-COL-NAME (5).
           MOVE WS-ENRL-DEP-SECU (WS-ENRL-DEP-IDX)
                                TO WS-AUDIT-COL-NEW (5).

           PERFORM VARYING WS-AUDIT-IDX FROM 1 BY 1
                   UNTIL WS-AUDIT-IDX > 5
               IF WS-AUDIT-COL-NEW (WS-AUDIT-IDX) NOT = SPACES
                   MOVE 'BENEFICIARY'       TO WS-AUDIT-TABLE-NAME
                   MOVE SQL-UUID-CUSTOMER   TO WS-AUDIT-KEY-UUID
                   MOVE SPACES              TO WS-AUDIT-FIELD-NAME
                   STRING
                       FUNCTION TRIM (WS-AUDIT-COL-NAME (WS-AUDIT-IDX))
                       ' #' WS-ENRL-DEP-SEQ
                       DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
                   MOVE SPACES              TO WS-AUDIT-OLD-VALUE
                   MOVE WS-AUDIT-COL-NEW (WS-AUDIT-IDX)
                       TO WS-AUDIT-NEW-VALUE
                   MOVE WS-OPERATOR-ID      TO WS-AUDIT-OPERATOR-ID
                   CALL 'audtrl' USING WS-AUDIT-ENTRY
                   END-CALL
               END-IF
           END-PERFORM.
       END-5600-WRITE-DEPENDANT-AUDIT.
           EXIT.
