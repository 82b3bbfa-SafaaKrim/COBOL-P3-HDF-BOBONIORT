      *        falls in, if still unpaid, is pro-rated to the days     *
      *        actually covered, and any unpaid month billed after     *
      *        the close (a death reported weeks late) is zeroed;      *
      *      - the member's dependants (BENEFICIARY) are ended on      *
      *        the close date with END_REASON 'L';                     *
      *      - every change writes its AUDIT_TRAIL row under the       *
      *        signed-on operator.                                     *
      *    Run-off: CLAIM-ENTRY and TELE-INTAKE keep accepting claims  *
       01  WS-VOID-EOF-SWITCH      PIC X(01).
           88 WS-END-OF-VOID-CURSOR    VALUE 'Y'.
       01  WS-VOIDED-COUNT         PIC 9(03).
       01  WS-DEP-EOF-SWITCH       PIC X(01).
           88 WS-END-OF-DEP-CURSOR     VALUE 'Y'.
       01  WS-DEP-FAIL-SWITCH      PIC X(01).
           88 WS-DEP-FAILED            VALUE 'Y'.
       01  WS-DEP-ENDED-COUNT      PIC 9(03).

       01  WS-CLOSE-YEAR           PIC 9(04).
       01  WS-CLOSE-MM             PIC 9(02).
       01  SQL-PRORATA-AMOUNT       PIC 9(07)V99.
       01  SQL-VOID-PERIOD          PIC X(07).
       01  SQL-VOID-AMOUNT          PIC 9(07)V99.
       01  SQL-BENEFICIARY-SEQ      PIC 9(02).
       01  SQL-BEN-END-DATE         PIC X(10).
       01  SQL-BEN-END-REASON       PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               END-IF
           END-IF.

           PERFORM 5300-END-DEPENDANTS
              THRU END-5300-END-DEPENDANTS.
           IF WS-DEP-FAILED
               EXEC SQL ROLLBACK WORK END-EXEC
               DISPLAY 'DEPENDANTS NOT ENDED - NOT TERMINATED'
               GO TO END-5000-TERMINATE-MEMBER
           END-IF.

           PERFORM 5500-PRORATE-FINAL-MONTH
              THRU END-5500-PRORATE-FINAL-MONTH.

       END-5000-TERMINATE-MEMBER.
           EXIT.

      ******************************************************************
      *    The dependants' cover ends with the member's: every         *
      *    BENEFICIARY row still open (or ended after the close date)  *
      *    is closed on the close date with END_REASON 'L', and        *
      *    NBCHILDREN drops to the children still in force - none.     *
      *    Each dependant is audited as 'END_DATE #nn' and             *
      *    'END_REASON #nn' with the values it had, the way every      *
      *    other BENEFICIARY writer names them. A member with no       *
      *    dependant to end is not an error; any failure sets          *
      *    WS-DEP-FAILED for the caller to back the whole close out.   *
      ******************************************************************
       5300-END-DEPENDANTS.
           MOVE 'N' TO WS-DEP-EOF-SWITCH.
           MOVE 'N' TO WS-DEP-FAIL-SWITCH.
           MOVE 0   TO WS-DEP-ENDED-COUNT.

           EXEC SQL
               DECLARE CRSDEP CURSOR FOR
               SELECT BENEFICIARY_SEQ,
                      COALESCE(CAST(END_DATE AS CHAR(10)), ' '),
                      COALESCE(END_REASON, ' ')
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER = :WS-CUS-UUID
                 AND (END_DATE IS NULL OR END_DATE > :SQL-CLOSE-DATE)
               ORDER BY BENEFICIARY_SEQ
           END-EXEC.

           EXEC SQL
               OPEN CRSDEP
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR READING DEPENDANTS:' SPACE SQLCODE
               SET WS-DEP-FAILED TO TRUE
               GO TO END-5300-END-DEPENDANTS
           END-IF.

           PERFORM 5400-END-ONE-DEPENDANT
              THRU END-5400-END-ONE-DEPENDANT
              UNTIL WS-END-OF-DEP-CURSOR.

           EXEC SQL
               CLOSE CRSDEP
           END-EXEC.

           IF WS-DEP-FAILED OR WS-DEP-ENDED-COUNT = 0
               GO TO END-5300-END-DEPENDANTS
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER
               SET NBCHILDREN = 0
               WHERE UUID_CUSTOMER = :WS-CUS-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR RESETTING NBCHILDREN:' SPACE SQLCODE
               SET WS-DEP-FAILED TO TRUE
           END-IF.
       END-5300-END-DEPENDANTS.
           EXIT.

       5400-END-ONE-DEPENDANT.
           EXEC SQL
               FETCH CRSDEP
               INTO :SQL-BENEFICIARY-SEQ, :SQL-BEN-END-DATE,
                    :SQL-BEN-END-REASON
           END-EXEC.

           IF SQLCODE = 100
               SET WS-END-OF-DEP-CURSOR TO TRUE
               GO TO END-5400-END-ONE-DEPENDANT
           END-IF.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR FETCHING CURSOR CRSDEP:' SPACE SQLCODE
               SET WS-DEP-FAILED TO TRUE
               SET WS-END-OF-DEP-CURSOR TO TRUE
               GO TO END-5400-END-ONE-DEPENDANT
           END-IF.

           EXEC SQL
               UPDATE BENEFICIARY
               SET END_DATE   = :SQL-CLOSE-DATE,
                   END_REASON = 'L'
               WHERE UUID_CUSTOMER   = :WS-CUS-UUID
                 AND BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR ENDING DEPENDANT #' SQL-BENEFICIARY-SEQ
                   ':' SPACE SQLCODE
               SET WS-DEP-FAILED TO TRUE
               SET WS-END-OF-DEP-CURSOR TO TRUE
               GO TO END-5400-END-ONE-DEPENDANT
           END-IF.

           ADD 1 TO WS-DEP-ENDED-COUNT.

           MOVE 'BENEFICIARY'        TO WS-AUDIT-TABLE-NAME.
           MOVE WS-CUS-UUID          TO WS-AUDIT-KEY-UUID.
           MOVE WS-OPERATOR-ID       TO WS-AUDIT-OPERATOR-ID.

           MOVE SPACES               TO WS-AUDIT-FIELD-NAME.
           STRING 'END_DATE #' SQL-BENEFICIARY-SEQ
               DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME.
           MOVE SQL-BEN-END-DATE     TO WS-AUDIT-OLD-VALUE.
           MOVE SQL-CLOSE-DATE       TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.

           MOVE SPACES               TO WS-AUDIT-FIELD-NAME.
           STRING 'END_REASON #' SQL-BENEFICIARY-SEQ
               DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME.
           MOVE SQL-BEN-END-REASON   TO WS-AUDIT-OLD-VALUE.
           MOVE 'L'                  TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
       END-5400-END-ONE-DEPENDANT.
           EXIT.

      ******************************************************************
      *    Final month pro-rata, applied to the bill period the CLOSE  *
      *    DATE falls in (not whatever month the screen happens to be  *
