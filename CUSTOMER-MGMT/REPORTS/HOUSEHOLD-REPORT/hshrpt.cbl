      ******************************************************************
      *    Household consolidation report: given one household member  *
      *    (same LK-CUSTOMER lookup as READ-CONTRACT), pulls together  *
      *    the CUSTOMER_REIMBURSEMENT ceilings and current             *
      *    CUSTOMER_REIMBURSEMENT_CONSUMPTION for every other customer *
      *    sharing the same WS-CUS-COUPLE code, so a family's combined *
      *    entitlement and usage per category can be read in one shot. *
      *    Dependants are BENEFICIARY rows under their member, not     *
      *    CUSTOMER rows: their consumption is booked under the        *
      *    member's UUID with BENEFICIARY_SEQ > 0, and each covered    *
      *    person has the member's ceilings (CEILING-CHECK). So a      *
      *    category's household ceiling counts the member plus every   *
      *    dependant covered today or with consumption in the current  *
      *    window. WS-CUS-NBCHILDREN (children in force) is summed     *
      *    across the household members found.                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-RUN-DATE              PIC X(10).
       01  WS-MEMBER-COUNT          PIC 9(03) VALUE 0.
       01  WS-HH-CHILDREN-TOTAL     PIC 9(04) VALUE 0.
       01  WS-HH-DEPENDANT-TOTAL    PIC 9(04) VALUE 0.
       01  WS-CAT-PERSONS           PIC 9(03).

       01  WS-MEM-UUID              PIC X(36).
       01  WS-MEM-FIRSTNAME         PIC X(20).
       01  SQL-MEM-FIRSTNAME        PIC X(20).
       01  SQL-MEM-LASTNAME         PIC X(20).
       01  SQL-MEM-NBCHILDREN       PIC 9(03).
       01  SQL-DEPENDANT-COUNT      PIC 9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               END-PERFORM
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-DEPENDANT-COUNT
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND START_DATE   <= CAST(:SQL-RUN-DATE AS DATE)
                 AND (END_DATE IS NULL
                      OR END_DATE >= CAST(:SQL-RUN-DATE AS DATE))
           END-EXEC.

           IF SQLCODE = ZERO
               ADD SQL-DEPENDANT-COUNT TO WS-HH-DEPENDANT-TOTAL
           END-IF.

           ADD 1 TO WS-MEMBER-COUNT.
           ADD WS-MEM-NBCHILDREN TO WS-HH-CHILDREN-TOTAL.
       END-3000-ACCUMULATE-MEMBER.
           EXIT.

      ******************************************************************
      *    Consumption of the member and all their dependants, against *
      *    one ceiling per covered person: the member, each dependant  *
      *    in force today, and each dependant since ended who still    *
      *    has consumption in the current window.                      *
      ******************************************************************
       3100-ACCUMULATE-CATEGORY.
           MOVE WS-MEM-CAT-CODE (WS-CAT-IDX) TO SQL-CATEGORY-CODE.

               MOVE 0 TO SQL-CONSUMED
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-DEPENDANT-COUNT
               FROM BENEFICIARY B
               WHERE B.UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND ((B.START_DATE <= CAST(:SQL-RUN-DATE AS DATE)
                       AND (B.END_DATE IS NULL
                            OR B.END_DATE >=
                               CAST(:SQL-RUN-DATE AS DATE)))
                      OR EXISTS
                         (SELECT 1
                          FROM CUSTOMER_REIMBURSEMENT_CONSUMPTION X
                          WHERE X.UUID_CUSTOMER   = B.UUID_CUSTOMER
                            AND X.BENEFICIARY_SEQ = B.BENEFICIARY_SEQ
                            AND X.CLAIM_CATEGORY  = :SQL-CATEGORY-CODE
                            AND :SQL-RUN-DATE >= X.PERIOD_START_DATE
                            AND :SQL-RUN-DATE <  X.PERIOD_END_DATE))
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 0 TO SQL-DEPENDANT-COUNT
           END-IF.

           COMPUTE WS-CAT-PERSONS = SQL-DEPENDANT-COUNT + 1.
           COMPUTE WS-HH-CEILING-TOTAL (WS-CAT-IDX) =
               WS-HH-CEILING-TOTAL (WS-CAT-IDX)
             + WS-MEM-CAT-CEILING (WS-CAT-IDX) * WS-CAT-PERSONS.
           ADD SQL-CONSUMED
               TO WS-HH-CONSUMED-TOTAL (WS-CAT-IDX).
       END-3100-ACCUMULATE-CATEGORY.
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'COVERED DEPENDANTS  : ' WS-HH-DEPENDANT-TOTAL
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.

