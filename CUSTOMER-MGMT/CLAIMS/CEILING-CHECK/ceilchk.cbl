      *    exception line for every breach found. Checkpoints every    *
      *    WS-CHECKPOINT-INTERVAL customers so a restart after an      *
      *    overnight outage resumes instead of reprocessing the file.  *
      *    Consumption is our complementary share only: CLAIM_AMOUNT   *
      *    holds what we pay, and the fee / national base / scheme-    *
      *    paid columns on the claim never count against a ceiling.    *
      *    Each covered person consumes their own ceilings: the member *
      *    (beneficiary 0) and every BENEFICIARY dependant on file get *
      *    their own consumption rows, summed over the claims that     *
      *    name them.                                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.

       01  WS-OVER-AMOUNT          PIC S9(7)V99.

      ******************************************************************
      *    The covered persons of the current customer: entry 1 is     *
      *    always the member (0), then each BENEFICIARY_SEQ on file.   *
      ******************************************************************
       01  WS-BEN-MAX              PIC 9(02) VALUE 20.
       01  WS-BEN-COUNT            PIC 9(02).
       01  WS-BEN-IDX              PIC 9(02).
       01  WS-BEN-TABLE.
           03 WS-BEN-SEQ           PIC 9(02) OCCURS 20 TIMES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC X(05) VALUE 'cobol'.
           COPY 'reimb-sql.cpy'.

       01  SQL-CATEGORY-CODE       PIC X(03).
       01  SQL-BENEFICIARY-SEQ     PIC 9(02).
       01  SQL-ANNIV-START         PIC X(10).
       01  SQL-ANNIV-END           PIC X(10).
       01  SQL-CONSUMED            PIC S9(7)V99.

      ******************************************************************
      *    Works out the anniversary window, sums CLAIMS per category  *
      *    for each covered person of this customer against it, then   *
      *    checkpoints if due.                                         *
      ******************************************************************
       3100-CHECK-CUSTOMER-CEILINGS.
           PERFORM 3150-COMPUTE-ANNIVERSARY-WINDOW
           MOVE 'DES' TO WS-CAT-CODE (8).
           MOVE SQL-DESCALINGS  TO WS-CAT-CEILING (8).

           PERFORM 3180-LOAD-BENEFICIARIES
              THRU END-3180-LOAD-BENEFICIARIES.

           PERFORM 3190-CHECK-ONE-PERSON
              THRU END-3190-CHECK-ONE-PERSON
              VARYING WS-BEN-IDX FROM 1 BY 1
              UNTIL WS-BEN-IDX > WS-BEN-COUNT.

           ADD 1 TO WS-TOTAL-PROCESSED.
           ADD 1 TO WS-CUSTOMERS-SINCE-CKPT.
       END-3150-COMPUTE-ANNIVERSARY-WINDOW.
           EXIT.

      ******************************************************************
      *    The member plus every dependant ever on file: an ended      *
      *    dependant's claims still sit in the current window until it *
      *    rolls over, so they keep being summed.                      *
      ******************************************************************
       3180-LOAD-BENEFICIARIES.
           MOVE 1 TO WS-BEN-COUNT.
           MOVE 0 TO WS-BEN-SEQ (1).

           EXEC SQL
               DECLARE CRSBEN CURSOR FOR
               SELECT BENEFICIARY_SEQ
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
               ORDER BY BENEFICIARY_SEQ
           END-EXEC.

           EXEC SQL
               OPEN CRSBEN
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR WS-BEN-COUNT >= WS-BEN-MAX
               EXEC SQL
                   FETCH CRSBEN
                   INTO :SQL-BENEFICIARY-SEQ
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-BEN-COUNT
                   MOVE SQL-BENEFICIARY-SEQ
                       TO WS-BEN-SEQ (WS-BEN-COUNT)
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRSBEN
           END-EXEC.
       END-3180-LOAD-BENEFICIARIES.
           EXIT.

       3190-CHECK-ONE-PERSON.
           MOVE WS-BEN-SEQ (WS-BEN-IDX) TO SQL-BENEFICIARY-SEQ.

           PERFORM 3200-SUM-CATEGORY
              THRU END-3200-SUM-CATEGORY
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > 8.
       END-3190-CHECK-ONE-PERSON.
           EXIT.

      ******************************************************************
      *    Current window for one category: the create-date            *
      *    anniversary cycle of PERIOD_YEARS length that covers today, *
      ******************************************************************
      *    Carry-over granted into the current period: the rate's      *
      *    share of whatever ceiling went unused over the previous     *
      *    window by the same person. The effective ceiling the breach *
      *    test uses is the contract ceiling plus this amount.         *
      ******************************************************************
       3260-COMPUTE-CARRY-OVER.
           MOVE 0 TO SQL-CARRY-OVER.
                   FROM CLAIMS
                   WHERE UUID_CUSTOMER  = :SQL-UUID-CUSTOMER
                     AND CLAIM_CATEGORY = :SQL-CATEGORY-CODE
                     AND CLAIM_BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
                     AND CLAIM_STATUS IN ('A', 'X', 'D', 'T')
                     AND CLAIM_DATE >= :SQL-PRIOR-START
                     AND CLAIM_DATE <  :SQL-PRIOR-END
           EXIT.

      ******************************************************************
      *    Sums approved/posted CLAIMS for one category and one        *
      *    covered person, refreshes that person's consumption row,    *
      *    and flags an exception if over ceiling.                     *
      *    A returned payment ('T') is still owed to the member, so it *
      *    stays counted as consumed until it is re-disbursed.         *
      ******************************************************************
               FROM CLAIMS
               WHERE UUID_CUSTOMER  = :SQL-UUID-CUSTOMER
                 AND CLAIM_CATEGORY = :SQL-CATEGORY-CODE
                 AND CLAIM_BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
                 AND CLAIM_STATUS IN ('A', 'X', 'D', 'T')
                 AND CLAIM_DATE >= :SQL-ANNIV-START
                 AND CLAIM_DATE <  :SQL-ANNIV-END
               DELETE FROM CUSTOMER_REIMBURSEMENT_CONSUMPTION
               WHERE UUID_CUSTOMER    = :SQL-UUID-CUSTOMER
                 AND CLAIM_CATEGORY   = :SQL-CATEGORY-CODE
                 AND BENEFICIARY_SEQ  = :SQL-BENEFICIARY-SEQ
                 AND PERIOD_END_DATE  > :SQL-ANNIV-START
                 AND PERIOD_START_DATE < :SQL-ANNIV-END
           END-EXEC.

           EXEC SQL
               INSERT INTO CUSTOMER_REIMBURSEMENT_CONSUMPTION
                   (UUID_CUSTOMER, CLAIM_CATEGORY, BENEFICIARY_SEQ,
                    PERIOD_START_DATE,
                    PERIOD_END_DATE, AMOUNT_CONSUMED, CEILING_AMOUNT,
                    CARRY_OVER_AMOUNT, OVER_CEILING_FLAG,
                    LAST_COMPUTED_DATE)
               VALUES
                   (:SQL-UUID-CUSTOMER, :SQL-CATEGORY-CODE,
                    :SQL-BENEFICIARY-SEQ, :SQL-ANNIV-START,
                    :SQL-ANNIV-END, :SQL-CONSUMED,
                    :WS-CAT-CEILING (WS-CAT-IDX), :SQL-CARRY-OVER,
                    CASE WHEN :SQL-CONSUMED > :SQL-EFFECTIVE-CEILING
                         THEN 'Y' ELSE 'N' END,

       3300-WRITE-EXCEPTION.
           STRING 'CUSTOMER=' SQL-UUID-CUSTOMER
                  ' BENEF=' SQL-BENEFICIARY-SEQ
                  ' CATEGORY=' SQL-CATEGORY-CODE
                  ' CEILING=' WS-CAT-CEILING (WS-CAT-IDX)
                  ' CARRY=' SQL-CARRY-OVER
