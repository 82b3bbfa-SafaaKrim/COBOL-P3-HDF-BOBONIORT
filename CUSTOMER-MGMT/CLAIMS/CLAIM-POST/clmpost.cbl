      *    Nightly batch: posts every CLAIMS row left CLAIM_STATUS =   *
      *    'A' (approved, captured by CLAIM-ENTRY) by refreshing the   *
      *    owning customer's CUSTOMER_REIMBURSEMENT_CONSUMPTION row    *
      *    for that claim's category, beneficiary (0 = the member, or  *
      *    the dependant who received the care - each covered person   *
      *    consumes their own ceilings) and entitlement window (same   *
      *    CATEGORY_PERIOD_RULE-driven window and carry-over logic as  *
      *    CEILING-CHECK), flagging a breach when consumption now      *
      *    exceeds the ceiling plus carry-over, then marks the claim   *
      *    CLAIM_STATUS = 'X' with CLAIM_POSTED_DATE. Commits every    *
      *    WS-COMMIT-INTERVAL claims. Only our complementary share     *
      *    (CLAIM_AMOUNT) is consumed against the ceilings; what the   *
      *    national scheme paid never reaches consumption.             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  SQL-CLAIM-CATEGORY       PIC X(03).
       01  SQL-CLAIM-DATE           PIC X(10).
       01  SQL-CLAIM-AMOUNT         PIC S9(7)V99.
       01  SQL-BENEFICIARY-SEQ      PIC 9(02).

           COPY 'reimb-sql.cpy'.

           EXEC SQL
               DECLARE CRSPOST CURSOR WITH HOLD FOR
               SELECT CLAIM_ID, UUID_CUSTOMER, CLAIM_CATEGORY,
                      CLAIM_DATE, CLAIM_AMOUNT, CLAIM_BENEFICIARY_SEQ
               FROM CLAIMS
               WHERE CLAIM_STATUS = 'A'
               ORDER BY UUID_CUSTOMER, CLAIM_DATE
               FETCH CRSPOST
               INTO :SQL-CLAIM-ID, :SQL-UUID-CUSTOMER,
                    :SQL-CLAIM-CATEGORY, :SQL-CLAIM-DATE,
                    :SQL-CLAIM-AMOUNT, :SQL-BENEFICIARY-SEQ
           END-EXEC.

           EVALUATE SQLCODE
      ******************************************************************
      *    Carry-over granted into the current period: the rate's      *
      *    share of whatever ceiling went unused over the previous     *
      *    window by the same beneficiary. The effective ceiling the   *
      *    breach test uses is the contract ceiling plus this amount.  *
      ******************************************************************
       3250-COMPUTE-CARRY-OVER.
           MOVE 0 TO SQL-CARRY-OVER.
                   FROM CLAIMS
                   WHERE UUID_CUSTOMER  = :SQL-UUID-CUSTOMER
                     AND CLAIM_CATEGORY = :SQL-CLAIM-CATEGORY
                     AND CLAIM_BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
                     AND CLAIM_STATUS IN ('A', 'X', 'D', 'T')
                     AND CLAIM_DATE >= :SQL-PRIOR-START
                     AND CLAIM_DATE <  :SQL-PRIOR-END
           EXIT.

      ******************************************************************
      *    Resums the category for the claim's beneficiary (claims     *
      *    already posted plus this one, which is still STATUS='A' at  *
      *    this point) and refreshes that beneficiary's consumption    *
      *    row, flagging a breach when over ceiling. A returned        *
      *    payment ('T') is still owed, so it stays counted.           *
      ******************************************************************
       3300-REFRESH-CONSUMPTION.
           MOVE SQL-CLAIM-CATEGORY TO SQL-CLAIM-CATEGORY.
               FROM CLAIMS
               WHERE UUID_CUSTOMER  = :SQL-UUID-CUSTOMER
                 AND CLAIM_CATEGORY = :SQL-CLAIM-CATEGORY
                 AND CLAIM_BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
                 AND CLAIM_STATUS IN ('A', 'X', 'D', 'T')
                 AND CLAIM_DATE >= :SQL-ANNIV-START
                 AND CLAIM_DATE <  :SQL-ANNIV-END
               DELETE FROM CUSTOMER_REIMBURSEMENT_CONSUMPTION
               WHERE UUID_CUSTOMER    = :SQL-UUID-CUSTOMER
                 AND CLAIM_CATEGORY   = :SQL-CLAIM-CATEGORY
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
                   (:SQL-UUID-CUSTOMER, :SQL-CLAIM-CATEGORY,
                    :SQL-BENEFICIARY-SEQ, :SQL-ANNIV-START,
                    :SQL-ANNIV-END, :SQL-CONSUMED,
                    :WS-MATCHED-CEILING, :SQL-CARRY-OVER,
                    CASE WHEN :SQL-CONSUMED > :SQL-EFFECTIVE-CEILING
                         THEN 'Y' ELSE 'N' END,
