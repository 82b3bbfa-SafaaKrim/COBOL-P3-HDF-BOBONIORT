      *    ('Y'/'N') plus, for in-network providers, the convention    *
      *    tier driving the tiered reimbursement rate. An end-dated    *
      *    provider (PROVIDER_END_DATE on or before today) is treated  *
      *    as out-of-network. A tier 1 in-network provider holding the *
      *    tiers-payant agreement comes back LK-PRV-TIERS-PAYANT 'Y'   *
      *    so capture pays the provider directly. Runs inside the      *
      *    caller's SQL connection, like AUDIT-LOG, so it neither      *
      *    CONNECTs/DISCONNECTs nor COMMITs.                           *
      ******************************************************************

       DATA DIVISION.
       01  SQL-END-DATE             PIC X(10).
       01  SQL-TODAY-DATE           PIC X(10).
       01  SQL-REVIEW-FLAG          PIC X(01).
       01  SQL-TIERS-PAYANT         PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           MOVE 'N'    TO LK-PRV-IN-NETWORK.
           MOVE SPACES TO LK-PRV-CONVENTION-TIER.
           MOVE 'N'    TO LK-PRV-REVIEW-FLAG.
           MOVE 'N'    TO LK-PRV-TIERS-PAYANT.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY (1:4) '-' WS-TODAY (5:2) '-' WS-TODAY (7:2)
           EXEC SQL
               SELECT COALESCE(PROVIDER_CONVENTION_TIER, '1'),
                      COALESCE(PROVIDER_END_DATE, '9999-12-31'),
                      COALESCE(PROVIDER_REVIEW_FLAG, 'N'),
                      COALESCE(PROVIDER_TIERS_PAYANT, 'N')
               INTO :SQL-CONVENTION-TIER, :SQL-END-DATE,
                    :SQL-REVIEW-FLAG, :SQL-TIERS-PAYANT
               FROM PROVIDER_NETWORK
               WHERE PROVIDER_CODE = :SQL-PROVIDER-CODE
           END-EXEC.
               IF SQL-END-DATE > SQL-TODAY-DATE
                   SET LK-PRV-IS-IN-NETWORK TO TRUE
                   MOVE SQL-CONVENTION-TIER TO LK-PRV-CONVENTION-TIER
                   IF SQL-CONVENTION-TIER = '1'
                       MOVE SQL-TIERS-PAYANT TO LK-PRV-TIERS-PAYANT
                   END-IF
               END-IF
           END-IF.
       0000-END-MAIN.
