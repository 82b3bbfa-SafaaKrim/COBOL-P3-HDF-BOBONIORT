      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clmshr.
       AUTHOR. Martial.

      ******************************************************************
      *    Shared complementary-share computation, in the              *
      *    PROVIDER-CHECK mold. Callers (CLAIM-ENTRY and TELE-INTAKE   *
      *    at capture) CALL this with the claim category, the          *
      *    provider's convention tier key and the three amounts on     *
      *    the act - fee charged, national base rate, paid by the      *
      *    national scheme - and read back the amount WE pay:          *
      *      ticket moderateur = base - scheme paid                    *
      *      excess            = fee - base (when the fee is higher)   *
      *      our share         = ticket moderateur                     *
      *                        + excess * SHARE_RULE.EXCESS_RATE       *
      *    never more than what the member is actually out of pocket   *
      *    (fee - scheme paid). A category/tier with no SHARE_RULE     *
      *    row covers the ticket moderateur only. Runs inside the      *
      *    caller's SQL connection, so it neither CONNECTs nor         *
      *    COMMITs.                                                    *
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-OUTLAY-AMOUNT         PIC S9(07)V99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CLAIM-CATEGORY       PIC X(03).
       01  SQL-CONVENTION-TIER      PIC X(01).
       01  SQL-EXCESS-RATE          PIC 9V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           COPY 'share-lk.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-SHARE-CALC.

       0000-START-MAIN.
           MOVE ZERO   TO LK-SHR-COPAY-AMOUNT.
           MOVE ZERO   TO LK-SHR-EXCESS-AMOUNT.
           MOVE ZERO   TO LK-SHR-EXCESS-RATE.
           MOVE ZERO   TO LK-SHR-EXCESS-COVERED.
           MOVE ZERO   TO LK-SHR-OUR-SHARE.
           MOVE 'N'    TO LK-SHR-VALID.
           MOVE SPACES TO LK-SHR-FAIL-REASON.

           IF LK-SHR-FEE-AMOUNT = ZERO
               MOVE 'NO FEE CHARGED' TO LK-SHR-FAIL-REASON
               GO TO 0000-END-MAIN
           END-IF.

           IF LK-SHR-SCHEME-PAID > LK-SHR-BASE-AMOUNT
               MOVE 'SCHEME PAID EXCEEDS BASE RATE'
                   TO LK-SHR-FAIL-REASON
               GO TO 0000-END-MAIN
           END-IF.

           IF LK-SHR-SCHEME-PAID > LK-SHR-FEE-AMOUNT
               MOVE 'SCHEME PAID EXCEEDS FEE'
                   TO LK-SHR-FAIL-REASON
               GO TO 0000-END-MAIN
           END-IF.

           COMPUTE LK-SHR-COPAY-AMOUNT =
               LK-SHR-BASE-AMOUNT - LK-SHR-SCHEME-PAID.

           IF LK-SHR-FEE-AMOUNT > LK-SHR-BASE-AMOUNT
               COMPUTE LK-SHR-EXCESS-AMOUNT =
                   LK-SHR-FEE-AMOUNT - LK-SHR-BASE-AMOUNT
               PERFORM 1000-READ-SHARE-RULE
                  THRU END-1000-READ-SHARE-RULE
               COMPUTE LK-SHR-EXCESS-COVERED ROUNDED =
                   LK-SHR-EXCESS-AMOUNT * LK-SHR-EXCESS-RATE
           END-IF.

           COMPUTE LK-SHR-OUR-SHARE =
               LK-SHR-COPAY-AMOUNT + LK-SHR-EXCESS-COVERED.

      *    A base rate keyed above the fee would otherwise pay the
      *    member more than the act cost them.
           COMPUTE WS-OUTLAY-AMOUNT =
               LK-SHR-FEE-AMOUNT - LK-SHR-SCHEME-PAID.
           IF LK-SHR-OUR-SHARE > WS-OUTLAY-AMOUNT
               MOVE WS-OUTLAY-AMOUNT TO LK-SHR-OUR-SHARE
           END-IF.

           SET LK-SHR-IS-VALID TO TRUE.
       0000-END-MAIN.
           GOBACK.

      ******************************************************************

       1000-READ-SHARE-RULE.
           MOVE LK-SHR-CATEGORY TO SQL-CLAIM-CATEGORY.
           MOVE LK-SHR-TIER     TO SQL-CONVENTION-TIER.
           IF SQL-CONVENTION-TIER = SPACES
               MOVE '1' TO SQL-CONVENTION-TIER
           END-IF.

           EXEC SQL
               SELECT EXCESS_RATE
               INTO :SQL-EXCESS-RATE
               FROM SHARE_RULE
               WHERE CLAIM_CATEGORY  = :SQL-CLAIM-CATEGORY
                 AND CONVENTION_TIER = :SQL-CONVENTION-TIER
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SQL-EXCESS-RATE TO LK-SHR-EXCESS-RATE
           ELSE
               MOVE ZERO TO LK-SHR-EXCESS-RATE
           END-IF.
       END-1000-READ-SHARE-RULE.
           EXIT.
