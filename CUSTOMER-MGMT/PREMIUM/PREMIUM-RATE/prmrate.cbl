      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prmrate.
       AUTHOR. Martial.

      ******************************************************************
      *    Shared premium pricing, in the CLAIM-SHARE mold. Callers    *
      *    (PREMIUM-BILLING for every billed month, CONTRACT-RENEWAL   *
      *    for the old and new premium on a renewal notice) CALL this  *
      *    with the tier, household type, children to charge, the      *
      *    anniversary date and the BILL_PERIOD, and read back:        *
      *      pricing date = the last anniversary of the contract (or   *
      *                     of the group, for a group member) falling  *
      *                     in or before the billed month - never      *
      *                     before the anniversary date itself;        *
      *      rate         = the PREMIUM_RATE row for the tier with the *
      *                     latest EFFECTIVE_FROM on or before the     *
      *                     pricing date;                              *
      *      premium      = base + child supplement x children.        *
      *    So a new tariff reaches each contract on its own renewal,   *
      *    the month of the anniversary being the first billed at it,  *
      *    and any past period reprices at the rate it had. A 29       *
      *    February anniversary renews on 28 February. Runs inside     *
      *    the caller's SQL connection, so it neither CONNECTs nor     *
      *    COMMITs.                                                    *
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PRICE-YEAR            PIC 9(04).
       01  WS-ANNIVERSARY-MMDD      PIC X(05).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-COVERAGE-LEVEL       PIC X(03).
       01  SQL-HOUSEHOLD-TYPE       PIC X(06).
       01  SQL-PRICING-DATE         PIC X(10).
       01  SQL-MONTHLY-BASE         PIC 9(05)V99.
       01  SQL-CHILD-SUPPLEMENT     PIC 9(05)V99.
       01  SQL-RATE-FROM            PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           COPY 'rate-lk.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-RATE-CALC.

       0000-START-MAIN.
           MOVE SPACES TO LK-RAT-PRICING-DATE.
           MOVE SPACES TO LK-RAT-RATE-FROM.
           MOVE ZERO   TO LK-RAT-MONTHLY-BASE.
           MOVE ZERO   TO LK-RAT-CHILD-SUPPLEMENT.
           MOVE ZERO   TO LK-RAT-PREMIUM-AMOUNT.
           MOVE 'N'    TO LK-RAT-FOUND.

           PERFORM 1000-BUILD-PRICING-DATE
              THRU END-1000-BUILD-PRICING-DATE.

           PERFORM 2000-READ-RATE
              THRU END-2000-READ-RATE.
       0000-END-MAIN.
           GOBACK.

      ******************************************************************
      *    An anniversary month later in the year than the billed      *
      *    month has not come round yet: the year runs from last       *
      *    year's anniversary. No anniversary date on file prices at   *
      *    the first of the billed month.                              *
      ******************************************************************
       1000-BUILD-PRICING-DATE.
           IF LK-RAT-ANCHOR-DATE = SPACES
               STRING LK-RAT-BILL-PERIOD '-01'
                   DELIMITED BY SIZE INTO LK-RAT-PRICING-DATE
               GO TO END-1000-BUILD-PRICING-DATE
           END-IF.

           MOVE LK-RAT-ANCHOR-DATE (6:5) TO WS-ANNIVERSARY-MMDD.
           IF WS-ANNIVERSARY-MMDD = '02-29'
               MOVE '02-28' TO WS-ANNIVERSARY-MMDD
           END-IF.

           MOVE LK-RAT-BILL-PERIOD (1:4) TO WS-PRICE-YEAR.
           IF LK-RAT-ANCHOR-DATE (6:2) > LK-RAT-BILL-PERIOD (6:2)
               SUBTRACT 1 FROM WS-PRICE-YEAR
           END-IF.

           STRING WS-PRICE-YEAR '-' WS-ANNIVERSARY-MMDD
               DELIMITED BY SIZE INTO LK-RAT-PRICING-DATE.

           IF LK-RAT-PRICING-DATE < LK-RAT-ANCHOR-DATE
               MOVE LK-RAT-ANCHOR-DATE TO LK-RAT-PRICING-DATE
           END-IF.
       END-1000-BUILD-PRICING-DATE.
           EXIT.

      ******************************************************************
      ******************************************************************
       2000-READ-RATE.
           MOVE LK-RAT-COVERAGE-LEVEL TO SQL-COVERAGE-LEVEL.
           MOVE LK-RAT-HOUSEHOLD-TYPE TO SQL-HOUSEHOLD-TYPE.
           MOVE LK-RAT-PRICING-DATE   TO SQL-PRICING-DATE.

           EXEC SQL
               SELECT MONTHLY_BASE, CHILD_SUPPLEMENT, EFFECTIVE_FROM
               INTO :SQL-MONTHLY-BASE, :SQL-CHILD-SUPPLEMENT,
                    :SQL-RATE-FROM
               FROM PREMIUM_RATE
               WHERE COVERAGE_LEVEL = :SQL-COVERAGE-LEVEL
                 AND HOUSEHOLD_TYPE = :SQL-HOUSEHOLD-TYPE
                 AND EFFECTIVE_FROM =
                     (SELECT MAX(EFFECTIVE_FROM)
                      FROM PREMIUM_RATE
                      WHERE COVERAGE_LEVEL = :SQL-COVERAGE-LEVEL
                        AND HOUSEHOLD_TYPE = :SQL-HOUSEHOLD-TYPE
                        AND EFFECTIVE_FROM <= :SQL-PRICING-DATE)
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'Y' TO LK-RAT-FOUND
               MOVE SQL-MONTHLY-BASE     TO LK-RAT-MONTHLY-BASE
               MOVE SQL-CHILD-SUPPLEMENT TO LK-RAT-CHILD-SUPPLEMENT
               MOVE SQL-RATE-FROM        TO LK-RAT-RATE-FROM
               COMPUTE LK-RAT-PREMIUM-AMOUNT =
                   SQL-MONTHLY-BASE +
                   (LK-RAT-CHILDREN * SQL-CHILD-SUPPLEMENT)
           END-IF.
       END-2000-READ-RATE.
           EXIT.
