      ******************************************************************
      *    Linkage record passed to the shared PREMIUM-RATE subprogram *
      *    (prmrate.cbl). Callers put the coverage level, household    *
      *    type ('SINGLE'/'COUPLE'), the number of children to charge  *
      *    for, the date the contract's year is anniversaried from     *
      *    (REIMBURSEMENT_CREATE_DATE, or GROUP_CREATE_DATE for a      *
      *    group member) and the BILL_PERIOD to price, and read back   *
      *    the monthly premium with the pricing date (the last renewal *
      *    in or before that month) and the EFFECTIVE_FROM of the      *
      *    PREMIUM_RATE row used. LK-RAT-FOUND comes back 'N' when no  *
      *    rate row was in force for the tier at the pricing date.     *
      ******************************************************************
       01  LK-RATE-CALC.
           03 LK-RAT-COVERAGE-LEVEL  PIC X(03).
           03 LK-RAT-HOUSEHOLD-TYPE  PIC X(06).
           03 LK-RAT-CHILDREN        PIC 9(03).
           03 LK-RAT-ANCHOR-DATE     PIC X(10).
           03 LK-RAT-BILL-PERIOD     PIC X(07).
           03 LK-RAT-PRICING-DATE    PIC X(10).
           03 LK-RAT-RATE-FROM       PIC X(10).
           03 LK-RAT-MONTHLY-BASE    PIC 9(05)V99.
           03 LK-RAT-CHILD-SUPPLEMENT PIC 9(05)V99.
           03 LK-RAT-PREMIUM-AMOUNT  PIC 9(07)V99.
           03 LK-RAT-FOUND           PIC X(01).
              88 LK-RAT-IS-FOUND        VALUE 'Y'.
