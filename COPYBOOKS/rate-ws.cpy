      ******************************************************************
      *    WORKING-STORAGE mirror of rate-lk.cpy: callers move the     *
      *    tier, household type, children, anniversary date and the    *
      *    BILL_PERIOD in, CALL 'prmrate' USING it, then test          *
      *    WS-RAT-IS-FOUND and take WS-RAT-PREMIUM-AMOUNT.             *
      ******************************************************************
       01  WS-RATE-CALC.
           03 WS-RAT-COVERAGE-LEVEL  PIC X(03).
           03 WS-RAT-HOUSEHOLD-TYPE  PIC X(06).
           03 WS-RAT-CHILDREN        PIC 9(03).
           03 WS-RAT-ANCHOR-DATE     PIC X(10).
           03 WS-RAT-BILL-PERIOD     PIC X(07).
           03 WS-RAT-PRICING-DATE    PIC X(10).
           03 WS-RAT-RATE-FROM       PIC X(10).
           03 WS-RAT-MONTHLY-BASE    PIC 9(05)V99.
           03 WS-RAT-CHILD-SUPPLEMENT PIC 9(05)V99.
           03 WS-RAT-PREMIUM-AMOUNT  PIC 9(07)V99.
           03 WS-RAT-FOUND           PIC X(01).
              88 WS-RAT-IS-FOUND        VALUE 'Y'.
