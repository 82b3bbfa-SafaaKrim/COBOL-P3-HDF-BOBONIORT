      ******************************************************************
      *    WORKING-STORAGE mirror of share-lk.cpy: callers move the    *
      *    category, tier key and the fee / base / scheme-paid amounts *
      *    in, CALL 'clmshr' USING it, then test WS-SHR-IS-VALID and   *
      *    take WS-SHR-OUR-SHARE as the amount we pay (CLAIM_AMOUNT).  *
      ******************************************************************
       01  WS-SHARE-CALC.
           03 WS-SHR-CATEGORY        PIC X(03).
           03 WS-SHR-TIER            PIC X(01).
           03 WS-SHR-FEE-AMOUNT      PIC 9(07)V99.
           03 WS-SHR-BASE-AMOUNT     PIC 9(07)V99.
           03 WS-SHR-SCHEME-PAID     PIC 9(07)V99.
           03 WS-SHR-COPAY-AMOUNT    PIC 9(07)V99.
           03 WS-SHR-EXCESS-AMOUNT   PIC 9(07)V99.
           03 WS-SHR-EXCESS-RATE     PIC 9V99.
           03 WS-SHR-EXCESS-COVERED  PIC 9(07)V99.
           03 WS-SHR-OUR-SHARE       PIC 9(07)V99.
           03 WS-SHR-VALID           PIC X(01).
              88 WS-SHR-IS-VALID        VALUE 'Y'.
           03 WS-SHR-FAIL-REASON     PIC X(30).
