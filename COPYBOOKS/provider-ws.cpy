      *    code, CALL 'provchk' USING it, then read back the flag and  *
      *    the convention tier (1 = 100%, 2 = 75%, 3 = 50%; spaces     *
      *    when the provider is out-of-network), plus the              *
      *    under-review flag PROVIDER-PROFILE maintains, and the       *
      *    tiers-payant flag (in-network tier 1 providers only).       *
      ******************************************************************
       01  WS-PROVIDER-CHECK.
           03 WS-PRV-PROVIDER-CODE   PIC X(10).
           03 WS-PRV-CONVENTION-TIER PIC X(01).
           03 WS-PRV-REVIEW-FLAG     PIC X(01).
              88 WS-PRV-UNDER-REVIEW     VALUE 'Y'.
           03 WS-PRV-TIERS-PAYANT    PIC X(01).
              88 WS-PRV-PAYS-PROVIDER    VALUE 'Y'.
