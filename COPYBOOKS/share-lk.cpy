      ******************************************************************
      *    Linkage record passed to the shared CLAIM-SHARE subprogram  *
      *    (clmshr.cbl). Callers put the claim category, the provider  *
      *    convention tier key ('1'/'2'/'3', or 'O' out-of-network)    *
      *    and the three keyed amounts - fee charged, national base    *
      *    rate, paid by the national scheme - and read back our       *
      *    complementary share in LK-SHR-OUR-SHARE with its parts:     *
      *    the ticket moderateur (base less scheme), the excess over   *
      *    the base rate, the SHARE_RULE rate applied to it and the    *
      *    part of the excess we cover. LK-SHR-VALID comes back 'N'    *
      *    with LK-SHR-FAIL-REASON when the amounts do not hold        *
      *    together (no fee, or the scheme paying more than the base). *
      ******************************************************************
       01  LK-SHARE-CALC.
           03 LK-SHR-CATEGORY        PIC X(03).
           03 LK-SHR-TIER            PIC X(01).
           03 LK-SHR-FEE-AMOUNT      PIC 9(07)V99.
           03 LK-SHR-BASE-AMOUNT     PIC 9(07)V99.
           03 LK-SHR-SCHEME-PAID     PIC 9(07)V99.
           03 LK-SHR-COPAY-AMOUNT    PIC 9(07)V99.
           03 LK-SHR-EXCESS-AMOUNT   PIC 9(07)V99.
           03 LK-SHR-EXCESS-RATE     PIC 9V99.
           03 LK-SHR-EXCESS-COVERED  PIC 9(07)V99.
           03 LK-SHR-OUR-SHARE       PIC 9(07)V99.
           03 LK-SHR-VALID           PIC X(01).
              88 LK-SHR-IS-VALID        VALUE 'Y'.
           03 LK-SHR-FAIL-REASON     PIC X(30).
