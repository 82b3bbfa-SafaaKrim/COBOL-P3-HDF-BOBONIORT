      *    LK-PRV-REVIEW-FLAG comes back 'Y' when PROVIDER-PROFILE     *
      *    has the provider under review: capture routes the           *
      *    provider's claims to the CLAIM-REVIEW 'P' queue.            *
      *    LK-PRV-TIERS-PAYANT comes back 'Y' only for an in-network,  *
      *    fully conventioned (tier 1) provider holding the            *
      *    tiers-payant agreement: capture marks the claim payable to  *
      *    the provider (CLAIM_PAYEE = 'P') instead of the member.     *
      ******************************************************************
       01  LK-PROVIDER-CHECK.
           03 LK-PRV-PROVIDER-CODE   PIC X(10).
           03 LK-PRV-CONVENTION-TIER PIC X(01).
           03 LK-PRV-REVIEW-FLAG     PIC X(01).
              88 LK-PRV-UNDER-REVIEW     VALUE 'Y'.
           03 LK-PRV-TIERS-PAYANT    PIC X(01).
              88 LK-PRV-PAYS-PROVIDER    VALUE 'Y'.
