      *    operator keys a provider code; an existing provider shows   *
      *    its current record for update (including an end date to     *
      *    retire it), an unknown code is captured as an addition.     *
      *    The IBAN and tiers-payant flag drive direct payment of the  *
      *    provider by SEPA-EXTRACT.                                   *
      *    SC-PRVM-CONFIRM must be Y to commit, like MODIFY-CONTRACT.  *
      ******************************************************************
       01  SCREEN-PROVIDER-MAINT.
           03 LINE 14 COL 17 PIC X(01) USING WS-PRVM-REVIEW.
           03 LINE 14 COL 20
              VALUE '(Y ROUTES NEW CLAIMS TO CLAIM-REVIEW)'.
           03 LINE 15 COL 01 VALUE 'PROVIDER IBAN :'.
           03 LINE 15 COL 17 PIC X(34) USING WS-PRVM-IBAN.
           03 LINE 16 COL 01 VALUE 'TIERS PAYANT  :'.
           03 LINE 16 COL 17 PIC X(01) USING WS-PRVM-TIERS-PAYANT.
           03 LINE 16 COL 20
              VALUE '(Y PAYS THE PROVIDER DIRECTLY - TIER 1 ONLY)'.

           03 LINE 18 COL 01 VALUE 'CONFIRM (Y/N) :'.
           03 LINE 18 COL 17 PIC X(01) USING SC-PRVM-CONFIRM
              AUTO.
