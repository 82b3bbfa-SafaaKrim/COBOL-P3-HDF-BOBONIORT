      ******************************************************************
      *    Claim reversal transaction: corrects a wrongly posted ('X') *
      *    or disbursed ('D') claim by inserting an offsetting CLAIMS  *
      *    row - the negated amounts (our share in CLAIM_AMOUNT and    *
      *    the fee / national base / scheme-paid breakdown alike),     *
      *    linked through CLAIM_ORIGINAL_ID and booked to the same     *
      *    beneficiary - instead of anyone editing CLAIMS and the      *
      *    consumption table by hand in SQL. A DISBURSED original was  *
      *    really paid, so its reversal goes in at 'A': the nightly    *
      *    CLAIM-POST backs the amount out of the right consumption    *
      *    window and clears OVER_CEILING_FLAG if consumption drops    *
      *    below ceiling, and SEPA-EXTRACT turns the posted negative   *
      *    row into a SEPR recovery debit against the member's IBAN    *
      *    (or, as the reversal inherits CLAIM_PAYEE, nets it against  *
      *    the provider's next tiers-payant payment). An UNDISBURSED   *
      *    ('X') original must move no money in either direction:      *
      *    original and reversal are both settled to 'V' in the same   *
      *    unit of work, taking the pair out of the payment queue      *
      *    while their exclusion from the consumption sums backs the   *
      *    amount out at the next refresh. One reversal per original;  *
      *    the link and the status flip are audited. Requires a        *
      *    supervisor session (privilege level 2).                     *
      ******************************************************************

       DATA DIVISION.
       01  SQL-PROVIDER-CODE        PIC X(10).
       01  SQL-CLAIM-STATUS         PIC X(01).
       01  SQL-CLAIM-IN-NETWORK     PIC X(01).
       01  SQL-CLAIM-PAYEE          PIC X(01).
       01  SQL-CLAIM-FEE-AMOUNT     PIC S9(7)V99.
       01  SQL-CLAIM-BASE-AMOUNT    PIC S9(7)V99.
       01  SQL-CLAIM-SCHEME-PAID    PIC S9(7)V99.
       01  SQL-BENEFICIARY-SEQ      PIC 9(02).
       01  SQL-REVERSAL-ID          PIC X(36).
       01  SQL-REVERSAL-AMOUNT      PIC S9(7)V99.
       01  SQL-REVERSAL-FEE         PIC S9(7)V99.
       01  SQL-REVERSAL-BASE        PIC S9(7)V99.
       01  SQL-REVERSAL-SCHEME      PIC S9(7)V99.
       01  SQL-REVERSAL-STATUS      PIC X(01).
       01  SQL-REVERSAL-COUNT       PIC 9(05).
       01  SQL-CUS-LASTNAME         PIC X(20).
           EXEC SQL
               SELECT UUID_CUSTOMER, CLAIM_CATEGORY, CLAIM_DATE,
                      CLAIM_AMOUNT, COALESCE(CLAIM_PROVIDER_CODE, ' '),
                      CLAIM_STATUS, COALESCE(CLAIM_IN_NETWORK, ' '),
                      COALESCE(CLAIM_PAYEE, 'M'),
                      COALESCE(CLAIM_FEE_AMOUNT, CLAIM_AMOUNT),
                      COALESCE(CLAIM_BASE_AMOUNT, 0),
                      COALESCE(CLAIM_SCHEME_PAID, 0),
                      CLAIM_BENEFICIARY_SEQ
               INTO :SQL-UUID-CUSTOMER, :SQL-CLAIM-CATEGORY,
                    :SQL-CLAIM-DATE, :SQL-CLAIM-AMOUNT,
                    :SQL-PROVIDER-CODE, :SQL-CLAIM-STATUS,
                    :SQL-CLAIM-IN-NETWORK, :SQL-CLAIM-PAYEE,
                    :SQL-CLAIM-FEE-AMOUNT, :SQL-CLAIM-BASE-AMOUNT,
                    :SQL-CLAIM-SCHEME-PAID, :SQL-BENEFICIARY-SEQ
               FROM CLAIMS
               WHERE CLAIM_ID = :SQL-CLAIM-ID
           END-EXEC.
               DELIMITED BY SIZE INTO SQL-REVERSAL-ID.

           COMPUTE SQL-REVERSAL-AMOUNT = 0 - SQL-CLAIM-AMOUNT.
           COMPUTE SQL-REVERSAL-FEE    = 0 - SQL-CLAIM-FEE-AMOUNT.
           COMPUTE SQL-REVERSAL-BASE   = 0 - SQL-CLAIM-BASE-AMOUNT.
           COMPUTE SQL-REVERSAL-SCHEME = 0 - SQL-CLAIM-SCHEME-PAID.

           IF SQL-CLAIM-STATUS = 'D'
               MOVE 'A' TO SQL-REVERSAL-STATUS
                   (CLAIM_ID, UUID_CUSTOMER, CLAIM_CATEGORY, CLAIM_DATE,
                    CLAIM_AMOUNT, CLAIM_PROVIDER_CODE, CLAIM_STATUS,
                    CLAIM_CREATE_DATE, CLAIM_IN_NETWORK,
                    CLAIM_ORIGINAL_ID, CLAIM_PAYEE,
                    CLAIM_FEE_AMOUNT, CLAIM_BASE_AMOUNT,
                    CLAIM_SCHEME_PAID, CLAIM_BENEFICIARY_SEQ)
               VALUES
                   (:SQL-REVERSAL-ID, :SQL-UUID-CUSTOMER,
                    :SQL-CLAIM-CATEGORY, :SQL-CLAIM-DATE,
                    :SQL-REVERSAL-AMOUNT, :SQL-PROVIDER-CODE,
                    :SQL-REVERSAL-STATUS,
                    :WS-RUN-DATE, :SQL-CLAIM-IN-NETWORK,
                    :SQL-CLAIM-ID, :SQL-CLAIM-PAYEE,
                    :SQL-REVERSAL-FEE, :SQL-REVERSAL-BASE,
                    :SQL-REVERSAL-SCHEME, :SQL-BENEFICIARY-SEQ)
           END-EXEC.

           IF SQLCODE = ZERO AND SQL-CLAIM-STATUS = 'X'
