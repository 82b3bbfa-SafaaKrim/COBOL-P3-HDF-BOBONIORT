      *        full wording;                                           *
      *      - a payment advice for every claim SEPA-EXTRACT           *
      *        disbursed, showing category, care date, provider and    *
      *        amount paid, with the bulletin split into the fee       *
      *        charged, the national base rate, what the national      *
      *        scheme paid, our share and what is left to the member;  *
      *      - a recovery notice for every SEPR reversal debit         *
      *        extracted, quoting the original claim.                  *
      *    A tiers-payant claim (CLAIM_PAYEE = 'P') was paid to the    *
      *    provider, not the member: its advice says so and names      *
      *    the provider, and its recovery notice says the amount was   *
      *    netted from the provider's payment instead of debited.      *
      *    Work is selected by CLAIM_LETTER_DATE IS NULL and stamped   *
      *    with the run date once printed, so a night the batch        *
      *    missed is caught up the next night and no claim is ever     *
       01  WS-MEMBER-NAME           PIC X(45).
       01  WS-AMOUNT-EDIT           PIC Z(6)9.99.
       01  WS-ABS-AMOUNT            PIC 9(07)V99.
       01  WS-MEMBER-REMAINDER      PIC S9(07)V99.

      ******************************************************************
      *    Category labels and the full wording behind each            *
       01  SQL-REJECT-REASON         PIC X(03).
       01  SQL-PAYMENT-DATE          PIC X(10).
       01  SQL-ORIGINAL-ID           PIC X(36).
       01  SQL-CLAIM-PAYEE           PIC X(01).
       01  SQL-CLAIM-FEE-AMOUNT      PIC S9(7)V99.
       01  SQL-CLAIM-BASE-AMOUNT     PIC S9(7)V99.
       01  SQL-CLAIM-SCHEME-PAID     PIC S9(7)V99.
       01  SQL-PROVIDER-NAME         PIC X(40).

       01  SQL-CUS-LASTNAME          PIC X(20).
       01  SQL-CUS-FIRSTNAME         PIC X(20).
                      CLAIM_STATUS,
                      COALESCE(CLAIM_REJECT_REASON, ' '),
                      COALESCE(CLAIM_PAYMENT_DATE, ' '),
                      COALESCE(CLAIM_ORIGINAL_ID, ' '),
                      COALESCE(CLAIM_PAYEE, 'M'),
                      COALESCE(CLAIM_FEE_AMOUNT, CLAIM_AMOUNT),
                      COALESCE(CLAIM_BASE_AMOUNT, 0),
                      COALESCE(CLAIM_SCHEME_PAID, 0)
               FROM CLAIMS
               WHERE CLAIM_LETTER_DATE IS NULL
                 AND (CLAIM_STATUS = 'R'
                    :SQL-CLAIM-CATEGORY, :SQL-CLAIM-DATE,
                    :SQL-CLAIM-AMOUNT, :SQL-PROVIDER-CODE,
                    :SQL-CLAIM-STATUS, :SQL-REJECT-REASON,
                    :SQL-PAYMENT-DATE, :SQL-ORIGINAL-ID,
                    :SQL-CLAIM-PAYEE, :SQL-CLAIM-FEE-AMOUNT,
                    :SQL-CLAIM-BASE-AMOUNT, :SQL-CLAIM-SCHEME-PAID
           END-EXEC.

           EVALUATE SQLCODE
           PERFORM 3300-EXPAND-CODES
              THRU END-3300-EXPAND-CODES.

           IF SQL-CLAIM-PAYEE = 'P'
               PERFORM 3400-LOOKUP-PROVIDER
                  THRU END-3400-LOOKUP-PROVIDER
           END-IF.

           PERFORM 4000-PRINT-ADDRESS-BLOCK
              THRU END-4000-PRINT-ADDRESS-BLOCK.

       END-3300-EXPAND-CODES.
           EXIT.

      ******************************************************************
      *    Name of the provider a tiers-payant claim was paid to; the  *
      *    code is quoted alone when the network row has gone.         *
      ******************************************************************
       3400-LOOKUP-PROVIDER.
           MOVE SQL-PROVIDER-CODE TO SQL-PROVIDER-NAME.

           EXEC SQL
               SELECT PROVIDER_NAME
               INTO :SQL-PROVIDER-NAME
               FROM PROVIDER_NETWORK
               WHERE PROVIDER_CODE = :SQL-PROVIDER-CODE
                 AND PROVIDER_NAME IS NOT NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE SQL-PROVIDER-CODE TO SQL-PROVIDER-NAME
           END-IF.
       END-3400-LOOKUP-PROVIDER.
           EXIT.

      ******************************************************************
      *    [RD] En-tete de lettre : adresse du membre, date du jour.   *
      ******************************************************************
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           IF SQL-CLAIM-PAYEE = 'P'
               MOVE SPACES TO PRINT-RECORD
               STRING 'PAID TO YOUR PROVIDER ON ' SQL-PAYMENT-DATE
                      ' UNDER THE TIERS-PAYANT AGREEMENT:'
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               STRING '    ' SQL-PROVIDER-NAME
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE 'YOU HAVE NOTHING TO SETTLE FOR THIS AMOUNT.'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           ELSE
               MOVE SPACES TO PRINT-RECORD
               STRING 'CREDITED TO YOUR ACCOUNT ON ' SQL-PAYMENT-DATE
                      '.'
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

           MOVE SQL-CLAIM-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'AMOUNT PAID    : ' WS-AMOUNT-EDIT
                  '   PROVIDER : ' SQL-PROVIDER-CODE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SQL-CLAIM-FEE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING '  FEE CHARGED                 : ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SQL-CLAIM-BASE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING '  NATIONAL BASE RATE          : ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SQL-CLAIM-SCHEME-PAID TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING '  PAID BY THE NATIONAL SCHEME : ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SQL-CLAIM-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING '  PAID BY US (COMPLEMENTARY)  : ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

      *    What the member still bears: the part of the excess over
      *    the base rate their plan does not cover.
           COMPUTE WS-MEMBER-REMAINDER = SQL-CLAIM-FEE-AMOUNT
               - SQL-CLAIM-SCHEME-PAID - SQL-CLAIM-AMOUNT.
           IF WS-MEMBER-REMAINDER < 0
               MOVE 0 TO WS-MEMBER-REMAINDER
           END-IF.
           MOVE WS-MEMBER-REMAINDER TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING '  REMAINING AT YOUR CHARGE    : ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
       END-4200-PRINT-ADVICE.
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           IF SQL-CLAIM-PAYEE = 'P'
               MOVE SPACES TO PRINT-RECORD
               STRING 'THE AMOUNT OF ' WS-AMOUNT-EDIT
                      ' PAID TO YOUR PROVIDER HAS BEEN'
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               STRING 'RECOVERED FROM OUR PAYMENT TO '
                      FUNCTION TRIM (SQL-PROVIDER-NAME)
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               STRING 'OF ' SQL-PAYMENT-DATE
                      '. NOTHING WILL BE DEBITED FROM YOUR ACCOUNT.'
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           ELSE
               MOVE SPACES TO PRINT-RECORD
               STRING 'THE AMOUNT OF ' WS-AMOUNT-EDIT
                      ' WILL BE DEBITED FROM YOUR ACCOUNT'
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               STRING 'ON OR AFTER ' SQL-PAYMENT-DATE '.'
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
       END-4300-PRINT-RECOVERY.
           EXIT.

