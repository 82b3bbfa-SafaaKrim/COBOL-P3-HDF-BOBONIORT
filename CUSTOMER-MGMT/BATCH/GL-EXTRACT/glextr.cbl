      *    written as a balancing debit/credit pair:                   *
      *      - claims disbursed (status 'D' by CLAIM_PAYMENT_DATE),    *
      *        one expense line per CLAIM_CATEGORY against the bank;   *
      *        claims paid to a tiers-payant provider (CLAIM_PAYEE     *
      *        'P') are recognised in the same expense account but     *
      *        credited to their own bank line, provider payments;     *
      *      - recoveries collected from SEPR reversal debits, and     *
      *        reversals netted against a provider's payment;          *
      *      - payments returned and still outstanding (status 'T'),   *
      *        reclassed from bank to the claims-payable account;      *
      *      - premiums billed (PREMIUM_LEDGER by BILL_PERIOD) and     *
      *    extract file is opened only once every gate has passed, so  *
      *    a refused run never clobbers a previously produced good     *
      *    file. Prints its own proof totals: total debits must equal  *
      *    total credits. The premiums-settled figure booked is kept   *
      *    on the GLEXTR row (PREMIUM_SETTLED) for the yearly premium  *
      *    certificate reconciliation.                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-TOTAL-DEBITS          PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS         PIC 9(11)V99 VALUE 0.
       01  WS-BALANCE-DIFF          PIC S9(11)V99.
       01  WS-PREMIUM-SETTLED       PIC 9(09)V99 VALUE 0.

       01  WS-PAIR-AMOUNT           PIC 9(09)V99.
       01  WS-DR-ACCOUNT            PIC X(04).
       01  SQL-COMPLETE-COUNT        PIC 9(05).
       01  SQL-GLEXTR-COUNT          PIC 9(05).
       01  SQL-CATEGORY-CODE         PIC X(03).
       01  SQL-CLAIM-PAYEE           PIC X(01).
       01  SQL-SUM-AMOUNT            PIC S9(9)V99.
       01  SQL-STEP-STATUS           PIC X(01).
       01  SQL-TIMESTAMP             PIC X(20).
       01  SQL-TOTAL-AMOUNT          PIC S9(9)V99.
       01  SQL-LINES-WRITTEN         PIC 9(09).
       01  SQL-PREMIUM-SETTLED       PIC S9(9)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    operations desk has resolved it; a month with no complete   *
      *    rows at all has nothing to extract. The GLEXTR step's own   *
      *    rows are left out of the test so a refused attempt does     *
      *    not block the month forever; so are the integrity sweep's   *
      *    (INTCHK), which only reads and posts nothing.               *
      ******************************************************************
       2000-CHECK-MONTH-COMPLETE.
           EXEC SQL
               FROM RUN_CONTROL
               WHERE RUN_DATE >= :SQL-MONTH-START
                 AND RUN_DATE <= :SQL-MONTH-END
                 AND STEP_NAME NOT IN ('GLEXTR', 'INTCHK')
                 AND STEP_STATUS <> 'C'
           END-EXEC.

               FROM RUN_CONTROL
               WHERE RUN_DATE >= :SQL-MONTH-START
                 AND RUN_DATE <= :SQL-MONTH-END
                 AND STEP_NAME NOT IN ('GLEXTR', 'INTCHK')
                 AND STEP_STATUS = 'C'
           END-EXEC.


      ******************************************************************
      *    One expense/bank pair per category with disbursements this  *
      *    month, and a second pair when some of them were paid to     *
      *    tiers-payant providers rather than members.                 *
      ******************************************************************
       3000-EXTRACT-CLAIMS-DISBURSED.
           PERFORM 3100-EXTRACT-ONE-CATEGORY
       3100-EXTRACT-ONE-CATEGORY.
           MOVE WS-CAT-CODE (WS-CAT-IDX) TO SQL-CATEGORY-CODE.

           MOVE 'M' TO SQL-CLAIM-PAYEE.
           PERFORM 3150-EXTRACT-CATEGORY-PAYEE
              THRU END-3150-EXTRACT-CATEGORY-PAYEE.

           MOVE 'P' TO SQL-CLAIM-PAYEE.
           PERFORM 3150-EXTRACT-CATEGORY-PAYEE
              THRU END-3150-EXTRACT-CATEGORY-PAYEE.
       END-3100-EXTRACT-ONE-CATEGORY.
           EXIT.

       3150-EXTRACT-CATEGORY-PAYEE.
           EXEC SQL
               SELECT COALESCE(SUM(CLAIM_AMOUNT), 0)
               INTO :SQL-SUM-AMOUNT
               FROM CLAIMS
               WHERE CLAIM_STATUS = 'D'
                 AND CLAIM_CATEGORY = :SQL-CATEGORY-CODE
                 AND COALESCE(CLAIM_PAYEE, 'M') = :SQL-CLAIM-PAYEE
                 AND CLAIM_AMOUNT > 0
                 AND CLAIM_PAYMENT_DATE >= :SQL-MONTH-START
                 AND CLAIM_PAYMENT_DATE <= :SQL-MONTH-END
               MOVE WS-CAT-ACCOUNT (WS-CAT-IDX) TO WS-DR-ACCOUNT
               MOVE WS-CAT-NAME (WS-CAT-IDX)    TO WS-DR-NAME
               MOVE '5120'                      TO WS-CR-ACCOUNT
               IF SQL-CLAIM-PAYEE = 'P'
                   MOVE 'BANK - PROVIDER PAYMENTS'  TO WS-CR-NAME
               ELSE
                   MOVE 'BANK - DISBURSEMENTS'      TO WS-CR-NAME
               END-IF
               PERFORM 7000-WRITE-JOURNAL-PAIR
                  THRU END-7000-WRITE-JOURNAL-PAIR
           END-IF.
       END-3150-EXTRACT-CATEGORY-PAYEE.
           EXIT.

      ******************************************************************
      *    Recoveries actually extracted this month: SEPR debits are   *
      *    the negative reversal rows disbursed by SEPA-EXTRACT. A     *
      *    tiers-payant reversal was netted off the provider's         *
      *    grouped credit instead, so it reduces provider payments.    *
      ******************************************************************
       4000-EXTRACT-RECOVERIES.
           MOVE 'M' TO SQL-CLAIM-PAYEE.
           PERFORM 4100-EXTRACT-RECOVERY-PAYEE
              THRU END-4100-EXTRACT-RECOVERY-PAYEE.

           MOVE 'P' TO SQL-CLAIM-PAYEE.
           PERFORM 4100-EXTRACT-RECOVERY-PAYEE
              THRU END-4100-EXTRACT-RECOVERY-PAYEE.
       END-4000-EXTRACT-RECOVERIES.
           EXIT.

       4100-EXTRACT-RECOVERY-PAYEE.
           EXEC SQL
               SELECT COALESCE(SUM(0 - CLAIM_AMOUNT), 0)
               INTO :SQL-SUM-AMOUNT
               FROM CLAIMS
               WHERE CLAIM_STATUS = 'D'
                 AND CLAIM_ORIGINAL_ID IS NOT NULL
                 AND COALESCE(CLAIM_PAYEE, 'M') = :SQL-CLAIM-PAYEE
                 AND CLAIM_AMOUNT < 0
                 AND CLAIM_PAYMENT_DATE >= :SQL-MONTH-START
                 AND CLAIM_PAYMENT_DATE <= :SQL-MONTH-END
           IF SQLCODE = ZERO AND SQL-SUM-AMOUNT > 0
               MOVE SQL-SUM-AMOUNT TO WS-PAIR-AMOUNT
               MOVE '5120' TO WS-DR-ACCOUNT
               IF SQL-CLAIM-PAYEE = 'P'
                   MOVE 'BANK - PROVIDER NETTING' TO WS-DR-NAME
               ELSE
                   MOVE 'BANK - RECOVERIES'       TO WS-DR-NAME
               END-IF
               MOVE '6500' TO WS-CR-ACCOUNT
               MOVE 'CLAIMS RECOVERY INCOME' TO WS-CR-NAME
               PERFORM 7000-WRITE-JOURNAL-PAIR
                  THRU END-7000-WRITE-JOURNAL-PAIR
           END-IF.
       END-4100-EXTRACT-RECOVERY-PAYEE.
           EXIT.

      ******************************************************************
                 AND PAID_DATE <= :SQL-MONTH-END
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SQL-SUM-AMOUNT TO WS-PREMIUM-SETTLED
           END-IF.

           IF SQLCODE = ZERO AND SQL-SUM-AMOUNT > 0
               MOVE SQL-SUM-AMOUNT TO WS-PAIR-AMOUNT
               MOVE '5120' TO WS-DR-ACCOUNT

           MOVE WS-LINES-WRITTEN TO SQL-LINES-WRITTEN.
           MOVE WS-TOTAL-DEBITS  TO SQL-TOTAL-AMOUNT.
           MOVE WS-PREMIUM-SETTLED TO SQL-PREMIUM-SETTLED.

           EXEC SQL
               UPDATE RUN_CONTROL
               SET STEP_END = :SQL-TIMESTAMP,
                   STEP_STATUS = :SQL-STEP-STATUS,
                   CLAIMS_READ = :SQL-LINES-WRITTEN,
                   TOTAL_AMOUNT = :SQL-TOTAL-AMOUNT,
                   PREMIUM_SETTLED = :SQL-PREMIUM-SETTLED
               WHERE RUN_DATE  = :SQL-RUN-DATE
                 AND STEP_NAME = 'GLEXTR'
           END-EXEC.
