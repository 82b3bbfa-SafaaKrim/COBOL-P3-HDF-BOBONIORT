      *    silently dropped, which today only surfaces when the        *
      *    member phones. The unmatched sections are what the          *
      *    accounting desk signs off each morning.                     *
      *    A tiers-payant provider credit carries the grouped payment  *
      *    reference SEPA-EXTRACT stamped on CLAIM_PAYMENT_REF instead *
      *    of a claim id: it matches when the net of the claims under  *
      *    that reference, disbursed on the statement date, equals the *
      *    DBIT, and the book side checks one line per reference.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
           AND SQL-CLAIM-AMOUNT = WS-STMT-AMOUNT (WS-STMT-IDX)
               MOVE 'Y' TO WS-LINE-MATCH-SWITCH
           END-IF.

           IF NOT WS-LINE-MATCHED
               PERFORM 3250-MATCH-PROVIDER-PAYMENT
                  THRU END-3250-MATCH-PROVIDER-PAYMENT
           END-IF.
       END-3200-MATCH-CLAIM-PAYMENT.
           EXIT.

      ******************************************************************
      *    A grouped tiers-payant credit: the reference is the one     *
      *    SEPA-EXTRACT stamped on every claim it settled, and the     *
      *    DBIT must equal their net, all disbursed that day.          *
      ******************************************************************
       3250-MATCH-PROVIDER-PAYMENT.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(CLAIM_AMOUNT), 0)
               INTO :SQL-GROUP-ROWS, :SQL-GROUP-SUM
               FROM CLAIMS
               WHERE CLAIM_PAYMENT_REF  = :SQL-CLAIM-ID
                 AND CLAIM_STATUS       = 'D'
                 AND CLAIM_PAYMENT_DATE = :SQL-STMT-DATE
           END-EXEC.

           IF SQLCODE = ZERO AND SQL-GROUP-ROWS > 0
           AND SQL-GROUP-SUM = WS-STMT-AMOUNT (WS-STMT-IDX)
               MOVE 'Y' TO WS-LINE-MATCH-SWITCH
           END-IF.
       END-3250-MATCH-PROVIDER-PAYMENT.
           EXIT.

       3300-MATCH-RECOVERY.
           MOVE WS-STMT-REF (WS-STMT-IDX) TO SQL-CLAIM-ID.

      ******************************************************************
      *    Bucket 3a: every claim the book says was paid on the        *
      *    statement date must show on the statement, as a DBIT        *
      *    (credit sent) or a CRDT (recovery honoured). Tiers-payant   *
      *    claims are checked once per grouped payment reference, for  *
      *    the net the provider was sent.                              *
      ******************************************************************
       5000-CHECK-BOOK-CLAIMS.
           MOVE 'ON BOOK BUT NOT ON STATEMENT - CLAIMS'
               FROM CLAIMS
               WHERE CLAIM_STATUS = 'D'
                 AND CLAIM_PAYMENT_DATE = :SQL-STMT-DATE
                 AND CLAIM_PAYMENT_REF IS NULL
               UNION ALL
               SELECT CLAIM_PAYMENT_REF, SUM(CLAIM_AMOUNT)
               FROM CLAIMS
               WHERE CLAIM_STATUS = 'D'
                 AND CLAIM_PAYMENT_DATE = :SQL-STMT-DATE
                 AND CLAIM_PAYMENT_REF IS NOT NULL
               GROUP BY CLAIM_PAYMENT_REF
               ORDER BY 1
           END-EXEC.

           EXEC SQL
