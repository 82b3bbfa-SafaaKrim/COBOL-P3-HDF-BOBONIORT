       01  SQL-ORIGINAL-ID           PIC X(36).
       01  SQL-REJECT-REASON         PIC X(03).
       01  SQL-LETTER-DATE           PIC X(10).
       01  SQL-CLAIM-PAYEE           PIC X(01).
       01  SQL-PAYMENT-REF           PIC X(36).
       01  SQL-FEE-AMOUNT            PIC S9(7)V99.
       01  SQL-BASE-AMOUNT           PIC S9(7)V99.
       01  SQL-SCHEME-PAID           PIC S9(7)V99.
       01  SQL-BENEFICIARY-SEQ       PIC 9(02).
       01  SQL-AUTH-ID               PIC X(36).
       01  SQL-AUDIT-COUNT           PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
                      COALESCE(CLAIM_IN_NETWORK, ' '),
                      COALESCE(CLAIM_ORIGINAL_ID, ' '),
                      COALESCE(CLAIM_REJECT_REASON, ' '),
                      COALESCE(CLAIM_LETTER_DATE, ' '),
                      COALESCE(CLAIM_PAYEE, 'M'),
                      COALESCE(CLAIM_PAYMENT_REF, ' '),
                      COALESCE(CLAIM_FEE_AMOUNT, CLAIM_AMOUNT),
                      COALESCE(CLAIM_BASE_AMOUNT, 0),
                      COALESCE(CLAIM_SCHEME_PAID, 0),
                      CLAIM_BENEFICIARY_SEQ,
                      COALESCE(CLAIM_AUTH_ID, ' ')
               FROM CLAIMS A
               WHERE A.CLAIM_STATUS IN ('D', 'R', 'V')
                 AND A.CLAIM_DATE < :SQL-CUTOFF-DATE
                    :SQL-CLAIM-STATUS, :SQL-CREATE-DATE,
                    :SQL-POSTED-DATE, :SQL-PAYMENT-DATE,
                    :SQL-IN-NETWORK, :SQL-ORIGINAL-ID,
                    :SQL-REJECT-REASON, :SQL-LETTER-DATE,
                    :SQL-CLAIM-PAYEE, :SQL-PAYMENT-REF,
                    :SQL-FEE-AMOUNT, :SQL-BASE-AMOUNT,
                    :SQL-SCHEME-PAID, :SQL-BENEFICIARY-SEQ,
                    :SQL-AUTH-ID
           END-EXEC.

           EVALUATE SQLCODE
                    CLAIM_POSTED_DATE, CLAIM_PAYMENT_DATE,
                    CLAIM_IN_NETWORK, CLAIM_ORIGINAL_ID,
                    CLAIM_REJECT_REASON, CLAIM_LETTER_DATE,
                    CLAIM_PAYEE, CLAIM_PAYMENT_REF,
                    CLAIM_FEE_AMOUNT, CLAIM_BASE_AMOUNT,
                    CLAIM_SCHEME_PAID, CLAIM_BENEFICIARY_SEQ,
                    CLAIM_AUTH_ID, ARCHIVE_DATE)
               VALUES
                   (:SQL-CLAIM-ID, :SQL-UUID-CUSTOMER,
                    :SQL-CLAIM-CATEGORY, :SQL-CLAIM-DATE,
                    NULLIF(:SQL-ORIGINAL-ID, ' '),
                    NULLIF(:SQL-REJECT-REASON, ' '),
                    NULLIF(:SQL-LETTER-DATE, ' '),
                    :SQL-CLAIM-PAYEE,
                    NULLIF(:SQL-PAYMENT-REF, ' '),
                    :SQL-FEE-AMOUNT, :SQL-BASE-AMOUNT,
                    :SQL-SCHEME-PAID, :SQL-BENEFICIARY-SEQ,
                    NULLIF(:SQL-AUTH-ID, ' '), :WS-RUN-DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
