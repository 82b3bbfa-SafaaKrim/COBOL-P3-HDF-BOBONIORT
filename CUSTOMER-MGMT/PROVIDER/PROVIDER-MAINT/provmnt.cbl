      *    hand-kept SQL inserts that bred misspelled duplicates.      *
      *    The operator keys a provider code: an existing provider is  *
      *    shown for update (name, specialty, address, convention      *
      *    tier, IBAN and tiers-payant agreement) or retirement via    *
      *    PROVIDER_END_DATE; an unknown code is captured as an        *
      *    addition. The tiers-payant agreement is only accepted for a *
      *    tier 1 provider whose IBAN passes IBAN-CHECK, since         *
      *    SEPA-EXTRACT will credit that account directly. Every       *
      *    changed field writes an AUDIT_TRAIL row through AUDIT-LOG   *
      *    in the same unit of work, the same pattern as               *
      *    MODIFY-CONTRACT. Requires an administrator session          *
      *    (privilege level 3) in the LK-SESSION block filled by       *
      *    SIGN-ON.                                                    *
      ******************************************************************

       DATA DIVISION.
       01  WS-PRVM-END-DATE        PIC X(10).
       01  WS-PRVM-REVIEW          PIC X(01).
           88 WS-PRVM-REVIEW-VALID     VALUE 'Y' 'N'.
       01  WS-PRVM-IBAN            PIC X(34).
       01  WS-PRVM-TIERS-PAYANT    PIC X(01).
           88 WS-PRVM-TIERS-PAYANT-VALID VALUE 'Y' 'N'.
           88 WS-PRVM-PAYS-PROVIDER    VALUE 'Y'.

       01  WS-AUDIT-IDX            PIC 9(02).
       01  WS-AUDIT-FIELD-TABLE.
           03 WS-AUDIT-FIELD-ENTRY OCCURS 10 TIMES.
              05 WS-AUDIT-COL-NAME   PIC X(30).
              05 WS-AUDIT-COL-OLD    PIC X(50).
              05 WS-AUDIT-COL-NEW    PIC X(50).

           COPY 'audit-ws.cpy'.
           COPY 'iban-ws.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  SQL-CONVENTION-TIER      PIC X(01).
       01  SQL-END-DATE             PIC X(10).
       01  SQL-REVIEW-FLAG          PIC X(01).
       01  SQL-PROVIDER-IBAN        PIC X(34).
       01  SQL-TIERS-PAYANT         PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               IF NOT WS-PRVM-REVIEW-VALID
                   DISPLAY 'UNDER REVIEW MUST BE Y OR N - NOT SAVED'
               ELSE
                   PERFORM 4000-VALIDATE-PAYMENT
                      THRU END-4000-VALIDATE-PAYMENT
               END-IF
               END-IF
           END-IF.
                      COALESCE(PROVIDER_TOWN, ' '),
                      COALESCE(PROVIDER_CONVENTION_TIER, '1'),
                      COALESCE(PROVIDER_END_DATE, ' '),
                      COALESCE(PROVIDER_REVIEW_FLAG, 'N'),
                      COALESCE(PROVIDER_IBAN, ' '),
                      COALESCE(PROVIDER_TIERS_PAYANT, 'N')
               INTO :SQL-PROVIDER-NAME, :SQL-SPECIALTY, :SQL-ADRESS1,
                    :SQL-ZIPCODE, :SQL-TOWN, :SQL-CONVENTION-TIER,
                    :SQL-END-DATE, :SQL-REVIEW-FLAG,
                    :SQL-PROVIDER-IBAN, :SQL-TIERS-PAYANT
               FROM PROVIDER_NETWORK
               WHERE PROVIDER_CODE = :SQL-PROVIDER-CODE
           END-EXEC.
                   MOVE SQL-CONVENTION-TIER TO WS-PRVM-TIER
                   MOVE SQL-END-DATE        TO WS-PRVM-END-DATE
                   MOVE SQL-REVIEW-FLAG     TO WS-PRVM-REVIEW
                   MOVE SQL-PROVIDER-IBAN   TO WS-PRVM-IBAN
                   MOVE SQL-TIERS-PAYANT    TO WS-PRVM-TIERS-PAYANT
               WHEN 100
                   SET WS-MODE-ADD TO TRUE
                   MOVE '(ADDITION)' TO WS-PRVM-MODE-MSG
                   MOVE '1'    TO WS-PRVM-TIER
                   MOVE SPACES TO WS-PRVM-END-DATE
                   MOVE 'N'    TO WS-PRVM-REVIEW
                   MOVE SPACES TO WS-PRVM-IBAN
                   MOVE 'N'    TO WS-PRVM-TIERS-PAYANT
                   MOVE SPACES TO SQL-PROVIDER-NAME
                   MOVE SPACES TO SQL-SPECIALTY
                   MOVE SPACES TO SQL-ADRESS1
                   MOVE SPACES TO SQL-CONVENTION-TIER
                   MOVE SPACES TO SQL-END-DATE
                   MOVE 'N'    TO SQL-REVIEW-FLAG
                   MOVE SPACES TO SQL-PROVIDER-IBAN
                   MOVE SPACES TO SQL-TIERS-PAYANT
               WHEN OTHER
                   DISPLAY 'ERROR READING PROVIDER_NETWORK:'
                   SPACE SQLCODE
       END-3000-FETCH-PROVIDER.
           EXIT.

      ******************************************************************
      *    Tiers payant sends our share straight to the provider's     *
      *    account, so the agreement needs a fully conventioned        *
      *    provider and an IBAN that verifies; an IBAN keyed without   *
      *    the agreement must still verify before it is kept on file.  *
      ******************************************************************
       4000-VALIDATE-PAYMENT.
           EVALUATE TRUE
               WHEN NOT WS-PRVM-TIERS-PAYANT-VALID
                   DISPLAY 'TIERS PAYANT MUST BE Y OR N - NOT SAVED'
               WHEN WS-PRVM-PAYS-PROVIDER AND WS-PRVM-TIER NOT = '1'
                   DISPLAY 'TIERS PAYANT IS FOR TIER 1 ONLY - NOT SAVED'
               WHEN WS-PRVM-PAYS-PROVIDER AND WS-PRVM-IBAN = SPACES
                   DISPLAY 'TIERS PAYANT NEEDS A PROVIDER IBAN - '
                       'NOT SAVED'
               WHEN WS-PRVM-IBAN = SPACES
                   PERFORM 5000-SAVE-PROVIDER
                      THRU END-5000-SAVE-PROVIDER
               WHEN OTHER
                   MOVE WS-PRVM-IBAN TO WS-IBN-IBAN
                   CALL 'ibanchk' USING WS-IBAN-CHECK
                   END-CALL
                   IF WS-IBN-IS-VALID
                       PERFORM 5000-SAVE-PROVIDER
                          THRU END-5000-SAVE-PROVIDER
                   ELSE
                       DISPLAY 'PROVIDER IBAN REFUSED: '
                           FUNCTION TRIM (WS-IBN-FAIL-REASON)
                           ' - NOT SAVED'
                   END-IF
           END-EVALUATE.
       END-4000-VALIDATE-PAYMENT.
           EXIT.

      ******************************************************************
      *    Writes the record back - INSERT for an addition, UPDATE     *
      *    otherwise - then the audit rows, in one unit of work.       *
           MOVE WS-PRVM-TIER      TO SQL-CONVENTION-TIER.
           MOVE WS-PRVM-END-DATE  TO SQL-END-DATE.
           MOVE WS-PRVM-REVIEW    TO SQL-REVIEW-FLAG.
           MOVE WS-PRVM-IBAN      TO SQL-PROVIDER-IBAN.
           MOVE WS-PRVM-TIERS-PAYANT TO SQL-TIERS-PAYANT.

           IF WS-MODE-ADD
               EXEC SQL
                        PROVIDER_SPECIALTY, PROVIDER_ADRESS1,
                        PROVIDER_ZIPCODE, PROVIDER_TOWN,
                        PROVIDER_CONVENTION_TIER, PROVIDER_END_DATE,
                        PROVIDER_REVIEW_FLAG, PROVIDER_IBAN,
                        PROVIDER_TIERS_PAYANT)
                   VALUES
                       (:SQL-PROVIDER-CODE, :SQL-PROVIDER-NAME,
                        :SQL-SPECIALTY, :SQL-ADRESS1, :SQL-ZIPCODE,
                        :SQL-TOWN, :SQL-CONVENTION-TIER,
                        NULLIF(:SQL-END-DATE, ' '),
                        :SQL-REVIEW-FLAG,
                        NULLIF(:SQL-PROVIDER-IBAN, ' '),
                        :SQL-TIERS-PAYANT)
               END-EXEC
           ELSE
               EXEC SQL
                       PROVIDER_TOWN = :SQL-TOWN,
                       PROVIDER_CONVENTION_TIER = :SQL-CONVENTION-TIER,
                       PROVIDER_END_DATE = NULLIF(:SQL-END-DATE, ' '),
                       PROVIDER_REVIEW_FLAG = :SQL-REVIEW-FLAG,
                       PROVIDER_IBAN = NULLIF(:SQL-PROVIDER-IBAN, ' '),
                       PROVIDER_TIERS_PAYANT = :SQL-TIERS-PAYANT
                   WHERE PROVIDER_CODE = :SQL-PROVIDER-CODE
               END-EXEC
           END-IF.
                                       TO WS-AUDIT-COL-NAME (8).
           MOVE SQL-REVIEW-FLAG        TO WS-AUDIT-COL-OLD (8).
           MOVE WS-PRVM-REVIEW         TO WS-AUDIT-COL-NEW (8).
           MOVE 'PROVIDER_IBAN'        TO WS-AUDIT-COL-NAME (9).
           MOVE SQL-PROVIDER-IBAN      TO WS-AUDIT-COL-OLD (9).
           MOVE WS-PRVM-IBAN           TO WS-AUDIT-COL-NEW (9).
           MOVE 'PROVIDER_TIERS_PAYANT'
                                       TO WS-AUDIT-COL-NAME (10).
           MOVE SQL-TIERS-PAYANT       TO WS-AUDIT-COL-OLD (10).
           MOVE WS-PRVM-TIERS-PAYANT   TO WS-AUDIT-COL-NEW (10).
       END-5100-BUILD-AUDIT-TABLE.
           EXIT.

       5200-WRITE-AUDIT-ROWS.
           PERFORM VARYING WS-AUDIT-IDX FROM 1 BY 1
                   UNTIL WS-AUDIT-IDX > 10
               IF WS-AUDIT-COL-OLD (WS-AUDIT-IDX) NOT =
                  WS-AUDIT-COL-NEW (WS-AUDIT-IDX)
                   MOVE 'PROVIDER_NETWORK' TO WS-AUDIT-TABLE-NAME
