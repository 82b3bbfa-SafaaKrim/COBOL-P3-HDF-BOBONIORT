      *    marks the claim CLAIM_STATUS = 'D' (disbursed) with         *
      *    CLAIM_PAYMENT_DATE. A posted reversal row (negative         *
      *    amount, see CLAIM-REVERSAL) extracts as a SEPR recovery     *
      *    debit against the member's IBAN instead of a credit,        *
      *    unless the member's recovery dispute against it has been    *
      *    upheld and the COMPLAINT-CASE is still open: the debit is   *
      *    then held in 'X' and reported until the case is closed.     *
      *    Customers with no IBAN on file, or an IBAN flagged          *
      *    unusable by SEPA-RETURN (separtn.cbl), are skipped and      *
      *    reported to the exception file instead.                     *
      *    Claims payable to the provider (CLAIM_PAYEE = 'P', tiers    *
      *    payant) are left out of the member pass: a second pass      *
      *    pays each such provider once per night, one SEPA credit to  *
      *    PROVIDER_NETWORK.PROVIDER_IBAN for the net of its posted    *
      *    claims (reversal rows net against it - a provider is never  *
      *    debited; a net that is not positive is carried forward).    *
      *    Every claim covered is stamped 'D' with the payment date    *
      *    and the grouped reference carried on the extract line, and  *
      *    a remittance advice (sepaext-remit.prt) lists each member   *
      *    and claim the credit settles so the provider can reconcile. *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT REMIT-FILE ASSIGN TO WS-REMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD         PIC X(133).

       FD  REMIT-FILE.
       01  REMIT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-PATH          PIC X(100) VALUE 'sepaext.txt'.
       01  WS-EXTRACT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-EXCEPTION-PATH        PIC X(100)
                                     VALUE 'sepaext-except.rpt'.
       01  WS-EXCEPTION-STATUS      PIC X(02) VALUE SPACES.
       01  WS-REMIT-PATH            PIC X(100)
                                     VALUE 'sepaext-remit.prt'.
       01  WS-REMIT-STATUS          PIC X(02) VALUE SPACES.

       01  WS-COMMIT-INTERVAL       PIC 9(05) VALUE 200.
       01  WS-CLAIMS-SINCE-COMMIT   PIC 9(05) VALUE 0.
       01  WS-TOTAL-EXTRACTED       PIC 9(09) VALUE 0.
       01  WS-TOTAL-EXCEPTIONS      PIC 9(09) VALUE 0.
       01  WS-TOTAL-PROVIDER-PAYMENTS PIC 9(09) VALUE 0.
       01  WS-TOTAL-PROVIDER-CLAIMS PIC 9(09) VALUE 0.
       01  WS-TOTAL-HELD            PIC 9(09) VALUE 0.
       01  WS-SQLCODE-DISP          PIC -(8)9.

       01  WS-RUN-DATE              PIC X(10).
       01  WS-TODAY                 PIC X(21).

       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR          VALUE 'Y'.
       01  WS-PROVIDER-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 WS-END-OF-PROVIDERS       VALUE 'Y'.

       01  WS-CREDITOR-NAME         PIC X(41).
       01  WS-ABS-AMOUNT            PIC 9(07)V99.
       01  WS-CUSTOMER-FOUND        PIC X(01) VALUE 'N'.
           88 WS-CUSTOMER-MATCHED       VALUE 'Y'.
       01  WS-HOLD-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-RECOVERY-HELD          VALUE 'Y'.
       01  WS-PROVIDER-FOUND        PIC X(01) VALUE 'N'.
           88 WS-PROVIDER-MATCHED       VALUE 'Y'.
       01  WS-PREV-REMIT-UUID       PIC X(36).
       01  WS-REMIT-MEMBER-NAME     PIC X(45).
       01  WS-REMIT-AMOUNT-EDIT     PIC -(7)9.99.
       01  WS-REMIT-COUNT-EDIT      PIC Z(4)9.

           COPY 'cust-ws.cpy'.
           COPY 'iban-ws.cpy'.
       01  SQL-CUS-IBAN-STATUS       PIC X(01).
       01  SQL-CUS-LASTNAME          PIC X(20).
       01  SQL-CUS-FIRSTNAME         PIC X(20).
       01  SQL-HOLD-CASE-ID          PIC X(36).

       01  SQL-PROVIDER-CODE         PIC X(10).
       01  SQL-PROVIDER-NAME         PIC X(40).
       01  SQL-PROVIDER-ADRESS1      PIC X(50).
       01  SQL-PROVIDER-ZIPCODE      PIC X(15).
       01  SQL-PROVIDER-TOWN         PIC X(30).
       01  SQL-PROVIDER-IBAN         PIC X(34).
       01  SQL-PROVIDER-NET          PIC S9(9)V99.
       01  SQL-PROVIDER-CLAIMS       PIC 9(05).
       01  SQL-PAYMENT-REF           PIC X(36).
       01  SQL-REMIT-CLAIM-DATE      PIC X(10).
       01  SQL-REMIT-CATEGORY        PIC X(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

              THRU END-3000-PROCESS-CLAIMS
              UNTIL WS-END-OF-CURSOR.

           PERFORM 4000-OPEN-PROVIDER-CURSOR
              THRU END-4000-OPEN-PROVIDER-CURSOR.

           PERFORM 4100-PROCESS-PROVIDERS
              THRU END-4100-PROCESS-PROVIDERS
              UNTIL WS-END-OF-PROVIDERS.

           PERFORM 8000-FINALIZE
              THRU END-8000-FINALIZE.
       0000-END-MAIN.

           OPEN OUTPUT EXTRACT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT REMIT-FILE.

           MOVE SPACES TO REMIT-RECORD.
           STRING 'PROVIDER REMITTANCE ADVICES OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
               DISPLAY 'SEPAEXT CANNOT CONNECT:' SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-END-OF-CURSOR TO TRUE
               SET WS-END-OF-PROVIDERS TO TRUE
           END-IF.
       END-1000-INITIALIZE.
           EXIT.
               SELECT CLAIM_ID, UUID_CUSTOMER, CLAIM_AMOUNT
               FROM CLAIMS
               WHERE CLAIM_STATUS = 'X'
                 AND COALESCE(CLAIM_PAYEE, 'M') <> 'P'
               ORDER BY UUID_CUSTOMER
           END-EXEC.

      *    exception when the customer has no IBAN on file.            *
      ******************************************************************
       3100-EXTRACT-CLAIM.
           IF SQL-CLAIM-AMOUNT < 0
               PERFORM 3120-CHECK-RECOVERY-HOLD
                  THRU END-3120-CHECK-RECOVERY-HOLD
               IF WS-RECOVERY-HELD
                   GO TO END-3100-EXTRACT-CLAIM
               END-IF
           END-IF.

           PERFORM 3150-LOOKUP-CUSTOMER
              THRU END-3150-LOOKUP-CUSTOMER.

       END-3180-CHECK-IBAN.
           EXIT.

      ******************************************************************
      *    A reversal row whose recovery the member disputed, with the *
      *    dispute upheld and the case still open - keyed on either    *
      *    the reversal row or the original claim the recovery notice  *
      *    quotes - stays 'X' and is reported instead of debited. If   *
      *    the cases cannot be read the debit is held all the same:    *
      *    the lookup runs under a savepoint, so backing out its error *
      *    leaves the claims already extracted since the last commit   *
      *    untouched.                                                  *
      ******************************************************************
       3120-CHECK-RECOVERY-HOLD.
           MOVE 'N' TO WS-HOLD-SWITCH.

           EXEC SQL
               SAVEPOINT HOLDCHECK
           END-EXEC.

           EXEC SQL
               SELECT K.CASE_ID
               INTO :SQL-HOLD-CASE-ID
               FROM COMPLAINT_CASE K
               WHERE K.CASE_TYPE    = 'REC'
                 AND K.CASE_STATUS  = 'O'
                 AND K.CASE_OUTCOME = 'U'
                 AND (K.CLAIM_ID = :SQL-CLAIM-ID
                      OR K.CLAIM_ID =
                         (SELECT C.CLAIM_ORIGINAL_ID
                          FROM CLAIMS C
                          WHERE C.CLAIM_ID = :SQL-CLAIM-ID))
               ORDER BY K.CASE_ID
               LIMIT 1
           END-EXEC.

           IF SQLCODE = 100
               GO TO END-3120-CHECK-RECOVERY-HOLD
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO WS-SQLCODE-DISP
               EXEC SQL
                   ROLLBACK TO SAVEPOINT HOLDCHECK
               END-EXEC
               MOVE 'Y' TO WS-HOLD-SWITCH
               MOVE SPACES TO EXCEPTION-RECORD
               STRING 'CLAIM=' SQL-CLAIM-ID
                      ' UUID=' SQL-UUID-CUSTOMER
                      ' SEPR HELD - COMPLAINT CASES UNREADABLE SQLCODE='
                      WS-SQLCODE-DISP
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-TOTAL-HELD
               MOVE 8 TO RETURN-CODE
               GO TO END-3120-CHECK-RECOVERY-HOLD
           END-IF.

           MOVE 'Y' TO WS-HOLD-SWITCH.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING 'CLAIM=' SQL-CLAIM-ID
                  ' UUID=' SQL-UUID-CUSTOMER
                  ' SEPR HELD BY COMPLAINT CASE ' SQL-HOLD-CASE-ID
               DELIMITED BY SIZE INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-TOTAL-HELD.
       END-3120-CHECK-RECOVERY-HOLD.
           EXIT.

       3150-LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND.

       END-3300-MARK-CLAIM-DISBURSED.
           EXIT.

      ******************************************************************
      *    Tiers-payant pass: one row per provider with posted claims  *
      *    payable to it, carrying the net to pay and the claim count. *
      *    The member pass is committed first, so its disbursements    *
      *    (already in the extract) are settled before any provider    *
      *    is worked on.                                               *
      ******************************************************************
       4000-OPEN-PROVIDER-CURSOR.
           EXEC SQL COMMIT WORK END-EXEC.
           MOVE 0 TO WS-CLAIMS-SINCE-COMMIT.

           EXEC SQL
               DECLARE CRSPROV CURSOR WITH HOLD FOR
               SELECT CLAIM_PROVIDER_CODE, SUM(CLAIM_AMOUNT), COUNT(*)
               FROM CLAIMS
               WHERE CLAIM_STATUS = 'X'
                 AND CLAIM_PAYEE  = 'P'
               GROUP BY CLAIM_PROVIDER_CODE
               ORDER BY CLAIM_PROVIDER_CODE
           END-EXEC.

           EXEC SQL
               OPEN CRSPROV
           END-EXEC.
       END-4000-OPEN-PROVIDER-CURSOR.
           EXIT.

      ******************************************************************
      ******************************************************************
       4100-PROCESS-PROVIDERS.
           EXEC SQL
               FETCH CRSPROV
               INTO :SQL-PROVIDER-CODE, :SQL-PROVIDER-NET,
                    :SQL-PROVIDER-CLAIMS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 4200-PAY-ONE-PROVIDER
                      THRU END-4200-PAY-ONE-PROVIDER
               WHEN 100
                   SET WS-END-OF-PROVIDERS TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSPROV:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-PROVIDERS TO TRUE
           END-EVALUATE.
       END-4100-PROCESS-PROVIDERS.
           EXIT.

      ******************************************************************
      *    Pays one provider: its claims stay 'X' (and are carried to  *
      *    the next night) when the provider row, its IBAN or a        *
      *    positive net is missing; otherwise they are all stamped     *
      *    with one grouped reference, settled 'D', and paid by a      *
      *    single credit line backed by a remittance advice. Each      *
      *    provider is committed on its own so a payment line never    *
      *    exists without its claims being marked. A failed marking    *
      *    goes back to the provider's savepoint only, leaving the     *
      *    providers already paid and the open cursor alone.           *
      ******************************************************************
       4200-PAY-ONE-PROVIDER.
           MOVE SQL-PROVIDER-CLAIMS TO WS-REMIT-COUNT-EDIT.

           PERFORM 4250-LOOKUP-PROVIDER
              THRU END-4250-LOOKUP-PROVIDER.

           IF NOT WS-PROVIDER-MATCHED
               STRING 'PROVIDER=' SQL-PROVIDER-CODE
                      ' NO PROVIDER_NETWORK ROW FOUND - '
                      WS-REMIT-COUNT-EDIT ' CLAIMS CARRIED FORWARD'
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-TOTAL-EXCEPTIONS
               GO TO END-4200-PAY-ONE-PROVIDER
           END-IF.

           IF SQL-PROVIDER-IBAN = SPACES
               STRING 'PROVIDER=' SQL-PROVIDER-CODE
                      ' NO PROVIDER IBAN ON FILE - '
                      WS-REMIT-COUNT-EDIT ' CLAIMS CARRIED FORWARD'
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-TOTAL-EXCEPTIONS
               GO TO END-4200-PAY-ONE-PROVIDER
           END-IF.

           MOVE SQL-PROVIDER-IBAN TO WS-IBN-IBAN.
           CALL 'ibanchk' USING WS-IBAN-CHECK
           END-CALL.

           IF NOT WS-IBN-IS-VALID
               STRING 'PROVIDER=' SQL-PROVIDER-CODE
                      ' PROVIDER IBAN FAILS VALIDATION: '
                      FUNCTION TRIM (WS-IBN-FAIL-REASON)
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-TOTAL-EXCEPTIONS
               GO TO END-4200-PAY-ONE-PROVIDER
           END-IF.

           IF SQL-PROVIDER-NET NOT > 0
               STRING 'PROVIDER=' SQL-PROVIDER-CODE
                      ' PROVIDER NET NOT POSITIVE - '
                      WS-REMIT-COUNT-EDIT ' CLAIMS CARRIED FORWARD'
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-TOTAL-EXCEPTIONS
               GO TO END-4200-PAY-ONE-PROVIDER
           END-IF.

           MOVE SPACES TO SQL-PAYMENT-REF.
           STRING 'TP' WS-TODAY (1:14) '-' SQL-PROVIDER-CODE
               DELIMITED BY SIZE INTO SQL-PAYMENT-REF.

           EXEC SQL
               SAVEPOINT ONEPROVIDER
           END-EXEC.

           PERFORM 4300-MARK-PROVIDER-CLAIMS
              THRU END-4300-MARK-PROVIDER-CLAIMS.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR MARKING PROVIDER ' SQL-PROVIDER-CODE
                   ' CLAIMS PAID:' SPACE SQLCODE
               EXEC SQL
                   ROLLBACK TO SAVEPOINT ONEPROVIDER
               END-EXEC
               STRING 'PROVIDER=' SQL-PROVIDER-CODE
                      ' ERROR MARKING CLAIMS PAID - CARRIED FORWARD'
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-TOTAL-EXCEPTIONS
               GO TO END-4200-PAY-ONE-PROVIDER
           END-IF.

           PERFORM 4400-WRITE-PROVIDER-LINE
              THRU END-4400-WRITE-PROVIDER-LINE.

           PERFORM 4500-PRINT-REMITTANCE
              THRU END-4500-PRINT-REMITTANCE.

           EXEC SQL COMMIT WORK END-EXEC.

           ADD 1 TO WS-TOTAL-PROVIDER-PAYMENTS.
           ADD SQL-PROVIDER-CLAIMS TO WS-TOTAL-PROVIDER-CLAIMS.
       END-4200-PAY-ONE-PROVIDER.
           EXIT.

       4250-LOOKUP-PROVIDER.
           MOVE 'N' TO WS-PROVIDER-FOUND.

           EXEC SQL
               SELECT COALESCE(PROVIDER_NAME, ' '),
                      COALESCE(PROVIDER_ADRESS1, ' '),
                      COALESCE(PROVIDER_ZIPCODE, ' '),
                      COALESCE(PROVIDER_TOWN, ' '),
                      COALESCE(PROVIDER_IBAN, ' ')
               INTO :SQL-PROVIDER-NAME, :SQL-PROVIDER-ADRESS1,
                    :SQL-PROVIDER-ZIPCODE, :SQL-PROVIDER-TOWN,
                    :SQL-PROVIDER-IBAN
               FROM PROVIDER_NETWORK
               WHERE PROVIDER_CODE = :SQL-PROVIDER-CODE
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-PROVIDER-FOUND
           END-IF.
       END-4250-LOOKUP-PROVIDER.
           EXIT.

      ******************************************************************
      *    Stamps every posted claim payable to the provider with the  *
      *    grouped reference, then re-totals by that reference so the  *
      *    credit line is exactly the sum of the claims it settles.    *
      ******************************************************************
       4300-MARK-PROVIDER-CLAIMS.
           EXEC SQL
               UPDATE CLAIMS
               SET CLAIM_STATUS = 'D',
                   CLAIM_PAYMENT_DATE = :WS-RUN-DATE,
                   CLAIM_PAYMENT_REF = :SQL-PAYMENT-REF
               WHERE CLAIM_STATUS = 'X'
                 AND CLAIM_PAYEE  = 'P'
                 AND CLAIM_PROVIDER_CODE = :SQL-PROVIDER-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-4300-MARK-PROVIDER-CLAIMS
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(CLAIM_AMOUNT), 0), COUNT(*)
               INTO :SQL-PROVIDER-NET, :SQL-PROVIDER-CLAIMS
               FROM CLAIMS
               WHERE CLAIM_PAYMENT_REF = :SQL-PAYMENT-REF
           END-EXEC.
       END-4300-MARK-PROVIDER-CLAIMS.
           EXIT.

      ******************************************************************
      *    One credit line per provider per night: the grouped         *
      *    reference travels in the claim-id slot and comes back on    *
      *    the bank statement for BANK-RECON to match.                 *
      ******************************************************************
       4400-WRITE-PROVIDER-LINE.
           MOVE SPACES            TO EXTRACT-RECORD.
           MOVE 'SEPA'            TO EXT-RECORD-TYPE.
           MOVE SQL-PAYMENT-REF   TO EXT-CLAIM-ID.
           MOVE SQL-PROVIDER-IBAN TO EXT-CREDITOR-IBAN.
           MOVE SQL-PROVIDER-NAME TO EXT-CREDITOR-NAME.
           MOVE SQL-PROVIDER-NET  TO EXT-AMOUNT.
           MOVE WS-RUN-DATE       TO EXT-PAYMENT-DATE.
           WRITE EXTRACT-RECORD.
       END-4400-WRITE-PROVIDER-LINE.
           EXIT.

      ******************************************************************
      *    [RD] Avis de virement au praticien : adresse, reference du  *
      *    virement, puis chaque membre et ses bulletins regles.       *
      ******************************************************************
       4500-PRINT-REMITTANCE.
           MOVE SPACES TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE ALL '-' TO REMIT-RECORD.
           WRITE REMIT-RECORD.

           MOVE SPACES TO REMIT-RECORD.
           MOVE SQL-PROVIDER-NAME TO REMIT-RECORD.
           WRITE REMIT-RECORD.

           MOVE SPACES TO REMIT-RECORD.
           MOVE SQL-PROVIDER-ADRESS1 TO REMIT-RECORD.
           WRITE REMIT-RECORD.

           MOVE SPACES TO REMIT-RECORD.
           STRING FUNCTION TRIM (SQL-PROVIDER-ZIPCODE) SPACE
                  FUNCTION TRIM (SQL-PROVIDER-TOWN)
               DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.

           MOVE SPACES TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE SPACES TO REMIT-RECORD.
           STRING 'DATE : ' WS-RUN-DATE
                  '   PROVIDER : ' SQL-PROVIDER-CODE
               DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.

           MOVE SPACES TO REMIT-RECORD.
           STRING 'REF  : ' SQL-PAYMENT-REF
               DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.

           MOVE SPACES TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE 'REMITTANCE ADVICE: THE TRANSFER BELOW SETTLES THE'
               TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE 'TIERS-PAYANT CLAIMS LISTED FOR EACH MEMBER.'
               TO REMIT-RECORD.
           WRITE REMIT-RECORD.

           MOVE SPACES TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE SPACES TO REMIT-RECORD.
           STRING '    CLAIM'
                  '                                CARE DATE   CAT'
                  '         AMOUNT'
               DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.

           PERFORM 4600-PRINT-REMITTANCE-LINES
              THRU END-4600-PRINT-REMITTANCE-LINES.

           MOVE SPACES TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE SQL-PROVIDER-NET TO WS-REMIT-AMOUNT-EDIT.
           MOVE SQL-PROVIDER-CLAIMS TO WS-REMIT-COUNT-EDIT.
           MOVE SPACES TO REMIT-RECORD.
           STRING 'TOTAL TRANSFERRED : ' WS-REMIT-AMOUNT-EDIT
                  '   CLAIMS : ' WS-REMIT-COUNT-EDIT
               DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.
       END-4500-PRINT-REMITTANCE.
           EXIT.

      ******************************************************************
      *    Claims settled by the transfer, grouped under each member.  *
      *    A netted reversal row prints with its negative amount.      *
      ******************************************************************
       4600-PRINT-REMITTANCE-LINES.
           MOVE LOW-VALUES TO WS-PREV-REMIT-UUID.

           EXEC SQL
               DECLARE CRSREMIT CURSOR FOR
               SELECT C.CLAIM_ID, C.UUID_CUSTOMER, C.CLAIM_DATE,
                      C.CLAIM_CATEGORY, C.CLAIM_AMOUNT,
                      COALESCE(U.LASTNAME, ' '),
                      COALESCE(U.FIRSTNAME, ' ')
               FROM CLAIMS C
               LEFT JOIN CUSTOMER U
                 ON U.UUID_CUSTOMER = C.UUID_CUSTOMER
               WHERE C.CLAIM_PAYMENT_REF = :SQL-PAYMENT-REF
               ORDER BY U.LASTNAME, U.FIRSTNAME, C.UUID_CUSTOMER,
                        C.CLAIM_DATE
           END-EXEC.

           EXEC SQL
               OPEN CRSREMIT
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   FETCH CRSREMIT
                   INTO :SQL-CLAIM-ID, :SQL-UUID-CUSTOMER,
                        :SQL-REMIT-CLAIM-DATE, :SQL-REMIT-CATEGORY,
                        :SQL-CLAIM-AMOUNT, :SQL-CUS-LASTNAME,
                        :SQL-CUS-FIRSTNAME
               END-EXEC

               IF SQLCODE = ZERO
                   IF SQL-UUID-CUSTOMER NOT = WS-PREV-REMIT-UUID
                       MOVE SQL-UUID-CUSTOMER TO WS-PREV-REMIT-UUID
                       MOVE SPACES TO WS-REMIT-MEMBER-NAME
                       STRING FUNCTION TRIM (SQL-CUS-FIRSTNAME) SPACE
                              FUNCTION TRIM (SQL-CUS-LASTNAME)
                           DELIMITED BY SIZE INTO WS-REMIT-MEMBER-NAME
                       MOVE SPACES TO REMIT-RECORD
                       STRING 'MEMBER : ' WS-REMIT-MEMBER-NAME
                           DELIMITED BY SIZE INTO REMIT-RECORD
                       WRITE REMIT-RECORD
                   END-IF
                   MOVE SQL-CLAIM-AMOUNT TO WS-REMIT-AMOUNT-EDIT
                   MOVE SPACES TO REMIT-RECORD
                   STRING '    ' SQL-CLAIM-ID '  ' SQL-REMIT-CLAIM-DATE
                          '  ' SQL-REMIT-CATEGORY '  '
                          WS-REMIT-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO REMIT-RECORD
                   WRITE REMIT-RECORD
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRSREMIT
           END-EXEC.
       END-4600-PRINT-REMITTANCE-LINES.
           EXIT.

      ******************************************************************
      ******************************************************************
       8000-FINALIZE.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL CLOSE CRSSEPA END-EXEC.
           EXEC SQL CLOSE CRSPROV END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE SPACES TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE ALL '-' TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE SPACES TO REMIT-RECORD.
           STRING 'END OF REMITTANCE ADVICES ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.

           CLOSE EXTRACT-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE REMIT-FILE.

           DISPLAY 'SEPAEXT EXTRACTED ' WS-TOTAL-EXTRACTED ' CLAIMS'.
           DISPLAY 'SEPAEXT PAID ' WS-TOTAL-PROVIDER-PAYMENTS
               ' PROVIDERS FOR ' WS-TOTAL-PROVIDER-CLAIMS ' CLAIMS'.
           DISPLAY 'SEPAEXT FOUND ' WS-TOTAL-EXCEPTIONS ' EXCEPTIONS'.
           DISPLAY 'SEPAEXT HELD ' WS-TOTAL-HELD
               ' DISPUTED RECOVERY DEBITS'.
       END-8000-FINALIZE.
           EXIT.
