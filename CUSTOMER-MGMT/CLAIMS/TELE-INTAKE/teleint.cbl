      *    teletransmission file of adjudicated care acts straight     *
      *    into CLAIMS, instead of a clerk re-keying each one through  *
      *    CLAIM-ENTRY. Each ACTE line carries the member's CODE_SECU, *
      *    a national act code, the care date, the provider code, the  *
      *    fee charged, the national base rate and what the national   *
      *    scheme paid. The act code is mapped to our eight            *
      *    CLAIM_CATEGORY codes, the member is matched by CODE_SECU    *
      *    against CUSTOMER, and every act gets the same               *
      *    PROVIDER-CHECK treatment CLAIM-ENTRY applies in             *
      *    3100-CHECK-PROVIDER-NETWORK, including the tiers-payant     *
      *    marking (CLAIM_PAYEE = 'P') for a tier 1 provider holding   *
      *    the agreement, and the same CLAIM-SHARE computation of our  *
      *    complementary share. A CODE_SECU no member carries is       *
      *    looked up among the dependants (BENEFICIARY): an act for a  *
      *    child or spouse with their own number is booked against the *
      *    holder with CLAIM_BENEFICIARY_SEQ naming the dependant, who *
      *    must be in force on the care date. An act in a category of  *
      *    PRIOR_AUTH_CATEGORY is matched to an open PRIOR_AUTH        *
      *    approval exactly as CLAIM-ENTRY does in                     *
      *    3210-CHECK-AUTHORIZATION, and the approval is marked used.  *
      *    Unmatched or malformed lines go to a rejects file for       *
      *    on-screen rework.                                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
           03 TEL-ACT-AMOUNT        PIC X(09).
           03 TEL-ACT-AMOUNT-N REDEFINES TEL-ACT-AMOUNT
                                    PIC 9(07)V99.
           03 FILLER                PIC X(01).
           03 TEL-BASE-AMOUNT       PIC X(09).
           03 TEL-BASE-AMOUNT-N REDEFINES TEL-BASE-AMOUNT
                                    PIC 9(07)V99.
           03 FILLER                PIC X(01).
           03 TEL-SCHEME-PAID       PIC X(09).
           03 TEL-SCHEME-PAID-N REDEFINES TEL-SCHEME-PAID
                                    PIC 9(07)V99.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           03 REJ-INTAKE-IMAGE      PIC X(78).
           03 FILLER                PIC X(01).
           03 REJ-REASON            PIC X(30).

       01  WS-ACTS-SINCE-COMMIT     PIC 9(05) VALUE 0.
       01  WS-TOTAL-LOADED          PIC 9(09) VALUE 0.
       01  WS-TOTAL-REJECTED        PIC 9(09) VALUE 0.
       01  WS-TOTAL-AUTH-MATCHED    PIC 9(09) VALUE 0.
       01  WS-TOTAL-AUTH-MISSING    PIC 9(09) VALUE 0.

       01  WS-RUN-DATE              PIC X(10).
       01  WS-TODAY                 PIC X(21).
           88 WS-CATEGORY-MAPPED        VALUE 'Y'.

       01  WS-ACT-AMOUNT            PIC 9(07)V99.
       01  WS-BASE-AMOUNT           PIC 9(07)V99.
       01  WS-SCHEME-PAID           PIC 9(07)V99.
       01  WS-SHARE-TIER            PIC X(01).
       01  WS-ADJUSTED-AMOUNT       PIC 9(07)V99.

       01  WS-AUTH-SWITCH           PIC X(01).
           88 WS-AUTH-MISSING           VALUE 'Y'.
       01  WS-AUTH-USE-SWITCH       PIC X(01).
           88 WS-AUTH-TAKEN             VALUE 'T'.
           88 WS-AUTH-USE-FAILED        VALUE 'E'.

       01  WS-OPERATOR-ID           PIC X(20) VALUE 'TELE-INTAKE'.

           COPY 'provider-ws.cpy'.
           COPY 'share-ws.cpy'.
           COPY 'audit-ws.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  SQL-CLAIM-CATEGORY       PIC X(03).
       01  SQL-CLAIM-DATE           PIC X(10).
       01  SQL-CLAIM-AMOUNT         PIC 9(07)V99.
       01  SQL-CLAIM-FEE-AMOUNT     PIC 9(07)V99.
       01  SQL-CLAIM-BASE-AMOUNT    PIC 9(07)V99.
       01  SQL-CLAIM-SCHEME-PAID    PIC 9(07)V99.
       01  SQL-PROVIDER-CODE        PIC X(10).
       01  SQL-CLAIM-CREATE-DATE    PIC X(10).
       01  SQL-CLAIM-IN-NETWORK     PIC X(01).
       01  SQL-CLAIM-STATUS         PIC X(01).
       01  SQL-CLAIM-PAYEE          PIC X(01).
       01  SQL-REVIEW-THRESHOLD     PIC 9(07)V99.
       01  SQL-DUPLICATE-COUNT      PIC 9(05).
       01  SQL-COVERAGE-COUNT       PIC 9(05).
       01  SQL-BENEFICIARY-SEQ      PIC 9(02).
       01  SQL-BEN-COUNT            PIC 9(05).
       01  SQL-AUTH-ID              PIC X(36).
       01  SQL-AUTHORIZED-AMOUNT    PIC 9(07)V99.
       01  SQL-AUTH-CAT-COUNT       PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           ELSE
               PERFORM 3500-CHECK-PROVIDER-NETWORK
                  THRU END-3500-CHECK-PROVIDER-NETWORK
               PERFORM 3520-COMPUTE-SHARE
                  THRU END-3520-COMPUTE-SHARE
               IF WS-ACT-REJECTED
                   PERFORM 3400-WRITE-REJECT
                      THRU END-3400-WRITE-REJECT
               ELSE
                   PERFORM 3600-INSERT-CLAIM
                      THRU END-3600-INSERT-CLAIM
               END-IF
           END-IF.

           ADD 1 TO WS-ACTS-SINCE-COMMIT.
               WHEN TEL-ACT-AMOUNT IS NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
                   SET WS-ACT-REJECTED TO TRUE
               WHEN TEL-BASE-AMOUNT IS NOT NUMERIC
                   MOVE 'BASE RATE NOT NUMERIC' TO WS-REJECT-REASON
                   SET WS-ACT-REJECTED TO TRUE
               WHEN TEL-SCHEME-PAID IS NOT NUMERIC
                   MOVE 'SCHEME PAID NOT NUMERIC' TO WS-REJECT-REASON
                   SET WS-ACT-REJECTED TO TRUE
               WHEN TEL-ACT-DATE (5:1) NOT = '-'
                 OR TEL-ACT-DATE (8:1) NOT = '-'
                   MOVE 'ACT DATE MALFORMED' TO WS-REJECT-REASON
                   SET WS-ACT-REJECTED TO TRUE
               WHEN OTHER
                   MOVE TEL-ACT-AMOUNT-N  TO WS-ACT-AMOUNT
                   MOVE TEL-BASE-AMOUNT-N TO WS-BASE-AMOUNT
                   MOVE TEL-SCHEME-PAID-N TO WS-SCHEME-PAID
           END-EVALUATE.
       END-3200-VALIDATE-ACT.
           EXIT.
       3300-MATCH-MEMBER.
           MOVE TEL-CODE-SECU TO SQL-CODE-SECU.
           MOVE TEL-ACT-DATE  TO SQL-ACT-DATE.
           MOVE ZERO          TO SQL-BENEFICIARY-SEQ.

           EXEC SQL
               SELECT UUID_CUSTOMER, ACTIVE,
               WHERE CODE_SECU = :SQL-CODE-SECU
           END-EXEC.

           IF SQLCODE = 100
               PERFORM 3320-MATCH-DEPENDANT
                  THRU END-3320-MATCH-DEPENDANT
               IF WS-ACT-REJECTED
                   GO TO END-3300-MATCH-MEMBER
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'NO MEMBER FOR CODE SECU' TO WS-REJECT-REASON
       END-3300-MATCH-MEMBER.
           EXIT.

      ******************************************************************
      *    The transmitted CODE_SECU is a dependant's own: the act is  *
      *    the holder's claim for that dependant, provided the         *
      *    dependant's cover was in force on the care date. The        *
      *    holder's ACTIVE/CLOSE_DATE then go through the same run-off *
      *    and coverage rules as the holder's own acts. A number known *
      *    only on an ended (or not yet started) dependant is rejected *
      *    as such, so the desk does not go looking for a member.      *
      ******************************************************************
       3320-MATCH-DEPENDANT.
           EXEC SQL
               SELECT B.UUID_CUSTOMER, B.BENEFICIARY_SEQ, C.ACTIVE,
                      COALESCE(C.CLOSE_DATE, ' ')
               INTO :SQL-UUID-CUSTOMER, :SQL-BENEFICIARY-SEQ,
                    :SQL-CUS-ACTIVE, :SQL-CUS-CLOSE-DATE
               FROM BENEFICIARY B
               JOIN CUSTOMER C
                 ON C.UUID_CUSTOMER = B.UUID_CUSTOMER
               WHERE B.CODE_SECU   = :SQL-CODE-SECU
                 AND B.START_DATE <= :SQL-ACT-DATE
                 AND (B.END_DATE IS NULL
                      OR B.END_DATE >= :SQL-ACT-DATE)
           END-EXEC.

           IF SQLCODE NOT = 100
               GO TO END-3320-MATCH-DEPENDANT
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-BEN-COUNT
               FROM BENEFICIARY
               WHERE CODE_SECU = :SQL-CODE-SECU
           END-EXEC.

           IF SQLCODE = ZERO AND SQL-BEN-COUNT > 0
               MOVE 'DEPENDANT NOT COVERED ON DATE'
                   TO WS-REJECT-REASON
           ELSE
               MOVE 'NO MEMBER FOR CODE SECU' TO WS-REJECT-REASON
           END-IF.
           SET WS-ACT-REJECTED TO TRUE.
       END-3320-MATCH-DEPENDANT.
           EXIT.

      ******************************************************************
      *    Same rule as CLAIM-ENTRY's 3050-CHECK-COVERAGE: a member    *
      *    with no current CUSTOMER_REIMBURSEMENT row (coverage        *

      ******************************************************************
      *    Same network treatment as CLAIM-ENTRY's                     *
      *    3100-CHECK-PROVIDER-NETWORK: the convention tier            *
      *    PROVIDER-CHECK returns ('O' when out-of-network) keys the   *
      *    SHARE_RULE rate for the share, and any act from a           *
      *    tiers-payant provider is made payable to the provider.      *
      ******************************************************************
       3500-CHECK-PROVIDER-NETWORK.
           MOVE 'Y'           TO WS-PRV-IN-NETWORK.
           MOVE SPACES        TO WS-PRV-CONVENTION-TIER.
           MOVE 'N'           TO WS-PRV-REVIEW-FLAG.
           MOVE 'N'           TO WS-PRV-TIERS-PAYANT.

           MOVE TEL-PROVIDER-CODE TO WS-PRV-PROVIDER-CODE.
           CALL 'provchk' USING WS-PROVIDER-CHECK
           END-CALL.

           IF WS-PRV-PAYS-PROVIDER
               MOVE 'P' TO SQL-CLAIM-PAYEE
           ELSE
               MOVE 'M' TO SQL-CLAIM-PAYEE
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-PRV-IS-IN-NETWORK
                   MOVE 'O' TO WS-SHARE-TIER
               WHEN WS-PRV-CONVENTION-TIER = SPACES
                   MOVE '1' TO WS-SHARE-TIER
               WHEN OTHER
                   MOVE WS-PRV-CONVENTION-TIER TO WS-SHARE-TIER
           END-EVALUATE.

      *    Only doctor-visit acts route on the network answer; for
      *    every other category it is put back to the historical 'Y'
      *    once the share tier is known, so routing is unchanged.
           IF WS-MAPPED-CATEGORY NOT = 'DOC'
               MOVE 'Y' TO WS-PRV-IN-NETWORK
               MOVE SPACES TO WS-PRV-CONVENTION-TIER
           END-IF.
       END-3500-CHECK-PROVIDER-NETWORK.
           EXIT.

      ******************************************************************
      *    Our complementary share of the act, exactly as CLAIM-ENTRY  *
      *    computes it; amounts that do not hold together (no fee, or  *
      *    the scheme paying more than the base) go to rework.         *
      ******************************************************************
       3520-COMPUTE-SHARE.
           MOVE WS-MAPPED-CATEGORY TO WS-SHR-CATEGORY.
           MOVE WS-SHARE-TIER      TO WS-SHR-TIER.
           MOVE WS-ACT-AMOUNT      TO WS-SHR-FEE-AMOUNT.
           MOVE WS-BASE-AMOUNT     TO WS-SHR-BASE-AMOUNT.
           MOVE WS-SCHEME-PAID     TO WS-SHR-SCHEME-PAID.

           CALL 'clmshr' USING WS-SHARE-CALC
           END-CALL.

           IF WS-SHR-IS-VALID
               MOVE WS-SHR-OUR-SHARE TO WS-ADJUSTED-AMOUNT
           ELSE
               MOVE WS-SHR-FAIL-REASON TO WS-REJECT-REASON
               SET WS-ACT-REJECTED TO TRUE
           END-IF.
       END-3520-COMPUTE-SHARE.
           EXIT.


      ******************************************************************
      *    The same duplicate signature CLAIM-ENTRY checks: member,    *
      *    person cared for, category, care date, provider and amount  *
      *    already on file.                                            *
      *    A batch has no supervisor to override, so the act goes to   *
      *    the rejects file for on-screen rework instead.              *
      ******************************************************************
                 AND COALESCE(CLAIM_PROVIDER_CODE, ' ')
                     = :SQL-PROVIDER-CODE
                 AND CLAIM_AMOUNT   = :SQL-CLAIM-AMOUNT
                 AND CLAIM_BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
                 AND CLAIM_STATUS  <> 'R'
           END-EXEC.

      *    Builds the claim id the way CLAIM-ENTRY does and inserts    *
      *    the act ready for CLAIM-POST, routed to the supervisor      *
      *    queue ('P') when above the review threshold or              *
      *    out-of-network, like a keyed claim would be; a category     *
      *    paid on prior authorization routes on the authorization     *
      *    instead. The act's work is taken under a savepoint, so a    *
      *    refused insert or authorization update backs out that act   *
      *    alone, not the acts loaded since the last commit.           *
      ******************************************************************
       3600-INSERT-CLAIM.
           ADD 1 TO WS-CLAIM-SEQ.
           MOVE WS-MAPPED-CATEGORY TO SQL-CLAIM-CATEGORY.
           MOVE TEL-ACT-DATE       TO SQL-CLAIM-DATE.
           MOVE WS-ADJUSTED-AMOUNT TO SQL-CLAIM-AMOUNT.
           MOVE WS-ACT-AMOUNT      TO SQL-CLAIM-FEE-AMOUNT.
           MOVE WS-BASE-AMOUNT     TO SQL-CLAIM-BASE-AMOUNT.
           MOVE WS-SCHEME-PAID     TO SQL-CLAIM-SCHEME-PAID.
           MOVE TEL-PROVIDER-CODE  TO SQL-PROVIDER-CODE.
           MOVE WS-PRV-IN-NETWORK  TO SQL-CLAIM-IN-NETWORK.
           MOVE WS-RUN-DATE        TO SQL-CLAIM-CREATE-DATE.

           PERFORM 3610-CHECK-AUTHORIZATION
              THRU END-3610-CHECK-AUTHORIZATION.

           PERFORM 3550-CHECK-DUPLICATE
              THRU END-3550-CHECK-DUPLICATE.

               GO TO END-3600-INSERT-CLAIM
           END-IF.

           EXEC SQL
               SAVEPOINT ONEACT
           END-EXEC.

           IF SQL-AUTH-ID NOT = SPACES
               PERFORM 3620-USE-AUTHORIZATION
                  THRU END-3620-USE-AUTHORIZATION
               IF WS-AUTH-USE-FAILED
                   EXEC SQL
                       ROLLBACK TO SAVEPOINT ONEACT
                   END-EXEC
                   MOVE 'AUTHORIZATION UPDATE ERROR' TO WS-REJECT-REASON
                   PERFORM 3400-WRITE-REJECT
                      THRU END-3400-WRITE-REJECT
                   GO TO END-3600-INSERT-CLAIM
               END-IF
               IF WS-AUTH-TAKEN
                   MOVE SPACES TO SQL-AUTH-ID
                   MOVE 'P' TO SQL-CLAIM-STATUS
                   MOVE 'Y' TO WS-AUTH-SWITCH
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO CLAIMS
                   (CLAIM_ID, UUID_CUSTOMER, CLAIM_CATEGORY, CLAIM_DATE,
                    CLAIM_AMOUNT, CLAIM_PROVIDER_CODE, CLAIM_STATUS,
                    CLAIM_CREATE_DATE, CLAIM_IN_NETWORK, CLAIM_PAYEE,
                    CLAIM_FEE_AMOUNT, CLAIM_BASE_AMOUNT,
                    CLAIM_SCHEME_PAID, CLAIM_BENEFICIARY_SEQ,
                    CLAIM_AUTH_ID)
               VALUES
                   (:SQL-CLAIM-ID, :SQL-UUID-CUSTOMER,
                    :SQL-CLAIM-CATEGORY, :SQL-CLAIM-DATE,
                    :SQL-CLAIM-AMOUNT, :SQL-PROVIDER-CODE,
                    :SQL-CLAIM-STATUS,
                    :SQL-CLAIM-CREATE-DATE, :SQL-CLAIM-IN-NETWORK,
                    :SQL-CLAIM-PAYEE,
                    :SQL-CLAIM-FEE-AMOUNT, :SQL-CLAIM-BASE-AMOUNT,
                    :SQL-CLAIM-SCHEME-PAID, :SQL-BENEFICIARY-SEQ,
                    NULLIF(:SQL-AUTH-ID, ' '))
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-TOTAL-LOADED
                   IF SQL-AUTH-ID NOT = SPACES
                       ADD 1 TO WS-TOTAL-AUTH-MATCHED
                   END-IF
                   IF WS-AUTH-MISSING
                       ADD 1 TO WS-TOTAL-AUTH-MISSING
                   END-IF
               WHEN OTHER
                   EXEC SQL
                       ROLLBACK TO SAVEPOINT ONEACT
                   END-EXEC
                   MOVE 'INSERT ERROR' TO WS-REJECT-REASON
                   PERFORM 3400-WRITE-REJECT
                      THRU END-3400-WRITE-REJECT
       END-3600-INSERT-CLAIM.
           EXIT.

      ******************************************************************
      *    Same matching as CLAIM-ENTRY's 3210-CHECK-AUTHORIZATION:    *
      *    the open approval of the same person, category and provider *
      *    bracketing the care date, the one expiring first. Up to its *
      *    authorized amount the act is approved outright unless the   *
      *    provider is under review; above it, or with none to match,  *
      *    it is held in 'P' for CLAIM-REVIEW.                         *
      ******************************************************************
       3610-CHECK-AUTHORIZATION.
           MOVE SPACES TO SQL-AUTH-ID.
           MOVE 'N'    TO WS-AUTH-SWITCH.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-AUTH-CAT-COUNT
               FROM PRIOR_AUTH_CATEGORY
               WHERE CLAIM_CATEGORY = :SQL-CLAIM-CATEGORY
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-AUTH-CAT-COUNT = 0
               GO TO END-3610-CHECK-AUTHORIZATION
           END-IF.

           EXEC SQL
               SELECT AUTH_ID, AUTHORIZED_AMOUNT
               INTO :SQL-AUTH-ID, :SQL-AUTHORIZED-AMOUNT
               FROM PRIOR_AUTH
               WHERE UUID_CUSTOMER   = :SQL-UUID-CUSTOMER
                 AND BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
                 AND CLAIM_CATEGORY  = :SQL-CLAIM-CATEGORY
                 AND PROVIDER_CODE   = :SQL-PROVIDER-CODE
                 AND AUTH_STATUS     = 'A'
                 AND QUOTE_DATE     <= :SQL-CLAIM-DATE
                 AND EXPIRY_DATE    >= :SQL-CLAIM-DATE
               ORDER BY EXPIRY_DATE, AUTH_ID
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE SPACES TO SQL-AUTH-ID
               MOVE 'P' TO SQL-CLAIM-STATUS
               MOVE 'Y' TO WS-AUTH-SWITCH
               GO TO END-3610-CHECK-AUTHORIZATION
           END-IF.

           IF SQL-CLAIM-AMOUNT > SQL-AUTHORIZED-AMOUNT
           OR WS-PRV-UNDER-REVIEW
               MOVE 'P' TO SQL-CLAIM-STATUS
           ELSE
               MOVE 'A' TO SQL-CLAIM-STATUS
           END-IF.
       END-3610-CHECK-AUTHORIZATION.
           EXIT.

      ******************************************************************
      *    Marks the matched authorization used by the act about to be *
      *    loaded, in the same unit of work as the claim row. No row   *
      *    left in 'A' means another claim or the nightly expiry got   *
      *    to it first: the act is loaded without it and held for      *
      *    CLAIM-REVIEW. An error rejects the act.                     *
      ******************************************************************
       3620-USE-AUTHORIZATION.
           MOVE 'Y' TO WS-AUTH-USE-SWITCH.

           EXEC SQL
               UPDATE PRIOR_AUTH
               SET AUTH_STATUS = 'U',
                   CLAIM_ID    = :SQL-CLAIM-ID
               WHERE AUTH_ID = :SQL-AUTH-ID
                 AND AUTH_STATUS = 'A'
           END-EXEC.

           IF SQLCODE = 100
               SET WS-AUTH-TAKEN TO TRUE
               GO TO END-3620-USE-AUTHORIZATION
           END-IF.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR USING PRIOR AUTHORIZATION ' SQL-AUTH-ID
                   ':' SPACE SQLCODE
               SET WS-AUTH-USE-FAILED TO TRUE
               GO TO END-3620-USE-AUTHORIZATION
           END-IF.

           MOVE 'PRIOR_AUTH'      TO WS-AUDIT-TABLE-NAME.
           MOVE SQL-AUTH-ID       TO WS-AUDIT-KEY-UUID.
           MOVE 'AUTH_STATUS'     TO WS-AUDIT-FIELD-NAME.
           MOVE 'A'               TO WS-AUDIT-OLD-VALUE.
           MOVE 'U'               TO WS-AUDIT-NEW-VALUE.
           MOVE WS-OPERATOR-ID    TO WS-AUDIT-OPERATOR-ID.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           MOVE 'CLAIM_ID'        TO WS-AUDIT-FIELD-NAME.
           MOVE SPACES            TO WS-AUDIT-OLD-VALUE.
           MOVE SQL-CLAIM-ID      TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
       END-3620-USE-AUTHORIZATION.
           EXIT.

      ******************************************************************
      ******************************************************************
       8000-FINALIZE.

           DISPLAY 'TELEINT LOADED ' WS-TOTAL-LOADED ' CLAIMS'.
           DISPLAY 'TELEINT REJECTED ' WS-TOTAL-REJECTED ' ACTS'.
           DISPLAY 'TELEINT MATCHED  ' WS-TOTAL-AUTH-MATCHED
               ' PRIOR AUTHORIZATIONS'.
           DISPLAY 'TELEINT HELD     ' WS-TOTAL-AUTH-MISSING
               ' ACTS WITH NO PRIOR AUTHORIZATION'.
       END-8000-FINALIZE.
           EXIT.
