      *    category, care date, provider and amount is a suspected     *
      *    duplicate (same bulletin keyed twice) and only a supervisor *
      *    session (privilege level 2) may override and capture it.    *
      *    A claim against a tier 1 provider holding the tiers-payant  *
      *    agreement is marked CLAIM_PAYEE = 'P' so SEPA-EXTRACT pays  *
      *    the provider instead of the member. The operator keys the   *
      *    fee charged, the national base rate and what the national   *
      *    scheme paid; CLAIM-SHARE (clmshr.cbl) works out our         *
      *    complementary share from them by category and convention    *
      *    tier, and that share is what CLAIM_AMOUNT carries. Each     *
      *    claim names who received the care (CLAIM_BENEFICIARY_SEQ):  *
      *    00 for the member, or one of their BENEFICIARY dependants,  *
      *    who must be in force on the care date; CLAIM-POST then      *
      *    consumes that person's own ceilings. A claim in a category  *
      *    of PRIOR_AUTH_CATEGORY is matched to the open PRIOR_AUTH    *
      *    approval of the same person, category and provider whose    *
      *    validity covers the care date: up to the authorized amount  *
      *    it goes straight to 'A' whatever the threshold, above it or *
      *    with no authorization at all it waits in 'P'. A matched     *
      *    authorization is marked used ('U') against the claim.       *
      ******************************************************************

       DATA DIVISION.
       01  SC-CLAIM-CATEGORY       PIC X(03).
       01  SC-CLAIM-DATE           PIC X(10).
       01  SC-PROVIDER-CODE        PIC X(10).
       01  SC-FEE-AMOUNT           PIC 9(05)V99.
       01  SC-BASE-AMOUNT          PIC 9(05)V99.
       01  SC-SCHEME-PAID          PIC 9(05)V99.
       01  SC-BENEFICIARY-SEQ      PIC X(02).
       01  SC-CLAIM-CONFIRM        PIC X(01).
           88 CLAIM-CONFIRMED          VALUE 'Y' 'y'.
       01  SC-CLAIM-ANOTHER        PIC X(01).
       01  WS-TODAY                PIC X(21).
       01  WS-CLAIM-SEQ            PIC 9(04) VALUE 0.

       01  WS-SHARE-TIER           PIC X(01).
       01  WS-ADJUSTED-AMOUNT      PIC 9(05)V99.
       01  WS-DISPLAY-AMOUNT       PIC ZZZZ9.99.

       01  WS-COVERAGE-SWITCH      PIC X(01).
           88 WS-COVERAGE-ACTIVE       VALUE 'Y'.
           88 WS-DUP-OVERRIDDEN        VALUE 'Y' 'y'.
       01  WS-SUPERVISOR-LEVEL     PIC 9(01) VALUE 2.

       01  WS-AUTH-USE-SWITCH      PIC X(01).
           88 WS-AUTH-TAKEN            VALUE 'T'.
           88 WS-AUTH-USE-FAILED       VALUE 'E'.

       01  WS-BENEFICIARY-SWITCH   PIC X(01).
           88 WS-BENEFICIARY-COVERED   VALUE 'Y'.
       01  WS-BENEFICIARY-NAME     PIC X(41).
       01  WS-TODAY-DATE           PIC X(10).
       01  WS-DEP-MAX              PIC 9(02) VALUE 6.
       01  WS-DEP-COUNT            PIC 9(02).
       01  WS-DEP-TABLE.
           03 WS-DEP-LINE          PIC X(60) OCCURS 6 TIMES.
       01  WS-DEP-DETAIL.
           03 WS-DEP-D-SEQ         PIC 9(02).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DEP-D-FIRSTNAME   PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-DEP-D-LASTNAME    PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-DEP-D-BIRTH       PIC X(10).

           COPY 'cust-ws.cpy'.
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
       01  SQL-COVERAGE-COUNT       PIC 9(05).
       01  SQL-CUS-ACTIVE           PIC X(01).
       01  SQL-CUS-CLOSE-DATE       PIC X(10).
       01  SQL-DUPLICATE-COUNT      PIC 9(05).
       01  SQL-BENEFICIARY-SEQ      PIC 9(02).
       01  SQL-BEN-FIRSTNAME        PIC X(20).
       01  SQL-BEN-LASTNAME         PIC X(20).
       01  SQL-BEN-BIRTH-DATE       PIC X(10).
       01  SQL-AUTH-ID              PIC X(36).
       01  SQL-AUTHORIZED-AMOUNT    PIC 9(07)V99.
       01  SQL-AUTH-CAT-COUNT       PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           INTO WS-CUSTOMER-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY (1:4) '-' WS-TODAY (5:2) '-' WS-TODAY (7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE.

           PERFORM 1100-LOAD-DEPENDANTS
              THRU END-1100-LOAD-DEPENDANTS.
       END-1000-PREPARE-SCREEN.
           EXIT.

      ******************************************************************
      *    Lists the member's dependants in force today under the      *
      *    capture fields, so the operator can key the CARE FOR        *
      *    sequence straight off the screen.                           *
      ******************************************************************
       1100-LOAD-DEPENDANTS.
           MOVE SPACES TO WS-DEP-TABLE.
           MOVE ZERO   TO WS-DEP-COUNT.

           EXEC SQL
               DECLARE CRSDEP CURSOR FOR
               SELECT BENEFICIARY_SEQ, FIRSTNAME, LASTNAME,
                      BIRTH_DATE
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER = :WS-CUS-UUID
                 AND START_DATE <= :WS-TODAY-DATE
                 AND (END_DATE IS NULL
                      OR END_DATE >= :WS-TODAY-DATE)
               ORDER BY BENEFICIARY_SEQ
           END-EXEC.

           EXEC SQL
               OPEN CRSDEP
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
                      OR WS-DEP-COUNT >= WS-DEP-MAX
               EXEC SQL
                   FETCH CRSDEP
                   INTO :SQL-BENEFICIARY-SEQ, :SQL-BEN-FIRSTNAME,
                        :SQL-BEN-LASTNAME, :SQL-BEN-BIRTH-DATE
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-DEP-COUNT
                   MOVE SQL-BENEFICIARY-SEQ TO WS-DEP-D-SEQ
                   MOVE SQL-BEN-FIRSTNAME   TO WS-DEP-D-FIRSTNAME
                   MOVE SQL-BEN-LASTNAME    TO WS-DEP-D-LASTNAME
                   MOVE SQL-BEN-BIRTH-DATE  TO WS-DEP-D-BIRTH
                   MOVE WS-DEP-DETAIL TO WS-DEP-LINE (WS-DEP-COUNT)
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRSDEP
           END-EXEC.

           IF WS-DEP-COUNT = ZERO
               MOVE 'NONE - CARE FOR THE MEMBER ONLY' TO WS-DEP-LINE (1)
           END-IF.
       END-1100-LOAD-DEPENDANTS.
           EXIT.

      ******************************************************************
      *    Reads the supervisor-review amount threshold; when the parm *
      *    row is missing every claim simply routes to review, which   *
           MOVE SPACES TO SC-CLAIM-CATEGORY.
           MOVE SPACES TO SC-CLAIM-DATE.
           MOVE SPACES TO SC-PROVIDER-CODE.
           MOVE 0      TO SC-FEE-AMOUNT.
           MOVE 0      TO SC-BASE-AMOUNT.
           MOVE 0      TO SC-SCHEME-PAID.
           MOVE '00'   TO SC-BENEFICIARY-SEQ.
           MOVE SPACES TO SC-CLAIM-CONFIRM.
           MOVE SPACES TO SC-CLAIM-ANOTHER.

           EXIT.

      ******************************************************************
      *    [RD] Vérifie la couverture du membre puis, si le bulletin   *
      *    est saisi pour un ayant droit (CARE FOR autre que 00), que  *
      *    celui-ci est sur le contrat et couvert à la date des soins. *
      *    Construit ensuite l'identifiant de bulletin, applique le    *
      *    tarif réseau, calcule la part mutuelle, contrôle l'entente  *
      *    préalable et le doublon, et insère la transaction CLAIMS    *
      *    prête pour CLAIM-POST : approuvée, ou en attente du visa    *
      *    superviseur au-delà du seuil ou hors réseau.                *
      ******************************************************************
       3000-INSERT-CLAIM.
           PERFORM 3050-CHECK-COVERAGE
               GO TO END-3000-INSERT-CLAIM
           END-IF.

           PERFORM 3070-CHECK-BENEFICIARY
              THRU END-3070-CHECK-BENEFICIARY.

           IF NOT WS-BENEFICIARY-COVERED
               GO TO END-3000-INSERT-CLAIM
           END-IF.

           ADD 1 TO WS-CLAIM-SEQ.

           STRING WS-CUS-UUID (1:8) '-' WS-TODAY (1:14) '-'
           PERFORM 3100-CHECK-PROVIDER-NETWORK
              THRU END-3100-CHECK-PROVIDER-NETWORK.

           PERFORM 3150-COMPUTE-SHARE
              THRU END-3150-COMPUTE-SHARE.

           IF NOT WS-SHR-IS-VALID
               DISPLAY 'INVALID AMOUNTS - ' WS-SHR-FAIL-REASON
               DISPLAY 'CLAIM NOT CAPTURED'
               GO TO END-3000-INSERT-CLAIM
           END-IF.

           PERFORM 3200-DETERMINE-STATUS
              THRU END-3200-DETERMINE-STATUS.

           MOVE SC-CLAIM-CATEGORY  TO SQL-CLAIM-CATEGORY.
           MOVE SC-CLAIM-DATE      TO SQL-CLAIM-DATE.
           MOVE WS-ADJUSTED-AMOUNT TO SQL-CLAIM-AMOUNT.
           MOVE SC-FEE-AMOUNT      TO SQL-CLAIM-FEE-AMOUNT.
           MOVE SC-BASE-AMOUNT     TO SQL-CLAIM-BASE-AMOUNT.
           MOVE SC-SCHEME-PAID     TO SQL-CLAIM-SCHEME-PAID.
           MOVE SC-PROVIDER-CODE   TO SQL-PROVIDER-CODE.
           MOVE WS-PRV-IN-NETWORK  TO SQL-CLAIM-IN-NETWORK.
           STRING WS-TODAY (1:4) '-' WS-TODAY (5:2) '-' WS-TODAY (7:2)
               DELIMITED BY SIZE INTO SQL-CLAIM-CREATE-DATE.

           PERFORM 3210-CHECK-AUTHORIZATION
              THRU END-3210-CHECK-AUTHORIZATION.

           PERFORM 3080-CHECK-DUPLICATE
              THRU END-3080-CHECK-DUPLICATE.

               GO TO END-3000-INSERT-CLAIM
           END-IF.

           IF SQL-AUTH-ID NOT = SPACES
               PERFORM 3220-USE-AUTHORIZATION
                  THRU END-3220-USE-AUTHORIZATION
               IF WS-AUTH-USE-FAILED
                   EXEC SQL ROLLBACK WORK END-EXEC
                   DISPLAY 'CLAIM NOT CAPTURED'
                   GO TO END-3000-INSERT-CLAIM
               END-IF
               IF WS-AUTH-TAKEN
                   MOVE SPACES TO SQL-AUTH-ID
                   MOVE 'P' TO SQL-CLAIM-STATUS
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
                   ELSE
                       DISPLAY 'CLAIM CAPTURED: ' SQL-CLAIM-ID
                   END-IF
                   DISPLAY '  CARE FOR               : '
                       WS-BENEFICIARY-NAME
                   PERFORM 3300-DISPLAY-BREAKDOWN
                      THRU END-3300-DISPLAY-BREAKDOWN
                   IF SQL-CLAIM-PAYEE = 'P'
                       DISPLAY 'PAYABLE TO PROVIDER (TIERS PAYANT)'
                   END-IF
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   DISPLAY 'ERROR INSERTING CLAIM:' SPACE SQLCODE
       END-3060-CHECK-RUN-OFF-COVERAGE.
           EXIT.

      ******************************************************************
      *    CARE FOR 00 (or blank) is the member; any other sequence    *
      *    must be one of the member's dependants with cover in force  *
      *    on the care date - a child aged out, or not yet added, is   *
      *    refused so the claim cannot consume a ceiling that is no    *
      *    longer theirs.                                              *
      ******************************************************************
       3070-CHECK-BENEFICIARY.
           MOVE 'N' TO WS-BENEFICIARY-SWITCH.

           IF SC-BENEFICIARY-SEQ = SPACES
               MOVE '00' TO SC-BENEFICIARY-SEQ
           END-IF.

           IF SC-BENEFICIARY-SEQ IS NOT NUMERIC
               DISPLAY 'CARE FOR MUST BE 00 OR A DEPENDANT SEQ - '
                   'CLAIM NOT CAPTURED'
               GO TO END-3070-CHECK-BENEFICIARY
           END-IF.

           MOVE SC-BENEFICIARY-SEQ TO SQL-BENEFICIARY-SEQ.

           IF SQL-BENEFICIARY-SEQ = ZERO
               MOVE 'THE MEMBER' TO WS-BENEFICIARY-NAME
               SET WS-BENEFICIARY-COVERED TO TRUE
               GO TO END-3070-CHECK-BENEFICIARY
           END-IF.

           EXEC SQL
               SELECT FIRSTNAME, LASTNAME
               INTO :SQL-BEN-FIRSTNAME, :SQL-BEN-LASTNAME
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER   = :WS-CUS-UUID
                 AND BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
                 AND START_DATE     <= :SQL-CLAIM-DATE
                 AND (END_DATE IS NULL
                      OR END_DATE >= :SQL-CLAIM-DATE)
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-BENEFICIARY-NAME
               STRING FUNCTION TRIM (SQL-BEN-FIRSTNAME)
                      SPACE
                      FUNCTION TRIM (SQL-BEN-LASTNAME)
               DELIMITED BY SIZE
               INTO WS-BENEFICIARY-NAME
               SET WS-BENEFICIARY-COVERED TO TRUE
           ELSE
               DISPLAY 'DEPENDANT ' SC-BENEFICIARY-SEQ
                   ' NOT COVERED ON THE CARE DATE - '
                   'CLAIM NOT CAPTURED'
           END-IF.
       END-3070-CHECK-BENEFICIARY.
           EXIT.

      ******************************************************************
      *    Looks for an existing claim with the same member, category, *
      *    care date, provider and amount (the IX_CLAIMS_CUST_CAT      *
      *    access path) for the same person cared for - the signature  *
      *    of one paper bulletin keyed twice. A supervisor may         *
      *    override after checking the paper; anyone else is refused.  *
      ******************************************************************
       3080-CHECK-DUPLICATE.
           MOVE 0      TO SQL-DUPLICATE-COUNT.
                 AND COALESCE(CLAIM_PROVIDER_CODE, ' ')
                     = :SQL-PROVIDER-CODE
                 AND CLAIM_AMOUNT   = :SQL-CLAIM-AMOUNT
                 AND CLAIM_BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
                 AND CLAIM_STATUS  <> 'R'
           END-EXEC.

           EXIT.

      ******************************************************************
      *    [RD] Cross-checks the claim's provider code against         *
      *    PROVIDER-CHECK and keeps the convention tier it returns     *
      *    ('O' when out-of-network) as the key CLAIM-SHARE reads its  *
      *    SHARE_RULE rate with. Doctor visits still announce a        *
      *    partially or non-conventioned provider to the operator.     *
      *    Whatever the category, a provider PROVIDER-CHECK reports    *
      *    under the tiers-payant agreement is paid directly           *
      *    (CLAIM_PAYEE 'P').                                          *
      ******************************************************************
       3100-CHECK-PROVIDER-NETWORK.
           MOVE 'Y'             TO WS-PRV-IN-NETWORK.
           MOVE SPACES          TO WS-PRV-CONVENTION-TIER.
           MOVE 'N'             TO WS-PRV-REVIEW-FLAG.
           MOVE 'N'             TO WS-PRV-TIERS-PAYANT.

           MOVE SC-PROVIDER-CODE TO WS-PRV-PROVIDER-CODE.
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

      *    Only doctor-visit claims route on the network answer; for
      *    every other category it is put back to the historical 'Y'
      *    once the share tier is known, so routing is unchanged.
           IF SC-CLAIM-CATEGORY = 'DOC'
               EVALUATE WS-SHARE-TIER
                   WHEN 'O'
                       DISPLAY 'OUT-OF-NETWORK PROVIDER '
                           SC-PROVIDER-CODE
                           ' - REDUCED RATE APPLIED'
                   WHEN '2'
                       DISPLAY 'PARTIALLY CONVENTIONED PROVIDER '
                           SC-PROVIDER-CODE
                           ' - TIER 2 RATE APPLIED'
                   WHEN '3'
                       DISPLAY 'NON-CONVENTIONED PROVIDER '
                           SC-PROVIDER-CODE
                           ' - TIER 3 RATE APPLIED'
               END-EVALUATE
           ELSE
               MOVE 'Y' TO WS-PRV-IN-NETWORK
               MOVE SPACES TO WS-PRV-CONVENTION-TIER
       END-3100-CHECK-PROVIDER-NETWORK.
           EXIT.

      ******************************************************************
      *    Hands the three keyed amounts to CLAIM-SHARE: the ticket    *
      *    moderateur (base less scheme paid) plus the SHARE_RULE part *
      *    of any excess over the base rate is what we pay, and it is  *
      *    that share - never the fee - that is routed, stored in      *
      *    CLAIM_AMOUNT and later consumed against the ceilings.       *
      ******************************************************************
       3150-COMPUTE-SHARE.
           MOVE SC-CLAIM-CATEGORY TO WS-SHR-CATEGORY.
           MOVE WS-SHARE-TIER     TO WS-SHR-TIER.
           MOVE SC-FEE-AMOUNT     TO WS-SHR-FEE-AMOUNT.
           MOVE SC-BASE-AMOUNT    TO WS-SHR-BASE-AMOUNT.
           MOVE SC-SCHEME-PAID    TO WS-SHR-SCHEME-PAID.

           CALL 'clmshr' USING WS-SHARE-CALC
           END-CALL.

           MOVE WS-SHR-OUR-SHARE TO WS-ADJUSTED-AMOUNT.
       END-3150-COMPUTE-SHARE.
           EXIT.

      ******************************************************************
      *    Routes the claim: anything above the review threshold,      *
      *    out-of-network, or against a provider PROVIDER-PROFILE has  *
           END-IF.
       END-3200-DETERMINE-STATUS.
           EXIT.

      ******************************************************************
      *    Categories listed in PRIOR_AUTH_CATEGORY are paid on a      *
      *    prior authorization. The open approval ('A') of the same    *
      *    person, category and provider whose quote date and expiry   *
      *    date bracket the care date is taken, the one expiring first *
      *    when there are several. Up to its authorized amount the     *
      *    claim is approved outright unless the provider is under     *
      *    review; above it, or with none to match, it is held in 'P'  *
      *    for CLAIM-REVIEW.                                           *
      ******************************************************************
       3210-CHECK-AUTHORIZATION.
           MOVE SPACES TO SQL-AUTH-ID.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-AUTH-CAT-COUNT
               FROM PRIOR_AUTH_CATEGORY
               WHERE CLAIM_CATEGORY = :SQL-CLAIM-CATEGORY
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-AUTH-CAT-COUNT = 0
               GO TO END-3210-CHECK-AUTHORIZATION
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
               DISPLAY 'NO OPEN PRIOR AUTHORIZATION - HELD FOR REVIEW'
               GO TO END-3210-CHECK-AUTHORIZATION
           END-IF.

           MOVE SQL-AUTHORIZED-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'PRIOR AUTHORIZATION ' SQL-AUTH-ID
               ' FOR ' WS-DISPLAY-AMOUNT.

           IF SQL-CLAIM-AMOUNT > SQL-AUTHORIZED-AMOUNT
               MOVE 'P' TO SQL-CLAIM-STATUS
               DISPLAY 'ABOVE THE AUTHORIZED AMOUNT - HELD FOR REVIEW'
           ELSE
               IF WS-PRV-UNDER-REVIEW
                   MOVE 'P' TO SQL-CLAIM-STATUS
               ELSE
                   MOVE 'A' TO SQL-CLAIM-STATUS
               END-IF
           END-IF.
       END-3210-CHECK-AUTHORIZATION.
           EXIT.

      ******************************************************************
      *    Marks the matched authorization used by this claim, in the  *
      *    same unit of work as the claim row, so it cannot be matched *
      *    twice. A claim CLAIM-REVIEW later rejects gives it back.    *
      *    It is taken before the claim row is written: when another   *
      *    claim or the nightly expiry got to it first (no row left in *
      *    'A'), the claim goes in without it and is held for          *
      *    CLAIM-REVIEW; an error backs the claim out.                 *
      ******************************************************************
       3220-USE-AUTHORIZATION.
           MOVE 'Y' TO WS-AUTH-USE-SWITCH.

           EXEC SQL
               UPDATE PRIOR_AUTH
               SET AUTH_STATUS = 'U',
                   CLAIM_ID    = :SQL-CLAIM-ID
               WHERE AUTH_ID = :SQL-AUTH-ID
                 AND AUTH_STATUS = 'A'
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'PRIOR AUTHORIZATION ' SQL-AUTH-ID
                   ' NO LONGER OPEN - HELD FOR REVIEW'
               SET WS-AUTH-TAKEN TO TRUE
               GO TO END-3220-USE-AUTHORIZATION
           END-IF.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR USING PRIOR AUTHORIZATION:' SPACE SQLCODE
               SET WS-AUTH-USE-FAILED TO TRUE
               GO TO END-3220-USE-AUTHORIZATION
           END-IF.

           MOVE 'PRIOR_AUTH'       TO WS-AUDIT-TABLE-NAME.
           MOVE SQL-AUTH-ID        TO WS-AUDIT-KEY-UUID.
           MOVE 'AUTH_STATUS'      TO WS-AUDIT-FIELD-NAME.
           MOVE 'A'                TO WS-AUDIT-OLD-VALUE.
           MOVE 'U'                TO WS-AUDIT-NEW-VALUE.
           MOVE LK-SES-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           MOVE 'CLAIM_ID'         TO WS-AUDIT-FIELD-NAME.
           MOVE SPACES             TO WS-AUDIT-OLD-VALUE.
           MOVE SQL-CLAIM-ID       TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
       END-3220-USE-AUTHORIZATION.
           EXIT.

      ******************************************************************
      *    Shows the operator how the bulletin splits between the      *
      *    national scheme, us and the member.                         *
      ******************************************************************
       3300-DISPLAY-BREAKDOWN.
           MOVE WS-SHR-FEE-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY '  FEE CHARGED            : ' WS-DISPLAY-AMOUNT.
           MOVE WS-SHR-BASE-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY '  NATIONAL BASE RATE     : ' WS-DISPLAY-AMOUNT.
           MOVE WS-SHR-SCHEME-PAID TO WS-DISPLAY-AMOUNT.
           DISPLAY '  PAID BY NATIONAL SCHEME: ' WS-DISPLAY-AMOUNT.
           MOVE WS-SHR-OUR-SHARE TO WS-DISPLAY-AMOUNT.
           DISPLAY '  OUR SHARE              : ' WS-DISPLAY-AMOUNT.
       END-3300-DISPLAY-BREAKDOWN.
           EXIT.
