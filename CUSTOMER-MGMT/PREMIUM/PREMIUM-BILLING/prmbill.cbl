      *    Monthly batch: bills every active member's premium for the  *
      *    current month. The rate comes from PREMIUM_RATE by the      *
      *    contract's COVERAGE_LEVEL and the household composition on  *
      *    the CUSTOMER record (COUPLE code), plus the child           *
      *    supplement once per child BENEFICIARY in force at any time  *
      *    during the billed month (not the typed NBCHILDREN); one     *
      *    PREMIUM_LEDGER row is written per member per month          *
      *    (status 'U' until PREMIUM-PAYMENT settles it) and one SEPD  *
      *    direct-debit line per billed member goes to the collection  *
      *    and one consolidated SEPD debit is raised against the       *
      *    EMPLOYER_GROUP billing IBAN after the member pass, with a   *
      *    per-member breakdown file the employer can check.           *
      *                                                                *
      *    The rate is the one in force for the BILL_PERIOD, priced by *
      *    PREMIUM-RATE (prmrate.cbl) as of the contract's last        *
      *    anniversary - the group's, for a group member - so a new    *
      *    tariff reaches each contract on its renewal date. The run   *
      *    bills the current month unless the optional one-line file   *
      *    prmbill.prm names another BILL_PERIOD (YYYY-MM) to rebill;  *
      *    members already billed for it are skipped as before.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           03 PRM-BILL-PERIOD       PIC X(07).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           03 EXT-RECORD-TYPE       PIC X(04).
           03 BRK-AMOUNT            PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01  WS-PARM-PATH             PIC X(100) VALUE 'prmbill.prm'.
       01  WS-PARM-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EXTRACT-PATH          PIC X(100) VALUE 'prmbill.txt'.
       01  WS-EXTRACT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-EXCEPTION-PATH        PIC X(100)
       01  WS-RUN-DATE              PIC X(10).
       01  WS-TODAY                 PIC X(21).
       01  WS-BILL-PERIOD           PIC X(07).
       01  WS-NEXT-YEAR             PIC 9(04).
       01  WS-NEXT-MONTH            PIC 9(02).

       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR          VALUE 'Y'.
           88 WS-COVERAGE-MATCHED       VALUE 'Y'.
       01  WS-RATE-FOUND            PIC X(01).
           88 WS-RATE-MATCHED           VALUE 'Y'.
       01  WS-CHILDREN-FOUND        PIC X(01).
           88 WS-CHILDREN-COUNTED       VALUE 'Y'.

       01  WS-DEBTOR-NAME           PIC X(41).
       01  WS-PREMIUM-AMOUNT        PIC 9(07)V99.
       01  WS-TOTAL-GROUP-DEBITS    PIC 9(09) VALUE 0.

           COPY 'iban-ws.cpy'.
           COPY 'rate-ws.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  SQL-CUS-CODE-IBAN         PIC X(34).
       01  SQL-CUS-IBAN-STATUS       PIC X(01).
       01  SQL-CUS-COUPLE            PIC X(05).
       01  SQL-CHILDREN-IN-FORCE     PIC 9(03).
       01  SQL-CUS-GROUP-CODE        PIC X(10).
       01  SQL-GROUP-NAME            PIC X(40).
       01  SQL-GROUP-IBAN            PIC X(34).
       01  SQL-COVERAGE-LEVEL        PIC X(03).
       01  SQL-HOUSEHOLD-TYPE        PIC X(06).
       01  SQL-PREMIUM-AMOUNT        PIC 9(07)V99.
       01  SQL-BILL-PERIOD           PIC X(07).
       01  SQL-PERIOD-START-DATE     PIC X(10).
       01  SQL-NEXT-PERIOD-DATE      PIC X(10).
       01  SQL-CONTRACT-START        PIC X(10).
       01  SQL-GROUP-START           PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               DELIMITED BY SIZE INTO WS-RUN-DATE.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2)
               DELIMITED BY SIZE INTO WS-BILL-PERIOD.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF PRM-BILL-PERIOD (1:4) IS NUMERIC
               AND PRM-BILL-PERIOD (5:1) = '-'
               AND PRM-BILL-PERIOD (6:2) IS NUMERIC
                   MOVE PRM-BILL-PERIOD TO WS-BILL-PERIOD
                   DISPLAY 'PRMBILL BILLING PERIOD ' WS-BILL-PERIOD
                       ' FROM PARAMETER FILE'
               END-IF
               CLOSE PARM-FILE
           END-IF.
           MOVE WS-BILL-PERIOD TO SQL-BILL-PERIOD.

      *    The billed month as [first day, first day of next month)
      *    for the dependants-in-force count.
           STRING WS-BILL-PERIOD '-01'
               DELIMITED BY SIZE INTO SQL-PERIOD-START-DATE.
           MOVE WS-BILL-PERIOD(1:4) TO WS-NEXT-YEAR.
           MOVE WS-BILL-PERIOD(6:2) TO WS-NEXT-MONTH.
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           STRING WS-NEXT-YEAR '-' WS-NEXT-MONTH '-01'
               DELIMITED BY SIZE INTO SQL-NEXT-PERIOD-DATE.

           OPEN OUTPUT EXTRACT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT BREAKDOWN-FILE.
               DECLARE CRSBILL CURSOR WITH HOLD FOR
               SELECT UUID_CUSTOMER, LASTNAME, FIRSTNAME,
                      CODE_IBAN, COALESCE(CODE_IBAN_STATUS, 'V'),
                      COALESCE(COUPLE, ' '), COALESCE(GROUP_CODE, ' ')
               FROM CUSTOMER
               WHERE ACTIVE = 'Y'
               ORDER BY UUID_CUSTOMER
               INTO :SQL-UUID-CUSTOMER, :SQL-CUS-LASTNAME,
                    :SQL-CUS-FIRSTNAME, :SQL-CUS-CODE-IBAN,
                    :SQL-CUS-IBAN-STATUS, :SQL-CUS-COUPLE,
                    :SQL-CUS-GROUP-CODE
           END-EXEC.

           EVALUATE SQLCODE
      ******************************************************************
      *    One member: no current coverage means nothing to bill       *
      *    (suspended or never contracted); a missing rate row is an   *
      *    exception someone must fix in PREMIUM_RATE. A child count   *
      *    that cannot be read is an exception too: the member is not  *
      *    billed rather than billed without the child supplement.     *
      ******************************************************************
       3100-BILL-MEMBER.
           PERFORM 3200-LOOKUP-COVERAGE
              THRU END-3200-LOOKUP-COVERAGE.

           IF WS-COVERAGE-MATCHED
               PERFORM 3250-COUNT-CHILDREN
                  THRU END-3250-COUNT-CHILDREN
           END-IF.

           IF WS-COVERAGE-MATCHED
           AND WS-CHILDREN-COUNTED
               PERFORM 3300-LOOKUP-RATE
                  THRU END-3300-LOOKUP-RATE

                          ' NO PREMIUM_RATE FOR LEVEL='
                          SQL-COVERAGE-LEVEL
                          ' HOUSEHOLD=' SQL-HOUSEHOLD-TYPE
                          ' AS OF ' WS-RAT-PRICING-DATE
                       DELIMITED BY SIZE INTO EXCEPTION-RECORD
                   WRITE EXCEPTION-RECORD
                   ADD 1 TO WS-TOTAL-EXCEPTIONS
           MOVE 'N' TO WS-COVERAGE-FOUND.

           EXEC SQL
               SELECT COALESCE(COVERAGE_LEVEL, 'STD'),
                      REIMBURSEMENT_CREATE_DATE
               INTO :SQL-COVERAGE-LEVEL, :SQL-CONTRACT-START
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND EFFECTIVE_TO IS NULL
       END-3200-LOOKUP-COVERAGE.
           EXIT.

      ******************************************************************
      *    Children covered for any part of the billed month: started  *
      *    before the next month begins and not ended before this one  *
      *    began. A child aged out mid-month is charged that month.    *
      ******************************************************************
       3250-COUNT-CHILDREN.
           MOVE 'Y' TO WS-CHILDREN-FOUND.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CHILDREN-IN-FORCE
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND RELATIONSHIP  = 'C'
                 AND START_DATE    < :SQL-NEXT-PERIOD-DATE
                 AND (END_DATE IS NULL
                      OR END_DATE >= :SQL-PERIOD-START-DATE)
           END-EXEC.

           IF SQLCODE < ZERO
               MOVE 'N' TO WS-CHILDREN-FOUND
               MOVE SQLCODE TO WS-SQLCODE-DISP
               STRING 'UUID=' SQL-UUID-CUSTOMER
                      ' PERIOD=' SQL-BILL-PERIOD
                      ' CHILDREN NOT COUNTED SQLCODE=' WS-SQLCODE-DISP
                      ' - NOT BILLED'
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-TOTAL-EXCEPTIONS
           END-IF.
       END-3250-COUNT-CHILDREN.
           EXIT.

      ******************************************************************
      *    Premium = base for the coverage level and household type    *
      *    plus the child supplement once per child in force, at the   *
      *    rate in force for the billed month: priced from the         *
      *    contract's anniversary, or from the group's for a group     *
      *    member so the consolidated debit reprices all at once.      *
      ******************************************************************
       3300-LOOKUP-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
               MOVE 'COUPLE' TO SQL-HOUSEHOLD-TYPE
           END-IF.

           MOVE SQL-CONTRACT-START TO WS-RAT-ANCHOR-DATE.
           IF SQL-CUS-GROUP-CODE NOT = SPACES
               EXEC SQL
                   SELECT GROUP_CREATE_DATE
                   INTO :SQL-GROUP-START
                   FROM EMPLOYER_GROUP
                   WHERE GROUP_CODE = :SQL-CUS-GROUP-CODE
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE SQL-GROUP-START TO WS-RAT-ANCHOR-DATE
               END-IF
           END-IF.

           MOVE SQL-COVERAGE-LEVEL    TO WS-RAT-COVERAGE-LEVEL.
           MOVE SQL-HOUSEHOLD-TYPE    TO WS-RAT-HOUSEHOLD-TYPE.
           MOVE SQL-CHILDREN-IN-FORCE TO WS-RAT-CHILDREN.
           MOVE WS-BILL-PERIOD        TO WS-RAT-BILL-PERIOD.
           CALL 'prmrate' USING WS-RATE-CALC
           END-CALL.

           IF WS-RAT-IS-FOUND
               MOVE 'Y' TO WS-RATE-FOUND
               MOVE WS-RAT-PREMIUM-AMOUNT TO WS-PREMIUM-AMOUNT
           END-IF.
       END-3300-LOOKUP-RATE.
           EXIT.
