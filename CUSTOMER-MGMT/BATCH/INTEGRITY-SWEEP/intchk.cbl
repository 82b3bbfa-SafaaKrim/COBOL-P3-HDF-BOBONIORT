      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. intchk.
       AUTHOR. Martial.

      ******************************************************************
      *    Nightly cross-table integrity sweep, run after the night    *
      *    run. Every program trusts that the tables agree with each   *
      *    other; this batch checks that they do, with a fixed         *
      *    catalogue of consistency rules (DB/ddl/integrity_sweep.sql  *
      *    lists them), and writes one line per violation to           *
      *    intchk.txt: rule code, table, key, what was expected and    *
      *    what was found. It changes nothing - the lines are for the  *
      *    desk to correct at source.                                  *
      *    The night's count per rule goes to INTEGRITY_RULE_COUNT,    *
      *    the total to its own RUN_CONTROL row (step INTCHK, kept     *
      *    with GL-EXTRACT's discipline: one row per date, 'S' before  *
      *    the work, 'C' after, 'E' when a rule could not be run), so  *
      *    the morning check sees it. intchk.rpt compares each rule's  *
      *    count with the previous completed sweep, so a new bug       *
      *    leaking bad rows shows up as a rule going from nothing to   *
      *    something, or climbing, the morning after.                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO WS-EXCEPTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           03 EXC-RULE-CODE         PIC X(06).
           03 FILLER                PIC X(01).
           03 EXC-TABLE             PIC X(34).
           03 FILLER                PIC X(01).
           03 EXC-KEY               PIC X(80).
           03 FILLER                PIC X(01).
           03 EXC-EXPECTED          PIC X(60).
           03 FILLER                PIC X(01).
           03 EXC-FOUND             PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-PATH        PIC X(100) VALUE 'intchk.txt'.
       01  WS-EXCEPTION-STATUS      PIC X(02) VALUE SPACES.
       01  WS-REPORT-PATH           PIC X(100) VALUE 'intchk.rpt'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE              PIC X(10).
       01  WS-TODAY                 PIC X(21).
       01  WS-PREVIOUS-DATE         PIC X(10) VALUE SPACES.

       01  WS-GATE-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-GATE-REFUSED           VALUE 'Y'.
       01  WS-ERROR-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-SWEEP-IN-ERROR         VALUE 'Y'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR          VALUE 'Y'.

       01  WS-TOTAL-VIOLATIONS      PIC 9(09) VALUE 0.
       01  WS-RULES-RUN             PIC 9(03) VALUE 0.

      ******************************************************************
      *    The rule catalogue, in report order, with tonight's and     *
      *    the previous sweep's count.                                 *
      ******************************************************************
       01  WS-RULE-MAX              PIC 9(02) VALUE 8.
       01  WS-RULE-IDX              PIC 9(02).
       01  WS-RULE-TABLE.
           03 WS-RULE-ENTRY OCCURS 8 TIMES.
              05 WS-RULE-CODE       PIC X(06).
              05 WS-RULE-TABLE-NAME PIC X(34).
              05 WS-RULE-TEXT       PIC X(44).
              05 WS-RULE-COUNT      PIC 9(07).
              05 WS-RULE-PREV-COUNT PIC 9(07).
              05 WS-RULE-PREV-SW    PIC X(01).
                 88 WS-RULE-HAS-PREV    VALUE 'Y'.
              05 WS-RULE-ERROR-SW   PIC X(01).
                 88 WS-RULE-FAILED      VALUE 'Y'.

      *    Consumption window rule: the window the contract's
      *    anniversary cycle says the row should have.
       01  WS-CREATE-YEAR           PIC 9(04).
       01  WS-START-YEAR            PIC 9(04).
       01  WS-YEARS-SINCE           PIC S9(04).
       01  WS-CYCLE-COUNT           PIC 9(04).
       01  WS-EXPECT-START-YEAR     PIC 9(04).
       01  WS-EXPECT-END-YEAR       PIC 9(04).
       01  WS-EXPECT-START          PIC X(10).
       01  WS-EXPECT-END            PIC X(10).

       01  WS-COUNT-EDIT            PIC Z(6)9.
       01  WS-PREV-EDIT             PIC Z(6)9.
       01  WS-AMOUNT-EDIT           PIC Z(6)9.99.
       01  WS-CHANGE                PIC S9(07).
       01  WS-CHANGE-EDIT           PIC +(6)9.

       01  WS-REPORT-LINE.
           03 RPT-RULE-CODE         PIC X(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-TABLE             PIC X(34).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-TEXT              PIC X(44).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-TONIGHT           PIC X(07).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-PREVIOUS          PIC X(07).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-CHANGE            PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-TREND             PIC X(14).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC X(05) VALUE 'cobol'.
       01  PASSWD   PIC X(10) VALUE 'cbl85'.

       01  SQL-RUN-DATE              PIC X(10).
       01  SQL-PREVIOUS-DATE         PIC X(10).
       01  SQL-STEP-COUNT            PIC 9(05).
       01  SQL-STEP-STATUS           PIC X(01).
       01  SQL-TIMESTAMP             PIC X(20).
       01  SQL-RULE-CODE             PIC X(06).
       01  SQL-VIOLATION-COUNT       PIC 9(09).
       01  SQL-RULES-RUN             PIC 9(09).

       01  SQL-CLAIM-ID              PIC X(36).
       01  SQL-UUID-CUSTOMER         PIC X(36).
       01  SQL-ORIGINAL-ID           PIC X(36).
       01  SQL-REIM-NUM              PIC X(10).
       01  SQL-CLOSE-DATE            PIC X(10).
       01  SQL-CLAIM-CATEGORY        PIC X(03).
       01  SQL-BENEFICIARY-SEQ       PIC 9(02).
       01  SQL-PERIOD-START          PIC X(10).
       01  SQL-PERIOD-END            PIC X(10).
       01  SQL-CREATE-DATE           PIC X(10).
       01  SQL-PERIOD-YEARS          PIC 9(01).
       01  SQL-GROUP-CODE            PIC X(10).
       01  SQL-GROUP-ACTIVE          PIC X(01).
       01  SQL-BILL-PERIOD           PIC X(07).
       01  SQL-AMOUNT-BILLED         PIC S9(7)V99.
       01  SQL-LEDGER-STATUS         PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-START-MAIN.
           PERFORM 1000-INITIALIZE
              THRU END-1000-INITIALIZE.

           IF NOT WS-GATE-REFUSED
               PERFORM 2000-RECORD-STEP-START
                  THRU END-2000-RECORD-STEP-START
           END-IF.

           IF NOT WS-GATE-REFUSED
               PERFORM 1600-OPEN-REPORT
                  THRU END-1600-OPEN-REPORT
               PERFORM 2500-LOAD-PREVIOUS-SWEEP
                  THRU END-2500-LOAD-PREVIOUS-SWEEP
               OPEN OUTPUT EXCEPTION-FILE
               PERFORM 3100-RULE-CLAIM-CUSTOMER
                  THRU END-3100-RULE-CLAIM-CUSTOMER
               PERFORM 3200-RULE-INACTIVE-CONTRACT
                  THRU END-3200-RULE-INACTIVE-CONTRACT
               PERFORM 3300-RULE-CONSUMPTION-WINDOW
                  THRU END-3300-RULE-CONSUMPTION-WINDOW
               PERFORM 3400-RULE-DISBURSED-NO-DATE
                  THRU END-3400-RULE-DISBURSED-NO-DATE
               PERFORM 3500-RULE-RETURNED-NO-DATE
                  THRU END-3500-RULE-RETURNED-NO-DATE
               PERFORM 3600-RULE-ORPHAN-REVERSAL
                  THRU END-3600-RULE-ORPHAN-REVERSAL
               PERFORM 3700-RULE-INACTIVE-GROUP
                  THRU END-3700-RULE-INACTIVE-GROUP
               PERFORM 3800-RULE-LEDGER-AFTER-CLOSE
                  THRU END-3800-RULE-LEDGER-AFTER-CLOSE
               CLOSE EXCEPTION-FILE
               PERFORM 7000-RECORD-RULE-COUNTS
                  THRU END-7000-RECORD-RULE-COUNTS
               PERFORM 7500-RECORD-STEP-END
                  THRU END-7500-RECORD-STEP-END
               PERFORM 7800-PRINT-TREND
                  THRU END-7800-PRINT-TREND
           END-IF.

           PERFORM 8000-FINALIZE
              THRU END-8000-FINALIZE.
       0000-END-MAIN.
           GOBACK.

      ******************************************************************
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO SQL-RUN-DATE.

           PERFORM 1100-LOAD-RULES
              THRU END-1100-LOAD-RULES.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INTCHK CANNOT CONNECT:' SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-GATE-REFUSED TO TRUE
           END-IF.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      ******************************************************************
       1100-LOAD-RULES.
           MOVE 'CLMCUS' TO WS-RULE-CODE (1).
           MOVE 'CLAIMS' TO WS-RULE-TABLE-NAME (1).
           MOVE 'CLAIM WITH NO CUSTOMER ROW' TO WS-RULE-TEXT (1).
           MOVE 'INACON' TO WS-RULE-CODE (2).
           MOVE 'CUSTOMER_REIMBURSEMENT' TO WS-RULE-TABLE-NAME (2).
           MOVE 'INACTIVE MEMBER WITH AN OPEN CONTRACT ROW'
               TO WS-RULE-TEXT (2).
           MOVE 'CONWIN' TO WS-RULE-CODE (3).
           MOVE 'CUSTOMER_REIMBURSEMENT_CONSUMPTION'
               TO WS-RULE-TABLE-NAME (3).
           MOVE 'WINDOW NOT AS CATEGORY_PERIOD_RULE SAYS'
               TO WS-RULE-TEXT (3).
           MOVE 'DNOPAY' TO WS-RULE-CODE (4).
           MOVE 'CLAIMS' TO WS-RULE-TABLE-NAME (4).
           MOVE 'DISBURSED CLAIM WITH NO PAYMENT DATE'
               TO WS-RULE-TEXT (4).
           MOVE 'TNORET' TO WS-RULE-CODE (5).
           MOVE 'CLAIMS' TO WS-RULE-TABLE-NAME (5).
           MOVE 'RETURNED CLAIM WITH NO RETURN DATE'
               TO WS-RULE-TEXT (5).
           MOVE 'ORPREV' TO WS-RULE-CODE (6).
           MOVE 'CLAIMS' TO WS-RULE-TABLE-NAME (6).
           MOVE 'REVERSAL OF A CLAIM THAT DOES NOT EXIST'
               TO WS-RULE-TEXT (6).
           MOVE 'GRPINA' TO WS-RULE-CODE (7).
           MOVE 'CUSTOMER' TO WS-RULE-TABLE-NAME (7).
           MOVE 'MEMBER OF AN INACTIVE OR UNKNOWN GROUP'
               TO WS-RULE-TEXT (7).
           MOVE 'LEDCLS' TO WS-RULE-CODE (8).
           MOVE 'PREMIUM_LEDGER' TO WS-RULE-TABLE-NAME (8).
           MOVE 'PREMIUM BILLED AFTER THE CLOSE DATE'
               TO WS-RULE-TEXT (8).

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-MAX
               MOVE ZERO TO WS-RULE-COUNT (WS-RULE-IDX)
               MOVE ZERO TO WS-RULE-PREV-COUNT (WS-RULE-IDX)
               MOVE 'N'  TO WS-RULE-PREV-SW (WS-RULE-IDX)
               MOVE 'N'  TO WS-RULE-ERROR-SW (WS-RULE-IDX)
           END-PERFORM.
       END-1100-LOAD-RULES.
           EXIT.

      ******************************************************************
      *    The trend report is only opened once the connection and     *
      *    the RUN_CONTROL gate have passed, so a refused rerun leaves *
      *    the night's intchk.rpt intact.                              *
      ******************************************************************
       1600-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING 'CROSS-TABLE INTEGRITY SWEEP OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-1600-OPEN-REPORT.
           EXIT.

      ******************************************************************
      *    One sweep per date: a row already there means tonight's     *
      *    sweep ran (or crashed - the operations console clears an    *
      *    'S' or 'E' row before a rerun). The 'S' row is committed    *
      *    before the work so a crash leaves its trace.                *
      ******************************************************************
       2000-RECORD-STEP-START.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-STEP-COUNT
               FROM RUN_CONTROL
               WHERE RUN_DATE  = :SQL-RUN-DATE
                 AND STEP_NAME = 'INTCHK'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR READING RUN_CONTROL:' SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-GATE-REFUSED TO TRUE
               GO TO END-2000-RECORD-STEP-START
           END-IF.

           IF SQL-STEP-COUNT > 0
               DISPLAY 'INTCHK ALREADY HAS A RUN ROW FOR '
                   WS-RUN-DATE ' - NOT SWEPT TWICE'
               MOVE 8 TO RETURN-CODE
               SET WS-GATE-REFUSED TO TRUE
               GO TO END-2000-RECORD-STEP-START
           END-IF.

           PERFORM 7400-BUILD-TIMESTAMP
              THRU END-7400-BUILD-TIMESTAMP.

           EXEC SQL
               INSERT INTO RUN_CONTROL
                   (RUN_DATE, STEP_NAME, STEP_START, STEP_END,
                    STEP_STATUS, CLAIMS_READ, CLAIMS_POSTED,
                    CLAIMS_EXTRACTED, EXCEPTION_COUNT, TOTAL_AMOUNT)
               VALUES
                   (:SQL-RUN-DATE, 'INTCHK', :SQL-TIMESTAMP,
                    NULL, 'S', 0, 0, 0, 0, 0)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR WRITING RUN_CONTROL:' SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-GATE-REFUSED TO TRUE
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.
       END-2000-RECORD-STEP-START.
           EXIT.

      ******************************************************************
      *    The last sweep that completed before tonight, and its count *
      *    per rule. A rule with no row then was not in the catalogue  *
      *    yet.                                                        *
      ******************************************************************
       2500-LOAD-PREVIOUS-SWEEP.
           EXEC SQL
               SELECT COALESCE(MAX(RUN_DATE), '0001-01-01')
               INTO :SQL-PREVIOUS-DATE
               FROM RUN_CONTROL
               WHERE STEP_NAME   = 'INTCHK'
                 AND STEP_STATUS = 'C'
                 AND RUN_DATE    < :SQL-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
           OR SQL-PREVIOUS-DATE = '0001-01-01'
               GO TO END-2500-LOAD-PREVIOUS-SWEEP
           END-IF.
           MOVE SQL-PREVIOUS-DATE TO WS-PREVIOUS-DATE.

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-MAX
               MOVE WS-RULE-CODE (WS-RULE-IDX) TO SQL-RULE-CODE
               EXEC SQL
                   SELECT VIOLATION_COUNT
                   INTO :SQL-VIOLATION-COUNT
                   FROM INTEGRITY_RULE_COUNT
                   WHERE RUN_DATE  = :SQL-PREVIOUS-DATE
                     AND RULE_CODE = :SQL-RULE-CODE
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE SQL-VIOLATION-COUNT
                       TO WS-RULE-PREV-COUNT (WS-RULE-IDX)
                   MOVE 'Y' TO WS-RULE-PREV-SW (WS-RULE-IDX)
               END-IF
           END-PERFORM.
       END-2500-LOAD-PREVIOUS-SWEEP.
           EXIT.

      ******************************************************************
      *    CLMCUS: every claim belongs to a member on file.            *
      ******************************************************************
       3100-RULE-CLAIM-CUSTOMER.
           MOVE 1 TO WS-RULE-IDX.

           EXEC SQL
               DECLARE CRSR01 CURSOR FOR
               SELECT CL.CLAIM_ID, CL.UUID_CUSTOMER
               FROM CLAIMS CL
               WHERE NOT EXISTS
                     (SELECT 1 FROM CUSTOMER C
                      WHERE C.UUID_CUSTOMER = CL.UUID_CUSTOMER)
               ORDER BY CL.CLAIM_ID
           END-EXEC.

           EXEC SQL
               OPEN CRSR01
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3110-FETCH-CLAIM-CUSTOMER
              THRU END-3110-FETCH-CLAIM-CUSTOMER
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSR01
           END-EXEC.
       END-3100-RULE-CLAIM-CUSTOMER.
           EXIT.

       3110-FETCH-CLAIM-CUSTOMER.
           EXEC SQL
               FETCH CRSR01
               INTO :SQL-CLAIM-ID, :SQL-UUID-CUSTOMER
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 6000-START-EXCEPTION
                      THRU END-6000-START-EXCEPTION
                   STRING 'CLAIM_ID=' SQL-CLAIM-ID
                       DELIMITED BY SIZE INTO EXC-KEY
                   STRING 'CUSTOMER ROW FOR UUID_CUSTOMER'
                       DELIMITED BY SIZE INTO EXC-EXPECTED
                   STRING 'NONE FOR ' SQL-UUID-CUSTOMER
                       DELIMITED BY SIZE INTO EXC-FOUND
                   PERFORM 6100-WRITE-EXCEPTION
                      THRU END-6100-WRITE-EXCEPTION
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   PERFORM 6900-RULE-FAILED
                      THRU END-6900-RULE-FAILED
           END-EVALUATE.
       END-3110-FETCH-CLAIM-CUSTOMER.
           EXIT.

      ******************************************************************
      *    INACON: a closed member (ACTIVE = 'N') has no contract row  *
      *    left open - MEMBER-TERMINATE closes it with the member.     *
      ******************************************************************
       3200-RULE-INACTIVE-CONTRACT.
           MOVE 2 TO WS-RULE-IDX.

           EXEC SQL
               DECLARE CRSR02 CURSOR FOR
               SELECT C.UUID_CUSTOMER, R.REIMBURSEMENT_NUM,
                      COALESCE(C.CLOSE_DATE, ' ')
               FROM CUSTOMER C
               JOIN CUSTOMER_REIMBURSEMENT R
                 ON R.UUID_CUSTOMER = C.UUID_CUSTOMER
               WHERE C.ACTIVE = 'N'
                 AND R.EFFECTIVE_TO IS NULL
               ORDER BY C.UUID_CUSTOMER
           END-EXEC.

           EXEC SQL
               OPEN CRSR02
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3210-FETCH-INACTIVE-CONTRACT
              THRU END-3210-FETCH-INACTIVE-CONTRACT
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSR02
           END-EXEC.
       END-3200-RULE-INACTIVE-CONTRACT.
           EXIT.

       3210-FETCH-INACTIVE-CONTRACT.
           EXEC SQL
               FETCH CRSR02
               INTO :SQL-UUID-CUSTOMER, :SQL-REIM-NUM,
                    :SQL-CLOSE-DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 6000-START-EXCEPTION
                      THRU END-6000-START-EXCEPTION
                   STRING 'REIMBURSEMENT_NUM=' SQL-REIM-NUM
                          ' UUID=' SQL-UUID-CUSTOMER
                       DELIMITED BY SIZE INTO EXC-KEY
                   IF SQL-CLOSE-DATE = SPACES
                       STRING 'EFFECTIVE_TO SET (MEMBER INACTIVE)'
                           DELIMITED BY SIZE INTO EXC-EXPECTED
                   ELSE
                       STRING 'EFFECTIVE_TO ' SQL-CLOSE-DATE
                              ' (MEMBER CLOSE DATE)'
                           DELIMITED BY SIZE INTO EXC-EXPECTED
                   END-IF
                   MOVE 'EFFECTIVE_TO NULL' TO EXC-FOUND
                   PERFORM 6100-WRITE-EXCEPTION
                      THRU END-6100-WRITE-EXCEPTION
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   PERFORM 6900-RULE-FAILED
                      THRU END-6900-RULE-FAILED
           END-EVALUATE.
       END-3210-FETCH-INACTIVE-CONTRACT.
           EXIT.

      ******************************************************************
      *    CONWIN: a consumption window still open must be one of the  *
      *    contract's anniversary cycles of the category's             *
      *    PERIOD_YEARS (1 with no rule row), as CEILING-CHECK cuts    *
      *    it. Closed windows were cut under the rule of their time    *
      *    and are left alone.                                         *
      ******************************************************************
       3300-RULE-CONSUMPTION-WINDOW.
           MOVE 3 TO WS-RULE-IDX.

           EXEC SQL
               DECLARE CRSR03 CURSOR FOR
               SELECT X.UUID_CUSTOMER, X.CLAIM_CATEGORY,
                      X.BENEFICIARY_SEQ, X.PERIOD_START_DATE,
                      X.PERIOD_END_DATE, R.REIMBURSEMENT_CREATE_DATE,
                      COALESCE(P.PERIOD_YEARS, 1)
               FROM CUSTOMER_REIMBURSEMENT_CONSUMPTION X
               JOIN CUSTOMER_REIMBURSEMENT R
                 ON R.UUID_CUSTOMER = X.UUID_CUSTOMER
                AND R.EFFECTIVE_TO IS NULL
               LEFT JOIN CATEGORY_PERIOD_RULE P
                 ON P.CLAIM_CATEGORY = X.CLAIM_CATEGORY
               WHERE X.PERIOD_END_DATE > :SQL-RUN-DATE
               ORDER BY X.UUID_CUSTOMER, X.CLAIM_CATEGORY,
                        X.BENEFICIARY_SEQ
           END-EXEC.

           EXEC SQL
               OPEN CRSR03
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3310-FETCH-CONSUMPTION
              THRU END-3310-FETCH-CONSUMPTION
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSR03
           END-EXEC.
       END-3300-RULE-CONSUMPTION-WINDOW.
           EXIT.

       3310-FETCH-CONSUMPTION.
           EXEC SQL
               FETCH CRSR03
               INTO :SQL-UUID-CUSTOMER, :SQL-CLAIM-CATEGORY,
                    :SQL-BENEFICIARY-SEQ, :SQL-PERIOD-START,
                    :SQL-PERIOD-END, :SQL-CREATE-DATE,
                    :SQL-PERIOD-YEARS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3320-CHECK-WINDOW
                      THRU END-3320-CHECK-WINDOW
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   PERFORM 6900-RULE-FAILED
                      THRU END-6900-RULE-FAILED
           END-EVALUATE.
       END-3310-FETCH-CONSUMPTION.
           EXIT.

      ******************************************************************
      *    The cycle the row's start date falls in, counted from the   *
      *    create date in steps of PERIOD_YEARS, running create MM-DD  *
      *    to create MM-DD - the same arithmetic as CEILING-CHECK's    *
      *    3250-COMPUTE-CATEGORY-WINDOW.                               *
      ******************************************************************
       3320-CHECK-WINDOW.
           IF SQL-PERIOD-YEARS = ZERO
               MOVE 1 TO SQL-PERIOD-YEARS
           END-IF.

           MOVE SQL-CREATE-DATE (1:4)  TO WS-CREATE-YEAR.
           MOVE SQL-PERIOD-START (1:4) TO WS-START-YEAR.

           COMPUTE WS-YEARS-SINCE = WS-START-YEAR - WS-CREATE-YEAR.
           IF SQL-PERIOD-START (6:5) < SQL-CREATE-DATE (6:5)
               SUBTRACT 1 FROM WS-YEARS-SINCE
           END-IF.
           IF WS-YEARS-SINCE < 0
               MOVE 0 TO WS-YEARS-SINCE
           END-IF.

           DIVIDE WS-YEARS-SINCE BY SQL-PERIOD-YEARS
               GIVING WS-CYCLE-COUNT.
           COMPUTE WS-EXPECT-START-YEAR =
               WS-CREATE-YEAR + (WS-CYCLE-COUNT * SQL-PERIOD-YEARS).
           COMPUTE WS-EXPECT-END-YEAR =
               WS-EXPECT-START-YEAR + SQL-PERIOD-YEARS.

           MOVE SPACES TO WS-EXPECT-START WS-EXPECT-END.
           STRING WS-EXPECT-START-YEAR '-' SQL-CREATE-DATE (6:5)
               DELIMITED BY SIZE INTO WS-EXPECT-START.
           STRING WS-EXPECT-END-YEAR '-' SQL-CREATE-DATE (6:5)
               DELIMITED BY SIZE INTO WS-EXPECT-END.

           IF WS-EXPECT-START = SQL-PERIOD-START
           AND WS-EXPECT-END = SQL-PERIOD-END
               GO TO END-3320-CHECK-WINDOW
           END-IF.

           PERFORM 6000-START-EXCEPTION
              THRU END-6000-START-EXCEPTION.
           STRING 'UUID=' SQL-UUID-CUSTOMER
                  ' CAT=' SQL-CLAIM-CATEGORY
                  ' SEQ=' SQL-BENEFICIARY-SEQ
                  ' START=' SQL-PERIOD-START
               DELIMITED BY SIZE INTO EXC-KEY.
           STRING 'WINDOW ' WS-EXPECT-START ' TO ' WS-EXPECT-END
                  ' (' SQL-PERIOD-YEARS ' YEAR CYCLE)'
               DELIMITED BY SIZE INTO EXC-EXPECTED.
           STRING 'WINDOW ' SQL-PERIOD-START ' TO ' SQL-PERIOD-END
               DELIMITED BY SIZE INTO EXC-FOUND.
           PERFORM 6100-WRITE-EXCEPTION
              THRU END-6100-WRITE-EXCEPTION.
       END-3320-CHECK-WINDOW.
           EXIT.

      ******************************************************************
      *    DNOPAY: SEPA-EXTRACT stamps CLAIM_PAYMENT_DATE when it      *
      *    marks a claim 'D'.                                          *
      ******************************************************************
       3400-RULE-DISBURSED-NO-DATE.
           MOVE 4 TO WS-RULE-IDX.

           EXEC SQL
               DECLARE CRSR04 CURSOR FOR
               SELECT CLAIM_ID, UUID_CUSTOMER
               FROM CLAIMS
               WHERE CLAIM_STATUS = 'D'
                 AND CLAIM_PAYMENT_DATE IS NULL
               ORDER BY CLAIM_ID
           END-EXEC.

           EXEC SQL
               OPEN CRSR04
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3410-FETCH-DISBURSED
              THRU END-3410-FETCH-DISBURSED
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSR04
           END-EXEC.
       END-3400-RULE-DISBURSED-NO-DATE.
           EXIT.

       3410-FETCH-DISBURSED.
           EXEC SQL
               FETCH CRSR04
               INTO :SQL-CLAIM-ID, :SQL-UUID-CUSTOMER
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 6000-START-EXCEPTION
                      THRU END-6000-START-EXCEPTION
                   STRING 'CLAIM_ID=' SQL-CLAIM-ID
                          ' UUID=' SQL-UUID-CUSTOMER
                       DELIMITED BY SIZE INTO EXC-KEY
                   MOVE 'CLAIM_PAYMENT_DATE SET ON A D CLAIM'
                       TO EXC-EXPECTED
                   MOVE 'CLAIM_PAYMENT_DATE NULL' TO EXC-FOUND
                   PERFORM 6100-WRITE-EXCEPTION
                      THRU END-6100-WRITE-EXCEPTION
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   PERFORM 6900-RULE-FAILED
                      THRU END-6900-RULE-FAILED
           END-EVALUATE.
       END-3410-FETCH-DISBURSED.
           EXIT.

      ******************************************************************
      *    TNORET: SEPA-RETURN stamps CLAIM_RETURN_DATE when it flips  *
      *    a bounced claim to 'T'.                                     *
      ******************************************************************
       3500-RULE-RETURNED-NO-DATE.
           MOVE 5 TO WS-RULE-IDX.

           EXEC SQL
               DECLARE CRSR05 CURSOR FOR
               SELECT CLAIM_ID, UUID_CUSTOMER
               FROM CLAIMS
               WHERE CLAIM_STATUS = 'T'
                 AND CLAIM_RETURN_DATE IS NULL
               ORDER BY CLAIM_ID
           END-EXEC.

           EXEC SQL
               OPEN CRSR05
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3510-FETCH-RETURNED
              THRU END-3510-FETCH-RETURNED
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSR05
           END-EXEC.
       END-3500-RULE-RETURNED-NO-DATE.
           EXIT.

       3510-FETCH-RETURNED.
           EXEC SQL
               FETCH CRSR05
               INTO :SQL-CLAIM-ID, :SQL-UUID-CUSTOMER
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 6000-START-EXCEPTION
                      THRU END-6000-START-EXCEPTION
                   STRING 'CLAIM_ID=' SQL-CLAIM-ID
                          ' UUID=' SQL-UUID-CUSTOMER
                       DELIMITED BY SIZE INTO EXC-KEY
                   MOVE 'CLAIM_RETURN_DATE SET ON A T CLAIM'
                       TO EXC-EXPECTED
                   MOVE 'CLAIM_RETURN_DATE NULL' TO EXC-FOUND
                   PERFORM 6100-WRITE-EXCEPTION
                      THRU END-6100-WRITE-EXCEPTION
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   PERFORM 6900-RULE-FAILED
                      THRU END-6900-RULE-FAILED
           END-EVALUATE.
       END-3510-FETCH-RETURNED.
           EXIT.

      ******************************************************************
      *    ORPREV: a reversal's original is still live or has been     *
      *    moved to CLAIMS_ARCHIVE by CLAIM-ARCHIVE - never gone.      *
      ******************************************************************
       3600-RULE-ORPHAN-REVERSAL.
           MOVE 6 TO WS-RULE-IDX.

           EXEC SQL
               DECLARE CRSR06 CURSOR FOR
               SELECT R.CLAIM_ID, R.CLAIM_ORIGINAL_ID
               FROM CLAIMS R
               WHERE R.CLAIM_ORIGINAL_ID IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIMS O
                      WHERE O.CLAIM_ID = R.CLAIM_ORIGINAL_ID)
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAIMS_ARCHIVE A
                      WHERE A.CLAIM_ID = R.CLAIM_ORIGINAL_ID)
               ORDER BY R.CLAIM_ID
           END-EXEC.

           EXEC SQL
               OPEN CRSR06
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3610-FETCH-REVERSAL
              THRU END-3610-FETCH-REVERSAL
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSR06
           END-EXEC.
       END-3600-RULE-ORPHAN-REVERSAL.
           EXIT.

       3610-FETCH-REVERSAL.
           EXEC SQL
               FETCH CRSR06
               INTO :SQL-CLAIM-ID, :SQL-ORIGINAL-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 6000-START-EXCEPTION
                      THRU END-6000-START-EXCEPTION
                   STRING 'CLAIM_ID=' SQL-CLAIM-ID
                       DELIMITED BY SIZE INTO EXC-KEY
                   MOVE 'ORIGINAL IN CLAIMS OR CLAIMS_ARCHIVE'
                       TO EXC-EXPECTED
                   STRING 'NONE FOR ' SQL-ORIGINAL-ID
                       DELIMITED BY SIZE INTO EXC-FOUND
                   PERFORM 6100-WRITE-EXCEPTION
                      THRU END-6100-WRITE-EXCEPTION
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   PERFORM 6900-RULE-FAILED
                      THRU END-6900-RULE-FAILED
           END-EVALUATE.
       END-3610-FETCH-REVERSAL.
           EXIT.

      ******************************************************************
      *    GRPINA: a GROUP_CODE on a customer names an active          *
      *    EMPLOYER_GROUP - PREMIUM-BILLING debits that group for      *
      *    them.                                                       *
      ******************************************************************
       3700-RULE-INACTIVE-GROUP.
           MOVE 7 TO WS-RULE-IDX.

           EXEC SQL
               DECLARE CRSR07 CURSOR FOR
               SELECT C.UUID_CUSTOMER, C.GROUP_CODE,
                      COALESCE(G.GROUP_ACTIVE, ' ')
               FROM CUSTOMER C
               LEFT JOIN EMPLOYER_GROUP G
                 ON G.GROUP_CODE = C.GROUP_CODE
               WHERE C.GROUP_CODE IS NOT NULL
                 AND (G.GROUP_CODE IS NULL
                      OR G.GROUP_ACTIVE <> 'Y')
               ORDER BY C.UUID_CUSTOMER
           END-EXEC.

           EXEC SQL
               OPEN CRSR07
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3710-FETCH-GROUP-MEMBER
              THRU END-3710-FETCH-GROUP-MEMBER
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSR07
           END-EXEC.
       END-3700-RULE-INACTIVE-GROUP.
           EXIT.

       3710-FETCH-GROUP-MEMBER.
           EXEC SQL
               FETCH CRSR07
               INTO :SQL-UUID-CUSTOMER, :SQL-GROUP-CODE,
                    :SQL-GROUP-ACTIVE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 6000-START-EXCEPTION
                      THRU END-6000-START-EXCEPTION
                   STRING 'UUID=' SQL-UUID-CUSTOMER
                       DELIMITED BY SIZE INTO EXC-KEY
                   STRING 'GROUP ' SQL-GROUP-CODE
                          ' ACTIVE, OR GROUP_CODE CLEARED'
                       DELIMITED BY SIZE INTO EXC-EXPECTED
                   IF SQL-GROUP-ACTIVE = SPACES
                       MOVE 'NO EMPLOYER_GROUP ROW' TO EXC-FOUND
                   ELSE
                       STRING 'GROUP_ACTIVE=' SQL-GROUP-ACTIVE
                           DELIMITED BY SIZE INTO EXC-FOUND
                   END-IF
                   PERFORM 6100-WRITE-EXCEPTION
                      THRU END-6100-WRITE-EXCEPTION
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   PERFORM 6900-RULE-FAILED
                      THRU END-6900-RULE-FAILED
           END-EVALUATE.
       END-3710-FETCH-GROUP-MEMBER.
           EXIT.

      ******************************************************************
      *    LEDCLS: nothing is billed for a month that starts after a   *
      *    closed member's CLOSE_DATE. MEMBER-TERMINATE pro-rates the  *
      *    month of the close and zeroes the unpaid months after it;   *
      *    a row still carrying an amount was billed after the close   *
      *    or paid before the close was keyed, and needs a refund.     *
      ******************************************************************
       3800-RULE-LEDGER-AFTER-CLOSE.
           MOVE 8 TO WS-RULE-IDX.

           EXEC SQL
               DECLARE CRSR08 CURSOR FOR
               SELECT L.UUID_CUSTOMER, L.BILL_PERIOD,
                      L.AMOUNT_BILLED, L.LEDGER_STATUS, C.CLOSE_DATE
               FROM PREMIUM_LEDGER L
               JOIN CUSTOMER C
                 ON C.UUID_CUSTOMER = L.UUID_CUSTOMER
               WHERE C.ACTIVE = 'N'
                 AND C.CLOSE_DATE IS NOT NULL
                 AND L.AMOUNT_BILLED > 0
                 AND CAST(L.BILL_PERIOD || '-01' AS DATE)
                     > C.CLOSE_DATE
               ORDER BY L.UUID_CUSTOMER, L.BILL_PERIOD
           END-EXEC.

           EXEC SQL
               OPEN CRSR08
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3810-FETCH-LEDGER
              THRU END-3810-FETCH-LEDGER
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSR08
           END-EXEC.
       END-3800-RULE-LEDGER-AFTER-CLOSE.
           EXIT.

       3810-FETCH-LEDGER.
           EXEC SQL
               FETCH CRSR08
               INTO :SQL-UUID-CUSTOMER, :SQL-BILL-PERIOD,
                    :SQL-AMOUNT-BILLED, :SQL-LEDGER-STATUS,
                    :SQL-CLOSE-DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 6000-START-EXCEPTION
                      THRU END-6000-START-EXCEPTION
                   STRING 'UUID=' SQL-UUID-CUSTOMER
                          ' BILL_PERIOD=' SQL-BILL-PERIOD
                       DELIMITED BY SIZE INTO EXC-KEY
                   STRING 'NOTHING BILLED AFTER CLOSE_DATE '
                          SQL-CLOSE-DATE
                       DELIMITED BY SIZE INTO EXC-EXPECTED
                   MOVE SQL-AMOUNT-BILLED TO WS-AMOUNT-EDIT
                   STRING 'AMOUNT_BILLED ' WS-AMOUNT-EDIT
                          ' STATUS ' SQL-LEDGER-STATUS
                       DELIMITED BY SIZE INTO EXC-FOUND
                   PERFORM 6100-WRITE-EXCEPTION
                      THRU END-6100-WRITE-EXCEPTION
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   PERFORM 6900-RULE-FAILED
                      THRU END-6900-RULE-FAILED
           END-EVALUATE.
       END-3810-FETCH-LEDGER.
           EXIT.

      ******************************************************************
      ******************************************************************
       6000-START-EXCEPTION.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE WS-RULE-CODE (WS-RULE-IDX)       TO EXC-RULE-CODE.
           MOVE WS-RULE-TABLE-NAME (WS-RULE-IDX) TO EXC-TABLE.
       END-6000-START-EXCEPTION.
           EXIT.

       6100-WRITE-EXCEPTION.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-RULE-COUNT (WS-RULE-IDX).
           ADD 1 TO WS-TOTAL-VIOLATIONS.
       END-6100-WRITE-EXCEPTION.
           EXIT.

      ******************************************************************
      *    A rule whose cursor fails is reported as not run: its       *
      *    count means nothing tonight and the step ends 'E'. The      *
      *    failed transaction is rolled back first (the rules only     *
      *    read), so the rules after it, the counts and the closing    *
      *    RUN_CONTROL update still run.                               *
      ******************************************************************
       6900-RULE-FAILED.
           DISPLAY 'INTCHK RULE ' WS-RULE-CODE (WS-RULE-IDX)
               ' FAILED:' SPACE SQLCODE.
           EXEC SQL ROLLBACK WORK END-EXEC.
           MOVE 'Y' TO WS-RULE-ERROR-SW (WS-RULE-IDX).
           SET WS-SWEEP-IN-ERROR TO TRUE.
           MOVE 8 TO RETURN-CODE.
           SET WS-END-OF-CURSOR TO TRUE.
       END-6900-RULE-FAILED.
           EXIT.

      ******************************************************************
      *    Tonight's count per rule, for tomorrow's trend. A rule that *
      *    failed gets no row, so the next sweep shows it as having    *
      *    no previous count rather than a false drop to zero.         *
      ******************************************************************
       7000-RECORD-RULE-COUNTS.
           MOVE ZERO TO WS-RULES-RUN.

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-MAX
               IF NOT WS-RULE-FAILED (WS-RULE-IDX)
                   ADD 1 TO WS-RULES-RUN
                   MOVE WS-RULE-CODE (WS-RULE-IDX) TO SQL-RULE-CODE
                   MOVE WS-RULE-COUNT (WS-RULE-IDX)
                       TO SQL-VIOLATION-COUNT
                   EXEC SQL
                       INSERT INTO INTEGRITY_RULE_COUNT
                           (RUN_DATE, RULE_CODE, VIOLATION_COUNT)
                       VALUES
                           (:SQL-RUN-DATE, :SQL-RULE-CODE,
                            :SQL-VIOLATION-COUNT)
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY 'ERROR WRITING INTEGRITY_RULE_COUNT '
                           SQL-RULE-CODE ':' SPACE SQLCODE
                       SET WS-SWEEP-IN-ERROR TO TRUE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.
       END-7000-RECORD-RULE-COUNTS.
           EXIT.

       7400-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY (1:4) '-' WS-TODAY (5:2) '-' WS-TODAY (7:2)
                  '-' WS-TODAY (9:2) '.' WS-TODAY (11:2) '.'
                  WS-TODAY (13:2)
               DELIMITED BY SIZE INTO SQL-TIMESTAMP.
       END-7400-BUILD-TIMESTAMP.
           EXIT.

      ******************************************************************
      *    Violations do not fail the step - finding them is its job.  *
      *    Only a rule that could not be run does.                     *
      ******************************************************************
       7500-RECORD-STEP-END.
           PERFORM 7400-BUILD-TIMESTAMP
              THRU END-7400-BUILD-TIMESTAMP.

           IF WS-SWEEP-IN-ERROR
               MOVE 'E' TO SQL-STEP-STATUS
           ELSE
               MOVE 'C' TO SQL-STEP-STATUS
           END-IF.

           MOVE WS-RULES-RUN        TO SQL-RULES-RUN.
           MOVE WS-TOTAL-VIOLATIONS TO SQL-VIOLATION-COUNT.

           EXEC SQL
               UPDATE RUN_CONTROL
               SET STEP_END = :SQL-TIMESTAMP,
                   STEP_STATUS = :SQL-STEP-STATUS,
                   CLAIMS_READ = :SQL-RULES-RUN,
                   EXCEPTION_COUNT = :SQL-VIOLATION-COUNT
               WHERE RUN_DATE  = :SQL-RUN-DATE
                 AND STEP_NAME = 'INTCHK'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR UPDATING RUN_CONTROL:' SPACE SQLCODE
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
       END-7500-RECORD-STEP-END.
           EXIT.

      ******************************************************************
      *    One line per rule: tonight, previous sweep, change, and a   *
      *    trend word - NEW when a rule that was clean starts finding  *
      *    rows, UP/DOWN otherwise.                                    *
      ******************************************************************
       7800-PRINT-TREND.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-PREVIOUS-DATE = SPACES
               STRING 'PREVIOUS SWEEP : NONE COMPLETED'
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING 'PREVIOUS SWEEP : ' WS-PREVIOUS-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES          TO WS-REPORT-LINE.
           MOVE 'RULE'          TO RPT-RULE-CODE.
           MOVE 'TABLE'         TO RPT-TABLE.
           MOVE 'CHECK'         TO RPT-TEXT.
           MOVE 'TONIGHT'       TO RPT-TONIGHT.
           MOVE 'PREVIOU'       TO RPT-PREVIOUS.
           MOVE '  CHANGE'      TO RPT-CHANGE.
           MOVE 'TREND'         TO RPT-TREND.
           MOVE WS-REPORT-LINE  TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-MAX
               PERFORM 7810-PRINT-RULE-LINE
                  THRU END-7810-PRINT-RULE-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-VIOLATIONS TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'TOTAL VIOLATIONS : ' WS-COUNT-EDIT
                  '   (ONE LINE EACH IN ' WS-EXCEPTION-PATH (1:10)
                  ')'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-7800-PRINT-TREND.
           EXIT.

       7810-PRINT-RULE-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RULE-CODE (WS-RULE-IDX)       TO RPT-RULE-CODE.
           MOVE WS-RULE-TABLE-NAME (WS-RULE-IDX) TO RPT-TABLE.
           MOVE WS-RULE-TEXT (WS-RULE-IDX)       TO RPT-TEXT.

           IF WS-RULE-FAILED (WS-RULE-IDX)
               MOVE 'NOT RUN' TO RPT-TONIGHT
               MOVE 'RULE FAILED' TO RPT-TREND
           ELSE
               MOVE WS-RULE-COUNT (WS-RULE-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO RPT-TONIGHT
           END-IF.

           IF WS-RULE-HAS-PREV (WS-RULE-IDX)
               MOVE WS-RULE-PREV-COUNT (WS-RULE-IDX) TO WS-PREV-EDIT
               MOVE WS-PREV-EDIT TO RPT-PREVIOUS
           ELSE
               MOVE '    N/A' TO RPT-PREVIOUS
           END-IF.

           IF NOT WS-RULE-FAILED (WS-RULE-IDX)
           AND WS-RULE-HAS-PREV (WS-RULE-IDX)
               PERFORM 7820-SET-TREND
                  THRU END-7820-SET-TREND
           END-IF.

           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-7810-PRINT-RULE-LINE.
           EXIT.

      ******************************************************************
      ******************************************************************
       7820-SET-TREND.
           COMPUTE WS-CHANGE = WS-RULE-COUNT (WS-RULE-IDX)
               - WS-RULE-PREV-COUNT (WS-RULE-IDX).
           MOVE WS-CHANGE TO WS-CHANGE-EDIT.
           MOVE WS-CHANGE-EDIT TO RPT-CHANGE.

           EVALUATE TRUE
               WHEN WS-CHANGE > 0
               AND WS-RULE-PREV-COUNT (WS-RULE-IDX) = 0
                   MOVE 'NEW  <<<' TO RPT-TREND
               WHEN WS-CHANGE > 0
                   MOVE 'UP   <<<' TO RPT-TREND
               WHEN WS-CHANGE < 0
                   MOVE 'DOWN' TO RPT-TREND
               WHEN OTHER
                   MOVE 'SAME' TO RPT-TREND
           END-EVALUATE.
       END-7820-SET-TREND.
           EXIT.

      ******************************************************************
      ******************************************************************
       8000-FINALIZE.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           IF WS-GATE-REFUSED
               DISPLAY 'INTCHK REFUSED OR IN ERROR - NO REPORT WRITTEN'
           ELSE
               CLOSE REPORT-FILE
           END-IF.

           DISPLAY 'INTCHK RULES RUN ' WS-RULES-RUN.
           DISPLAY 'INTCHK VIOLATIONS ' WS-TOTAL-VIOLATIONS.
       END-8000-FINALIZE.
           EXIT.
