      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctrnwl.
       AUTHOR. Martial.

      ******************************************************************
      *    Monthly batch: contract anniversary renewal. A contract     *
      *    renews each year on the anniversary of its                  *
      *    REIMBURSEMENT_CREATE_DATE - a group member on the           *
      *    anniversary of the group's GROUP_CREATE_DATE - and the      *
      *    member must be told the new terms two months ahead. Three   *
      *    passes per run:                                             *
      *      - apply: every CONTRACT_RENEWAL noticed earlier whose     *
      *        RENEWAL_DATE has come puts the COVERAGE_PLAN ceilings   *
      *        of the coming year on the contract - a new              *
      *        CUSTOMER_REIMBURSEMENT version effective at the         *
      *        renewal date, MODIFY-CONTRACT style, audited per        *
      *        ceiling - when they differ from the current ones;       *
      *      - members: every individual contract whose anniversary    *
      *        falls in the next two months and has not been noticed   *
      *        yet gets a CONTRACT_RENEWAL row and a renewal notice    *
      *        comparing the current and the new monthly premium       *
      *        (both priced by PREMIUM-RATE, the way PREMIUM-BILLING   *
      *        will bill them) and the current and new ceilings;       *
      *      - groups: the same for every active employer group, one   *
      *        CONTRACT_RENEWAL row per member on the roster and a     *
      *        single notice to the employer with the old and new      *
      *        consolidated debit.                                     *
      *    The anniversary month two months out is the normal case;    *
      *    the next month is looked at too so a contract missed by     *
      *    a skipped run or a missing rate row is still noticed, late  *
      *    rather than never. The premium itself needs nothing         *
      *    applied: PREMIUM-BILLING prices every month from the        *
      *    anniversary. Notices go to ctrnwl.prt in MEMBER-LETTERS'    *
      *    print style.                                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRINT-PATH            PIC X(100) VALUE 'ctrnwl.prt'.
       01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.

       01  WS-COMMIT-INTERVAL       PIC 9(05) VALUE 200.
       01  WS-NOTICES-SINCE-COMMIT  PIC 9(05) VALUE 0.
       01  WS-TOTAL-APPLIED         PIC 9(09) VALUE 0.
       01  WS-TOTAL-VERSIONED       PIC 9(09) VALUE 0.
       01  WS-TOTAL-CANCELLED       PIC 9(09) VALUE 0.
       01  WS-TOTAL-MEMBER-NOTICES  PIC 9(09) VALUE 0.
       01  WS-TOTAL-GROUP-NOTICES   PIC 9(09) VALUE 0.
       01  WS-TOTAL-GROUP-MEMBERS   PIC 9(09) VALUE 0.
       01  WS-TOTAL-SKIPPED         PIC 9(09) VALUE 0.
       01  WS-TOTAL-ERRORS          PIC 9(09) VALUE 0.

       01  WS-RUN-DATE              PIC X(10).
       01  WS-TODAY                 PIC X(21).

       01  WS-ABORT-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-RUN-ABORTED            VALUE 'Y'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR          VALUE 'Y'.
       01  WS-GROUP-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-END-OF-GROUP-CURSOR    VALUE 'Y'.
       01  WS-ROSTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
           88 WS-END-OF-ROSTER          VALUE 'Y'.
       01  WS-PRICED-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-RENEWAL-PRICED         VALUE 'Y'.
       01  WS-PLAN-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-PLAN-FOUND             VALUE 'Y'.
       01  WS-CHANGE-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-CEILINGS-CHANGED       VALUE 'Y'.

      *    The two anniversary months looked at: (1) next month, for
      *    catch-up, and (2) the month after, the normal notice.
       01  WS-CALC-YEAR             PIC 9(04).
       01  WS-CALC-MONTH            PIC 9(02).
       01  WS-WINDOW-TABLE.
           03 WS-WINDOW-ENTRY OCCURS 2 TIMES.
              05 WS-WIN-YEAR        PIC 9(04).
              05 WS-WIN-MONTH       PIC 9(02).

      *    One renewal: the anniversary date it renews on, the month
      *    billed at the new rate and the last month at the old one.
       01  WS-ANCHOR-DATE           PIC X(10).
       01  WS-ANCHOR-MONTH          PIC 9(02).
       01  WS-ANNIVERSARY-MMDD      PIC X(05).
       01  WS-RENEWAL-YEAR          PIC 9(04).
       01  WS-RENEWAL-DATE          PIC X(10).
       01  WS-RENEWAL-PERIOD        PIC X(07).
       01  WS-PRIOR-PERIOD          PIC X(07).
       01  WS-VERSION-DATE          PIC X(10).

       01  WS-OLD-PREMIUM           PIC 9(07)V99.
       01  WS-NEW-PREMIUM           PIC 9(07)V99.
       01  WS-GROUP-OLD-TOTAL       PIC 9(07)V99.
       01  WS-GROUP-NEW-TOTAL       PIC 9(07)V99.
       01  WS-GROUP-MEMBERS         PIC 9(05).
       01  WS-PREMIUM-CHANGE        PIC S9(07)V99.

       01  WS-MEMBER-NAME           PIC X(41).
       01  WS-AMOUNT-EDIT           PIC Z(6)9.99.
       01  WS-NEW-AMOUNT-EDIT       PIC Z(6)9.99.
       01  WS-CHANGE-EDIT           PIC +(6)9.99.
       01  WS-CEIL-OLD-EDIT         PIC ZZ9.
       01  WS-CEIL-NEW-EDIT         PIC ZZ9.
       01  WS-MEMBERS-EDIT          PIC ZZZZ9.

      ******************************************************************
      *    The eight ceilings, current against coming year: printed    *
      *    on the notices and compared when a renewal is applied.      *
      ******************************************************************
       01  WS-CEIL-IDX              PIC 9(02).
       01  WS-CEIL-TABLE.
           03 WS-CEIL-ENTRY OCCURS 8 TIMES.
              05 WS-CEIL-COLUMN     PIC X(33).
              05 WS-CEIL-LABEL      PIC X(20).
              05 WS-CEIL-OLD        PIC 9(03).
              05 WS-CEIL-NEW        PIC 9(03).

       01  WS-NEW-REIM-NUM          PIC X(10).
       01  WS-REIM-SEQ              PIC 9(04) VALUE 0.

       01  WS-OPERATOR-ID           PIC X(20) VALUE 'CONTRACT-RENEWAL'.

           COPY 'audit-ws.cpy'.
           COPY 'rate-ws.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC X(05) VALUE 'cobol'.
       01  PASSWD   PIC X(10) VALUE 'cbl85'.

       01  SQL-RUN-DATE              PIC X(10).
       01  SQL-WINDOW-START          PIC X(10).
       01  SQL-MONTH-1               PIC 9(02).
       01  SQL-MONTH-2               PIC 9(02).

       01  SQL-UUID-CUSTOMER         PIC X(36).
       01  SQL-CUS-LASTNAME          PIC X(20).
       01  SQL-CUS-FIRSTNAME         PIC X(20).
       01  SQL-CUS-ADRESS1           PIC X(50).
       01  SQL-CUS-ADRESS2           PIC X(50).
       01  SQL-CUS-ZIPCODE           PIC X(15).
       01  SQL-CUS-TOWN              PIC X(30).
       01  SQL-CUS-COUNTRY           PIC X(20).
       01  SQL-CUS-COUPLE            PIC X(05).
       01  SQL-COVERAGE-LEVEL        PIC X(03).
           COPY 'reimb-sql.cpy'.

       01  SQL-CHILDREN              PIC 9(03).
       01  SQL-HOUSEHOLD-TYPE        PIC X(06).
       01  SQL-RENEWAL-DATE          PIC X(10).
       01  SQL-RENEWAL-GROUP         PIC X(10).
       01  SQL-RENEWAL-LEVEL         PIC X(03).
       01  SQL-OLD-PREMIUM           PIC 9(05)V99.
       01  SQL-NEW-PREMIUM           PIC 9(05)V99.
       01  SQL-NEW-RATE-FROM         PIC X(10).
       01  SQL-VERSION-DATE          PIC X(10).
       01  SQL-NEW-REIM-NUM          PIC X(10).
       01  SQL-REIM-PREFIX           PIC X(07).
       01  SQL-REIM-MAX-SEQ          PIC X(04).

       01  SQL-PLAN-DOCTOR           PIC 9(03).
       01  SQL-PLAN-PARMEDICAL       PIC 9(03).
       01  SQL-PLAN-HOSPITAL         PIC 9(03).
       01  SQL-PLAN-S-GLASSES        PIC 9(03).
       01  SQL-PLAN-P-GLASSES        PIC 9(03).
       01  SQL-PLAN-MOLAR            PIC 9(03).
       01  SQL-PLAN-NON-MOLAR        PIC 9(03).
       01  SQL-PLAN-DESCALINGS       PIC 9(03).

       01  SQL-OLD-PLAN-DOCTOR       PIC 9(03).
       01  SQL-OLD-PLAN-PARMEDICAL   PIC 9(03).
       01  SQL-OLD-PLAN-HOSPITAL     PIC 9(03).
       01  SQL-OLD-PLAN-S-GLASSES    PIC 9(03).
       01  SQL-OLD-PLAN-P-GLASSES    PIC 9(03).
       01  SQL-OLD-PLAN-MOLAR        PIC 9(03).
       01  SQL-OLD-PLAN-NON-MOLAR    PIC 9(03).
       01  SQL-OLD-PLAN-DESCALINGS   PIC 9(03).

       01  SQL-GROUP-CODE            PIC X(10).
       01  SQL-GROUP-NAME            PIC X(40).
       01  SQL-GROUP-ADRESS1         PIC X(50).
       01  SQL-GROUP-ZIPCODE         PIC X(15).
       01  SQL-GROUP-TOWN            PIC X(30).
       01  SQL-GROUP-LEVEL           PIC X(03).
       01  SQL-GROUP-CREATE-DATE     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-START-MAIN.
           PERFORM 1000-INITIALIZE
              THRU END-1000-INITIALIZE.

           IF NOT WS-RUN-ABORTED
               PERFORM 2000-APPLY-RENEWALS
                  THRU END-2000-APPLY-RENEWALS
               PERFORM 3000-NOTICE-MEMBERS
                  THRU END-3000-NOTICE-MEMBERS
               PERFORM 5000-NOTICE-GROUPS
                  THRU END-5000-NOTICE-GROUPS
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

           MOVE WS-TODAY(1:4) TO WS-CALC-YEAR.
           MOVE WS-TODAY(5:2) TO WS-CALC-MONTH.
           PERFORM 1100-NEXT-MONTH
              THRU END-1100-NEXT-MONTH.
           MOVE WS-CALC-YEAR  TO WS-WIN-YEAR (1).
           MOVE WS-CALC-MONTH TO WS-WIN-MONTH (1).
           PERFORM 1100-NEXT-MONTH
              THRU END-1100-NEXT-MONTH.
           MOVE WS-CALC-YEAR  TO WS-WIN-YEAR (2).
           MOVE WS-CALC-MONTH TO WS-WIN-MONTH (2).

           MOVE WS-WIN-MONTH (1) TO SQL-MONTH-1.
           MOVE WS-WIN-MONTH (2) TO SQL-MONTH-2.
           STRING WS-WIN-YEAR (1) '-' WS-WIN-MONTH (1) '-01'
               DELIMITED BY SIZE INTO SQL-WINDOW-START.

           PERFORM 1200-LOAD-CEILING-LABELS
              THRU END-1200-LOAD-CEILING-LABELS.

           OPEN OUTPUT PRINT-FILE.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'CONTRACT RENEWAL NOTICE STREAM OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'CTRNWL CANNOT CONNECT:' SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-RUN-ABORTED TO TRUE
               GO TO END-1000-INITIALIZE
           END-IF.

           PERFORM 1300-SEED-REIM-SEQ
              THRU END-1300-SEED-REIM-SEQ.

           DISPLAY 'CTRNWL NOTICING ANNIVERSARIES FROM '
               SQL-WINDOW-START ' TO END OF ' WS-WIN-YEAR (2) '-'
               WS-WIN-MONTH (2).
       END-1000-INITIALIZE.
           EXIT.

       1100-NEXT-MONTH.
           IF WS-CALC-MONTH = 12
               ADD 1 TO WS-CALC-YEAR
               MOVE 1 TO WS-CALC-MONTH
           ELSE
               ADD 1 TO WS-CALC-MONTH
           END-IF.
       END-1100-NEXT-MONTH.
           EXIT.

      ******************************************************************
      ******************************************************************
       1200-LOAD-CEILING-LABELS.
           MOVE 'REIMBURSEMENT_DOCTOR'     TO WS-CEIL-COLUMN (1).
           MOVE 'DOCTOR'                   TO WS-CEIL-LABEL (1).
           MOVE 'REIMBURSEMENT_PARMEDICAL' TO WS-CEIL-COLUMN (2).
           MOVE 'PARMEDICAL'               TO WS-CEIL-LABEL (2).
           MOVE 'REIMBURSEMENT_HOSPITAL'   TO WS-CEIL-COLUMN (3).
           MOVE 'HOSPITAL'                 TO WS-CEIL-LABEL (3).
           MOVE 'REIMBURSEMENT_SINGLE_GLASSES'
                                            TO WS-CEIL-COLUMN (4).
           MOVE 'SINGLE GLASSES'            TO WS-CEIL-LABEL (4).
           MOVE 'REIMBURSEMENT_PROGRESSIVE_GLASSES'
                                            TO WS-CEIL-COLUMN (5).
           MOVE 'PROGRESSIVE GLASSES'       TO WS-CEIL-LABEL (5).
           MOVE 'REIMBURSEMENT_MOLAR_CROWNS'
                                            TO WS-CEIL-COLUMN (6).
           MOVE 'MOLAR CROWNS'              TO WS-CEIL-LABEL (6).
           MOVE 'REIMBURSEMENT_NON_MOLAR_CROWNS'
                                            TO WS-CEIL-COLUMN (7).
           MOVE 'NON MOLAR CROWNS'          TO WS-CEIL-LABEL (7).
           MOVE 'REIMBURSEMENT_DESCALINGS'  TO WS-CEIL-COLUMN (8).
           MOVE 'DESCALINGS'                TO WS-CEIL-LABEL (8).
       END-1200-LOAD-CEILING-LABELS.
           EXIT.

      ******************************************************************
      *    Contract versions numbered today by an earlier run (a rerun *
      *    after a failure, say) keep their numbers: the in-run        *
      *    sequence carries on from the highest one on file.           *
      ******************************************************************
       1300-SEED-REIM-SEQ.
           MOVE 0 TO WS-REIM-SEQ.
           STRING 'R' WS-TODAY (4:5) '%'
               DELIMITED BY SIZE INTO SQL-REIM-PREFIX.

           EXEC SQL
               SELECT COALESCE(MAX(SUBSTR(REIMBURSEMENT_NUM, 7, 4)),
                               '0000')
               INTO :SQL-REIM-MAX-SEQ
               FROM CUSTOMER_REIMBURSEMENT
               WHERE REIMBURSEMENT_NUM LIKE :SQL-REIM-PREFIX
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'CTRNWL CANNOT READ CONTRACT NUMBERS:'
                   SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-RUN-ABORTED TO TRUE
               GO TO END-1300-SEED-REIM-SEQ
           END-IF.

           IF SQL-REIM-MAX-SEQ IS NUMERIC
               MOVE SQL-REIM-MAX-SEQ TO WS-REIM-SEQ
           END-IF.
       END-1300-SEED-REIM-SEQ.
           EXIT.

      ******************************************************************
      *    Renewals noticed earlier whose date has come. Each one is   *
      *    its own unit of work, so a failure rolls back that contract *
      *    alone and leaves it 'N' for the next run.                   *
      ******************************************************************
       2000-APPLY-RENEWALS.
           EXEC SQL
               DECLARE CRSAPL CURSOR WITH HOLD FOR
               SELECT UUID_CUSTOMER, RENEWAL_DATE, COVERAGE_LEVEL,
                      PLAN_DOCTOR, PLAN_PARMEDICAL, PLAN_HOSPITAL,
                      PLAN_SINGLE_GLASSES, PLAN_PROGRESSIVE_GLASSES,
                      PLAN_MOLAR_CROWNS, PLAN_NON_MOLAR_CROWNS,
                      PLAN_DESCALINGS
               FROM CONTRACT_RENEWAL
               WHERE RENEWAL_STATUS = 'N'
                 AND RENEWAL_DATE <= :SQL-RUN-DATE
               ORDER BY RENEWAL_DATE, UUID_CUSTOMER
           END-EXEC.

           EXEC SQL
               OPEN CRSAPL
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2100-FETCH-DUE-RENEWAL
              THRU END-2100-FETCH-DUE-RENEWAL
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSAPL
           END-EXEC.
       END-2000-APPLY-RENEWALS.
           EXIT.

      ******************************************************************
      ******************************************************************
       2100-FETCH-DUE-RENEWAL.
           EXEC SQL
               FETCH CRSAPL
               INTO :SQL-UUID-CUSTOMER, :SQL-RENEWAL-DATE,
                    :SQL-RENEWAL-LEVEL,
                    :SQL-PLAN-DOCTOR, :SQL-PLAN-PARMEDICAL,
                    :SQL-PLAN-HOSPITAL, :SQL-PLAN-S-GLASSES,
                    :SQL-PLAN-P-GLASSES, :SQL-PLAN-MOLAR,
                    :SQL-PLAN-NON-MOLAR, :SQL-PLAN-DESCALINGS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 2200-APPLY-ONE-RENEWAL
                      THRU END-2200-APPLY-ONE-RENEWAL
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSAPL:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.
       END-2100-FETCH-DUE-RENEWAL.
           EXIT.

      ******************************************************************
      *    A contract closed since the notice (member terminated or    *
      *    left the group) has nothing to renew: the row becomes 'C'.  *
      *    A contract whose level was changed since the notice takes   *
      *    the plan of its current level instead of the noticed one.   *
      ******************************************************************
       2200-APPLY-ONE-RENEWAL.
           EXEC SQL
               SELECT REIMBURSEMENT_NUM, REIMBURSEMENT_CREATE_DATE,
                      REIMBURSEMENT_DOCTOR,
                      REIMBURSEMENT_PARMEDICAL,
                      REIMBURSEMENT_HOSPITAL,
                      REIMBURSEMENT_SINGLE_GLASSES,
                      REIMBURSEMENT_PROGRESSIVE_GLASSES,
                      REIMBURSEMENT_MOLAR_CROWNS,
                      REIMBURSEMENT_NON_MOLAR_CROWNS,
                      REIMBURSEMENT_DESCALINGS,
                      COALESCE(COVERAGE_LEVEL, 'STD'),
                      EFFECTIVE_FROM
               INTO :SQL-REIM-NUM, :SQL-CREATE-DATE,
                    :SQL-DOCTOR, :SQL-PARMEDICAL, :SQL-HOSPITAL,
                    :SQL-S-GLASSES, :SQL-P-GLASSES, :SQL-MOLAR,
                    :SQL-NON-MOLAR, :SQL-DESCALINGS,
                    :SQL-COVERAGE-LEVEL, :SQL-EFFECTIVE-FROM
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND EFFECTIVE_TO IS NULL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   EXEC SQL
                       UPDATE CONTRACT_RENEWAL
                       SET RENEWAL_STATUS = 'C',
                           APPLIED_DATE = :SQL-RUN-DATE
                       WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                         AND RENEWAL_DATE = :SQL-RENEWAL-DATE
                   END-EXEC
                   EXEC SQL COMMIT WORK END-EXEC
                   ADD 1 TO WS-TOTAL-CANCELLED
                   GO TO END-2200-APPLY-ONE-RENEWAL
               WHEN OTHER
                   DISPLAY 'ERROR READING CONTRACT OF '
                       SQL-UUID-CUSTOMER ':' SPACE SQLCODE
                   ADD 1 TO WS-TOTAL-ERRORS
                   EXEC SQL ROLLBACK WORK END-EXEC
                   GO TO END-2200-APPLY-ONE-RENEWAL
           END-EVALUATE.

           IF SQL-COVERAGE-LEVEL NOT = SQL-RENEWAL-LEVEL
               PERFORM 6300-READ-NEW-PLAN
                  THRU END-6300-READ-NEW-PLAN
               IF NOT WS-PLAN-FOUND
                   DISPLAY 'CTRNWL NO COVERAGE_PLAN FOR LEVEL='
                       SQL-COVERAGE-LEVEL ' AT ' SQL-RENEWAL-DATE
                       ' - RENEWAL OF ' SQL-UUID-CUSTOMER ' HELD'
                   ADD 1 TO WS-TOTAL-SKIPPED
                   GO TO END-2200-APPLY-ONE-RENEWAL
               END-IF
           END-IF.

           PERFORM 6700-SET-OLD-FROM-CONTRACT
              THRU END-6700-SET-OLD-FROM-CONTRACT.
           PERFORM 6600-SET-NEW-FROM-PLAN
              THRU END-6600-SET-NEW-FROM-PLAN.

           MOVE 'N' TO WS-CHANGE-SWITCH.
           PERFORM VARYING WS-CEIL-IDX FROM 1 BY 1
                   UNTIL WS-CEIL-IDX > 8
               IF WS-CEIL-OLD (WS-CEIL-IDX) NOT =
                  WS-CEIL-NEW (WS-CEIL-IDX)
                   SET WS-CEILINGS-CHANGED TO TRUE
               END-IF
           END-PERFORM.

           IF WS-CEILINGS-CHANGED AND WS-REIM-SEQ NOT < 9999
               DISPLAY 'CTRNWL NO CONTRACT NUMBER LEFT FOR TODAY'
                   ' - RENEWAL OF ' SQL-UUID-CUSTOMER ' HELD'
               ADD 1 TO WS-TOTAL-SKIPPED
               GO TO END-2200-APPLY-ONE-RENEWAL
           END-IF.

           IF WS-CEILINGS-CHANGED
               PERFORM 2300-VERSION-CONTRACT
                  THRU END-2300-VERSION-CONTRACT
               IF SQLCODE NOT = ZERO
                   DISPLAY 'ERROR RENEWING CONTRACT OF '
                       SQL-UUID-CUSTOMER ':' SPACE SQLCODE
                   ADD 1 TO WS-TOTAL-ERRORS
                   EXEC SQL ROLLBACK WORK END-EXEC
                   GO TO END-2200-APPLY-ONE-RENEWAL
               END-IF
               PERFORM 2400-WRITE-AUDIT-ROWS
                  THRU END-2400-WRITE-AUDIT-ROWS
               ADD 1 TO WS-TOTAL-VERSIONED
           END-IF.

           EXEC SQL
               UPDATE CONTRACT_RENEWAL
               SET RENEWAL_STATUS = 'A',
                   APPLIED_DATE = :SQL-RUN-DATE
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND RENEWAL_DATE = :SQL-RENEWAL-DATE
           END-EXEC.

           IF SQLCODE = ZERO
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-TOTAL-APPLIED
           ELSE
               DISPLAY 'ERROR MARKING RENEWAL OF '
                   SQL-UUID-CUSTOMER ':' SPACE SQLCODE
               ADD 1 TO WS-TOTAL-ERRORS
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.
       END-2200-APPLY-ONE-RENEWAL.
           EXIT.

      ******************************************************************
      *    Closes the current row and INSERTs the renewed one, as      *
      *    MODIFY-CONTRACT does, effective at the renewal date so      *
      *    claims cared for since are checked against the new          *
      *    ceilings. A contract amended after its renewal date takes   *
      *    the new version from the run date instead.                  *
      *    REIMBURSEMENT_CREATE_DATE is carried forward unchanged.     *
      ******************************************************************
       2300-VERSION-CONTRACT.
           MOVE SQL-RENEWAL-DATE TO WS-VERSION-DATE.
           IF SQL-EFFECTIVE-FROM > SQL-RENEWAL-DATE
               MOVE WS-RUN-DATE TO WS-VERSION-DATE
           END-IF.
           MOVE WS-VERSION-DATE TO SQL-VERSION-DATE.

      *    'R' + last digit of the year, month, day + a sequence
      *    carried on from today's highest (1300): never a
      *    UUID-prefixed MODIFY-CONTRACT number.
           ADD 1 TO WS-REIM-SEQ.
           STRING 'R' WS-TODAY (4:5) WS-REIM-SEQ
               DELIMITED BY SIZE INTO WS-NEW-REIM-NUM.
           MOVE WS-NEW-REIM-NUM TO SQL-NEW-REIM-NUM.

           EXEC SQL
               UPDATE CUSTOMER_REIMBURSEMENT
               SET EFFECTIVE_TO = :SQL-VERSION-DATE
               WHERE REIMBURSEMENT_NUM = :SQL-REIM-NUM
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-2300-VERSION-CONTRACT
           END-IF.

           EXEC SQL
               INSERT INTO CUSTOMER_REIMBURSEMENT
                   (REIMBURSEMENT_NUM, UUID_CUSTOMER,
                    REIMBURSEMENT_CREATE_DATE,
                    REIMBURSEMENT_DOCTOR,
                    REIMBURSEMENT_PARMEDICAL,
                    REIMBURSEMENT_HOSPITAL,
                    REIMBURSEMENT_SINGLE_GLASSES,
                    REIMBURSEMENT_PROGRESSIVE_GLASSES,
                    REIMBURSEMENT_MOLAR_CROWNS,
                    REIMBURSEMENT_NON_MOLAR_CROWNS,
                    REIMBURSEMENT_DESCALINGS, COVERAGE_LEVEL,
                    EFFECTIVE_FROM, EFFECTIVE_TO)
               VALUES
                   (:SQL-NEW-REIM-NUM, :SQL-UUID-CUSTOMER,
                    :SQL-CREATE-DATE, :SQL-PLAN-DOCTOR,
                    :SQL-PLAN-PARMEDICAL, :SQL-PLAN-HOSPITAL,
                    :SQL-PLAN-S-GLASSES, :SQL-PLAN-P-GLASSES,
                    :SQL-PLAN-MOLAR, :SQL-PLAN-NON-MOLAR,
                    :SQL-PLAN-DESCALINGS, :SQL-COVERAGE-LEVEL,
                    :SQL-VERSION-DATE, NULL)
           END-EXEC.
       END-2300-VERSION-CONTRACT.
           EXIT.

      ******************************************************************
      *    One AUDIT_TRAIL row per ceiling the renewal changed, in     *
      *    the same unit of work as the new contract version.          *
      ******************************************************************
       2400-WRITE-AUDIT-ROWS.
           PERFORM VARYING WS-CEIL-IDX FROM 1 BY 1
                   UNTIL WS-CEIL-IDX > 8
               IF WS-CEIL-OLD (WS-CEIL-IDX) NOT =
                  WS-CEIL-NEW (WS-CEIL-IDX)
                   MOVE 'CUSTOMER_REIMBURSEMENT'
                       TO WS-AUDIT-TABLE-NAME
                   MOVE SQL-UUID-CUSTOMER    TO WS-AUDIT-KEY-UUID
                   MOVE WS-CEIL-COLUMN (WS-CEIL-IDX)
                       TO WS-AUDIT-FIELD-NAME
                   MOVE WS-CEIL-OLD (WS-CEIL-IDX)
                       TO WS-AUDIT-OLD-VALUE
                   MOVE WS-CEIL-NEW (WS-CEIL-IDX)
                       TO WS-AUDIT-NEW-VALUE
                   MOVE WS-OPERATOR-ID       TO WS-AUDIT-OPERATOR-ID
                   CALL 'audtrl' USING WS-AUDIT-ENTRY
                   END-CALL
               END-IF
           END-PERFORM.
       END-2400-WRITE-AUDIT-ROWS.
           EXIT.

      ******************************************************************
      *    Current individual contracts of active members whose        *
      *    anniversary falls in the window, at least a year old by     *
      *    then, and not yet noticed for it. Group members renew with  *
      *    their group.                                                *
      ******************************************************************
       3000-NOTICE-MEMBERS.
           EXEC SQL
               DECLARE CRSIND CURSOR WITH HOLD FOR
               SELECT C.UUID_CUSTOMER, C.LASTNAME, C.FIRSTNAME,
                      COALESCE(C.ADRESS1, ' '),
                      COALESCE(C.ADRESS2, ' '),
                      COALESCE(C.ZIPCODE, ' '), COALESCE(C.TOWN, ' '),
                      COALESCE(C.COUNTRY, ' '),
                      COALESCE(C.COUPLE, ' '),
                      R.REIMBURSEMENT_CREATE_DATE,
                      COALESCE(R.COVERAGE_LEVEL, 'STD'),
                      R.REIMBURSEMENT_DOCTOR,
                      R.REIMBURSEMENT_PARMEDICAL,
                      R.REIMBURSEMENT_HOSPITAL,
                      R.REIMBURSEMENT_SINGLE_GLASSES,
                      R.REIMBURSEMENT_PROGRESSIVE_GLASSES,
                      R.REIMBURSEMENT_MOLAR_CROWNS,
                      R.REIMBURSEMENT_NON_MOLAR_CROWNS,
                      R.REIMBURSEMENT_DESCALINGS
               FROM CUSTOMER C
               JOIN CUSTOMER_REIMBURSEMENT R
                 ON R.UUID_CUSTOMER = C.UUID_CUSTOMER
                AND R.EFFECTIVE_TO IS NULL
               WHERE C.ACTIVE = 'Y'
                 AND C.GROUP_CODE IS NULL
                 AND EXTRACT(MONTH FROM R.REIMBURSEMENT_CREATE_DATE)
                     IN (:SQL-MONTH-1, :SQL-MONTH-2)
                 AND R.REIMBURSEMENT_CREATE_DATE < :SQL-WINDOW-START
                 AND NOT EXISTS
                     (SELECT 1 FROM CONTRACT_RENEWAL N
                      WHERE N.UUID_CUSTOMER = C.UUID_CUSTOMER
                        AND N.RENEWAL_DATE >= :SQL-WINDOW-START)
               ORDER BY C.UUID_CUSTOMER
           END-EXEC.

           EXEC SQL
               OPEN CRSIND
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3100-FETCH-MEMBER
              THRU END-3100-FETCH-MEMBER
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL
               CLOSE CRSIND
           END-EXEC.
       END-3000-NOTICE-MEMBERS.
           EXIT.

      ******************************************************************
      ******************************************************************
       3100-FETCH-MEMBER.
           EXEC SQL
               FETCH CRSIND
               INTO :SQL-UUID-CUSTOMER, :SQL-CUS-LASTNAME,
                    :SQL-CUS-FIRSTNAME, :SQL-CUS-ADRESS1,
                    :SQL-CUS-ADRESS2, :SQL-CUS-ZIPCODE,
                    :SQL-CUS-TOWN, :SQL-CUS-COUNTRY,
                    :SQL-CUS-COUPLE, :SQL-CREATE-DATE,
                    :SQL-COVERAGE-LEVEL,
                    :SQL-DOCTOR, :SQL-PARMEDICAL, :SQL-HOSPITAL,
                    :SQL-S-GLASSES, :SQL-P-GLASSES, :SQL-MOLAR,
                    :SQL-NON-MOLAR, :SQL-DESCALINGS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3200-NOTICE-ONE-MEMBER
                      THRU END-3200-NOTICE-ONE-MEMBER
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSIND:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.
       END-3100-FETCH-MEMBER.
           EXIT.

      ******************************************************************
      *    A contract the tariff cannot price or plan yet is left      *
      *    un-noticed and reported; the next run, still inside the     *
      *    window, tries again. Each contract is worked under its own  *
      *    savepoint, so a failure backs out that contract alone -     *
      *    not the renewals since the last commit, whose notices are   *
      *    already printed - and the notice is only printed once its   *
      *    CONTRACT_RENEWAL row is in.                                 *
      ******************************************************************
       3200-NOTICE-ONE-MEMBER.
           EXEC SQL
               SAVEPOINT ONERENEWAL
           END-EXEC.

           MOVE SQL-CREATE-DATE TO WS-ANCHOR-DATE.
           PERFORM 6000-BUILD-RENEWAL-DATE
              THRU END-6000-BUILD-RENEWAL-DATE.

           PERFORM 6200-PRICE-RENEWAL
              THRU END-6200-PRICE-RENEWAL.
           IF NOT WS-RENEWAL-PRICED
               DISPLAY 'CTRNWL NO PREMIUM_RATE FOR LEVEL='
                   SQL-COVERAGE-LEVEL ' HOUSEHOLD=' SQL-HOUSEHOLD-TYPE
                   ' AT ' WS-RENEWAL-DATE ' - ' SQL-UUID-CUSTOMER
                   ' NOT NOTICED'
               EXEC SQL
                   ROLLBACK TO SAVEPOINT ONERENEWAL
               END-EXEC
               ADD 1 TO WS-TOTAL-SKIPPED
               GO TO END-3200-NOTICE-ONE-MEMBER
           END-IF.

           PERFORM 6300-READ-NEW-PLAN
              THRU END-6300-READ-NEW-PLAN.
           IF NOT WS-PLAN-FOUND
               DISPLAY 'CTRNWL NO COVERAGE_PLAN FOR LEVEL='
                   SQL-COVERAGE-LEVEL ' AT ' WS-RENEWAL-DATE ' - '
                   SQL-UUID-CUSTOMER ' NOT NOTICED'
               EXEC SQL
                   ROLLBACK TO SAVEPOINT ONERENEWAL
               END-EXEC
               ADD 1 TO WS-TOTAL-SKIPPED
               GO TO END-3200-NOTICE-ONE-MEMBER
           END-IF.

           MOVE SPACES TO SQL-RENEWAL-GROUP.
           PERFORM 6500-INSERT-RENEWAL
              THRU END-6500-INSERT-RENEWAL.
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR INSERTING CONTRACT_RENEWAL FOR '
                   SQL-UUID-CUSTOMER ':' SPACE SQLCODE
               EXEC SQL
                   ROLLBACK TO SAVEPOINT ONERENEWAL
               END-EXEC
               ADD 1 TO WS-TOTAL-ERRORS
               GO TO END-3200-NOTICE-ONE-MEMBER
           END-IF.

           PERFORM 6700-SET-OLD-FROM-CONTRACT
              THRU END-6700-SET-OLD-FROM-CONTRACT.
           PERFORM 6600-SET-NEW-FROM-PLAN
              THRU END-6600-SET-NEW-FROM-PLAN.

           PERFORM 4000-PRINT-MEMBER-NOTICE
              THRU END-4000-PRINT-MEMBER-NOTICE.
           ADD 1 TO WS-TOTAL-MEMBER-NOTICES.

           ADD 1 TO WS-NOTICES-SINCE-COMMIT.
           IF WS-NOTICES-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               EXEC SQL COMMIT WORK END-EXEC
               MOVE 0 TO WS-NOTICES-SINCE-COMMIT
           END-IF.
       END-3200-NOTICE-ONE-MEMBER.
           EXIT.

      ******************************************************************
      *    [RD] Avis d'echeance : adresse du membre, ancienne et       *
      *    nouvelle cotisation, plafonds de l'annee qui vient.         *
      ******************************************************************
       4000-PRINT-MEMBER-NOTICE.
           MOVE SPACES TO WS-MEMBER-NAME.
           STRING FUNCTION TRIM (SQL-CUS-FIRSTNAME) SPACE
                  FUNCTION TRIM (SQL-CUS-LASTNAME)
               DELIMITED BY SIZE INTO WS-MEMBER-NAME.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ALL '-' TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           MOVE WS-MEMBER-NAME TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           MOVE SQL-CUS-ADRESS1 TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           IF SQL-CUS-ADRESS2 NOT = SPACES
               MOVE SPACES TO PRINT-RECORD
               MOVE SQL-CUS-ADRESS2 TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

           MOVE SPACES TO PRINT-RECORD.
           STRING FUNCTION TRIM (SQL-CUS-ZIPCODE) SPACE
                  FUNCTION TRIM (SQL-CUS-TOWN) SPACE
                  FUNCTION TRIM (SQL-CUS-COUNTRY)
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'DATE : ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'RE   : RENEWAL OF YOUR CONTRACT ON '
                  WS-RENEWAL-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'REF  : ' SQL-UUID-CUSTOMER
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'YOUR CONTRACT RENEWS ON ' WS-RENEWAL-DATE
                  '. AS REQUIRED, WE INFORM YOU'
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'IN ADVANCE OF ITS TERMS FOR THE COMING YEAR.'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING '                              CURRENT   FROM '
                  WS-RENEWAL-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE WS-OLD-PREMIUM TO WS-AMOUNT-EDIT.
           MOVE WS-NEW-PREMIUM TO WS-NEW-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'MONTHLY PREMIUM       : ' WS-AMOUNT-EDIT
                  '  ' WS-NEW-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           COMPUTE WS-PREMIUM-CHANGE = WS-NEW-PREMIUM - WS-OLD-PREMIUM.
           MOVE WS-PREMIUM-CHANGE TO WS-CHANGE-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'CHANGE PER MONTH      :             ' WS-CHANGE-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           PERFORM 4100-PRINT-CEILINGS
              THRU END-4100-PRINT-CEILINGS.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'THE NEW PREMIUM WILL BE DEBITED FROM THE MONTH OF'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'RENEWAL (' WS-RENEWAL-PERIOD
                  '). PLEASE CONTACT OUR MEMBER DESK WITH ANY'
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'QUESTION ABOUT THESE TERMS.'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       END-4000-PRINT-MEMBER-NOTICE.
           EXIT.

      ******************************************************************
      *    The ceilings table, current against coming year; a line     *
      *    the renewal changes is marked.                              *
      ******************************************************************
       4100-PRINT-CEILINGS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'ANNUAL CEILINGS         CURRENT   NEW'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           PERFORM VARYING WS-CEIL-IDX FROM 1 BY 1
                   UNTIL WS-CEIL-IDX > 8
               MOVE WS-CEIL-OLD (WS-CEIL-IDX) TO WS-CEIL-OLD-EDIT
               MOVE WS-CEIL-NEW (WS-CEIL-IDX) TO WS-CEIL-NEW-EDIT
               MOVE SPACES TO PRINT-RECORD
               IF WS-CEIL-OLD (WS-CEIL-IDX) =
                  WS-CEIL-NEW (WS-CEIL-IDX)
                   STRING '  ' WS-CEIL-LABEL (WS-CEIL-IDX) ':   '
                          WS-CEIL-OLD-EDIT '       '
                          WS-CEIL-NEW-EDIT
                       DELIMITED BY SIZE INTO PRINT-RECORD
               ELSE
                   STRING '  ' WS-CEIL-LABEL (WS-CEIL-IDX) ':   '
                          WS-CEIL-OLD-EDIT '       '
                          WS-CEIL-NEW-EDIT '   CHANGED'
                       DELIMITED BY SIZE INTO PRINT-RECORD
               END-IF
               WRITE PRINT-RECORD
           END-PERFORM.
       END-4100-PRINT-CEILINGS.
           EXIT.

      ******************************************************************
      *    [RD] Avis d'echeance employeur : cotisation consolidee      *
      *    avant/apres et plafonds du niveau negocie.                  *
      ******************************************************************
       4200-PRINT-GROUP-NOTICE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ALL '-' TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           MOVE SQL-GROUP-NAME TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           MOVE SQL-GROUP-ADRESS1 TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING FUNCTION TRIM (SQL-GROUP-ZIPCODE) SPACE
                  FUNCTION TRIM (SQL-GROUP-TOWN)
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'DATE : ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'RE   : RENEWAL OF YOUR GROUP CONTRACT ON '
                  WS-RENEWAL-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'REF  : GROUP ' SQL-GROUP-CODE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'YOUR GROUP CONTRACT RENEWS ON ' WS-RENEWAL-DATE
                  '. AS REQUIRED, WE INFORM'
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'YOU IN ADVANCE OF ITS TERMS FOR THE COMING YEAR.'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE WS-GROUP-MEMBERS TO WS-MEMBERS-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'MEMBERS COVERED TODAY : ' WS-MEMBERS-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING '                              CURRENT   FROM '
                  WS-RENEWAL-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE WS-GROUP-OLD-TOTAL TO WS-AMOUNT-EDIT.
           MOVE WS-GROUP-NEW-TOTAL TO WS-NEW-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'MONTHLY DEBIT         : ' WS-AMOUNT-EDIT
                  '  ' WS-NEW-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           COMPUTE WS-PREMIUM-CHANGE =
               WS-GROUP-NEW-TOTAL - WS-GROUP-OLD-TOTAL.
           MOVE WS-PREMIUM-CHANGE TO WS-CHANGE-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'CHANGE PER MONTH      :             ' WS-CHANGE-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           IF WS-PLAN-FOUND
               MOVE SPACES TO PRINT-RECORD
               STRING 'CEILINGS OF YOUR ' SQL-GROUP-LEVEL
                      ' COVERAGE LEVEL:'
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               PERFORM 4100-PRINT-CEILINGS
                  THRU END-4100-PRINT-CEILINGS
           END-IF.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'EVERY MEMBER IS REPRICED FROM THE MONTH OF RENEWAL;'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'THE CONSOLIDATED DEBIT FOR ' WS-RENEWAL-PERIOD
                  ' AND ITS BREAKDOWN FILE WILL SHOW'
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'THE NEW AMOUNTS MEMBER BY MEMBER.'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       END-4200-PRINT-GROUP-NOTICE.
           EXIT.

      ******************************************************************
      *    Active groups whose anniversary falls in the window, at     *
      *    least a year old by then, with no member noticed for it.    *
      ******************************************************************
       5000-NOTICE-GROUPS.
           EXEC SQL
               DECLARE CRSGRN CURSOR WITH HOLD FOR
               SELECT G.GROUP_CODE, G.GROUP_NAME,
                      COALESCE(G.GROUP_ADRESS1, ' '),
                      COALESCE(G.GROUP_ZIPCODE, ' '),
                      COALESCE(G.GROUP_TOWN, ' '),
                      G.COVERAGE_LEVEL, G.GROUP_CREATE_DATE
               FROM EMPLOYER_GROUP G
               WHERE G.GROUP_ACTIVE = 'Y'
                 AND EXTRACT(MONTH FROM G.GROUP_CREATE_DATE)
                     IN (:SQL-MONTH-1, :SQL-MONTH-2)
                 AND G.GROUP_CREATE_DATE < :SQL-WINDOW-START
                 AND NOT EXISTS
                     (SELECT 1 FROM CONTRACT_RENEWAL N
                      WHERE N.GROUP_CODE = G.GROUP_CODE
                        AND N.RENEWAL_DATE >= :SQL-WINDOW-START)
               ORDER BY G.GROUP_CODE
           END-EXEC.

           EXEC SQL
               DECLARE CRSGRM CURSOR WITH HOLD FOR
               SELECT C.UUID_CUSTOMER, COALESCE(C.COUPLE, ' '),
                      COALESCE(R.COVERAGE_LEVEL, 'STD')
               FROM CUSTOMER C
               JOIN CUSTOMER_REIMBURSEMENT R
                 ON R.UUID_CUSTOMER = C.UUID_CUSTOMER
                AND R.EFFECTIVE_TO IS NULL
               WHERE C.GROUP_CODE = :SQL-GROUP-CODE
                 AND C.ACTIVE = 'Y'
               ORDER BY C.UUID_CUSTOMER
           END-EXEC.

           EXEC SQL
               OPEN CRSGRN
           END-EXEC.

           MOVE 'N' TO WS-GROUP-EOF-SWITCH.
           PERFORM 5100-FETCH-GROUP
              THRU END-5100-FETCH-GROUP
              UNTIL WS-END-OF-GROUP-CURSOR.

           EXEC SQL
               CLOSE CRSGRN
           END-EXEC.
       END-5000-NOTICE-GROUPS.
           EXIT.

      ******************************************************************
      ******************************************************************
       5100-FETCH-GROUP.
           EXEC SQL
               FETCH CRSGRN
               INTO :SQL-GROUP-CODE, :SQL-GROUP-NAME,
                    :SQL-GROUP-ADRESS1, :SQL-GROUP-ZIPCODE,
                    :SQL-GROUP-TOWN, :SQL-GROUP-LEVEL,
                    :SQL-GROUP-CREATE-DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 5200-NOTICE-ONE-GROUP
                      THRU END-5200-NOTICE-ONE-GROUP
               WHEN 100
                   SET WS-END-OF-GROUP-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSGRN:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-GROUP-CURSOR TO TRUE
           END-EVALUATE.
       END-5100-FETCH-GROUP.
           EXIT.

      ******************************************************************
      *    Every member on the roster renews on the group's date and   *
      *    is priced from it, as PREMIUM-BILLING will bill them. A     *
      *    group with nobody on its roster gets no notice. The group   *
      *    is backed out to its savepoint, never by a plain rollback,  *
      *    which would also close the group cursor.                    *
      ******************************************************************
       5200-NOTICE-ONE-GROUP.
           EXEC SQL
               SAVEPOINT ONEGROUP
           END-EXEC.

           MOVE SQL-GROUP-CREATE-DATE TO WS-ANCHOR-DATE.
           PERFORM 6000-BUILD-RENEWAL-DATE
              THRU END-6000-BUILD-RENEWAL-DATE.

           MOVE ZERO TO WS-GROUP-MEMBERS.
           MOVE ZERO TO WS-GROUP-OLD-TOTAL.
           MOVE ZERO TO WS-GROUP-NEW-TOTAL.
           MOVE SQL-GROUP-CODE TO SQL-RENEWAL-GROUP.

           EXEC SQL
               OPEN CRSGRM
           END-EXEC.

           MOVE 'N' TO WS-ROSTER-EOF-SWITCH.
           PERFORM 5300-FETCH-GROUP-MEMBER
              THRU END-5300-FETCH-GROUP-MEMBER
              UNTIL WS-END-OF-ROSTER.

           EXEC SQL
               CLOSE CRSGRM
           END-EXEC.

           IF WS-GROUP-MEMBERS = ZERO
               EXEC SQL
                   ROLLBACK TO SAVEPOINT ONEGROUP
               END-EXEC
               DISPLAY 'CTRNWL GROUP ' SQL-GROUP-CODE
                   ' HAS NO MEMBER TO RENEW - NOT NOTICED'
               ADD 1 TO WS-TOTAL-SKIPPED
               GO TO END-5200-NOTICE-ONE-GROUP
           END-IF.

      *    The group's own level: the plan on the day before the
      *    renewal against the plan from the renewal.
           MOVE SQL-GROUP-LEVEL TO SQL-COVERAGE-LEVEL.
           PERFORM 6300-READ-NEW-PLAN
              THRU END-6300-READ-NEW-PLAN.
           PERFORM 6400-READ-OLD-PLAN
              THRU END-6400-READ-OLD-PLAN.
           PERFORM 6800-SET-OLD-FROM-PLAN
              THRU END-6800-SET-OLD-FROM-PLAN.
           PERFORM 6600-SET-NEW-FROM-PLAN
              THRU END-6600-SET-NEW-FROM-PLAN.

           PERFORM 4200-PRINT-GROUP-NOTICE
              THRU END-4200-PRINT-GROUP-NOTICE.

           EXEC SQL COMMIT WORK END-EXEC.
           MOVE 0 TO WS-NOTICES-SINCE-COMMIT.
           ADD 1 TO WS-TOTAL-GROUP-NOTICES.
       END-5200-NOTICE-ONE-GROUP.
           EXIT.

      ******************************************************************
      ******************************************************************
       5300-FETCH-GROUP-MEMBER.
           EXEC SQL
               FETCH CRSGRM
               INTO :SQL-UUID-CUSTOMER, :SQL-CUS-COUPLE,
                    :SQL-COVERAGE-LEVEL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 5400-RENEW-GROUP-MEMBER
                      THRU END-5400-RENEW-GROUP-MEMBER
               WHEN 100
                   SET WS-END-OF-ROSTER TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSGRM:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-ROSTER TO TRUE
           END-EVALUATE.
       END-5300-FETCH-GROUP-MEMBER.
           EXIT.

      ******************************************************************
      *    A member the tariff cannot price is reported and left out   *
      *    of the notice totals; PREMIUM-BILLING will report them too. *
      *    As in 3200, a member that fails is backed out to its own    *
      *    savepoint, so the group notice only counts rows that stand. *
      ******************************************************************
       5400-RENEW-GROUP-MEMBER.
           EXEC SQL
               SAVEPOINT ONERENEWAL
           END-EXEC.

           PERFORM 6200-PRICE-RENEWAL
              THRU END-6200-PRICE-RENEWAL.
           IF NOT WS-RENEWAL-PRICED
               DISPLAY 'CTRNWL NO PREMIUM_RATE FOR LEVEL='
                   SQL-COVERAGE-LEVEL ' HOUSEHOLD=' SQL-HOUSEHOLD-TYPE
                   ' AT ' WS-RENEWAL-DATE ' - GROUP ' SQL-GROUP-CODE
                   ' MEMBER ' SQL-UUID-CUSTOMER
               EXEC SQL
                   ROLLBACK TO SAVEPOINT ONERENEWAL
               END-EXEC
               ADD 1 TO WS-TOTAL-SKIPPED
               GO TO END-5400-RENEW-GROUP-MEMBER
           END-IF.

           PERFORM 6300-READ-NEW-PLAN
              THRU END-6300-READ-NEW-PLAN.
           IF NOT WS-PLAN-FOUND
               DISPLAY 'CTRNWL NO COVERAGE_PLAN FOR LEVEL='
                   SQL-COVERAGE-LEVEL ' AT ' WS-RENEWAL-DATE
                   ' - GROUP ' SQL-GROUP-CODE
                   ' MEMBER ' SQL-UUID-CUSTOMER
               EXEC SQL
                   ROLLBACK TO SAVEPOINT ONERENEWAL
               END-EXEC
               ADD 1 TO WS-TOTAL-SKIPPED
               GO TO END-5400-RENEW-GROUP-MEMBER
           END-IF.

           PERFORM 6500-INSERT-RENEWAL
              THRU END-6500-INSERT-RENEWAL.
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR INSERTING CONTRACT_RENEWAL FOR '
                   SQL-UUID-CUSTOMER ':' SPACE SQLCODE
               EXEC SQL
                   ROLLBACK TO SAVEPOINT ONERENEWAL
               END-EXEC
               ADD 1 TO WS-TOTAL-ERRORS
               GO TO END-5400-RENEW-GROUP-MEMBER
           END-IF.

           ADD 1 TO WS-GROUP-MEMBERS.
           ADD 1 TO WS-TOTAL-GROUP-MEMBERS.
           ADD WS-OLD-PREMIUM TO WS-GROUP-OLD-TOTAL.
           ADD WS-NEW-PREMIUM TO WS-GROUP-NEW-TOTAL.
       END-5400-RENEW-GROUP-MEMBER.
           EXIT.

      ******************************************************************
      *    The anniversary in the window: the year is the window's     *
      *    for that month; a 29 February anniversary renews on the     *
      *    28th, as PREMIUM-RATE prices it. The month before is the    *
      *    last one billed at the current rate.                        *
      ******************************************************************
       6000-BUILD-RENEWAL-DATE.
           MOVE WS-ANCHOR-DATE (6:2) TO WS-ANCHOR-MONTH.
           MOVE WS-ANCHOR-DATE (6:5) TO WS-ANNIVERSARY-MMDD.
           IF WS-ANNIVERSARY-MMDD = '02-29'
               MOVE '02-28' TO WS-ANNIVERSARY-MMDD
           END-IF.

           IF WS-ANCHOR-MONTH = WS-WIN-MONTH (1)
               MOVE WS-WIN-YEAR (1) TO WS-RENEWAL-YEAR
           ELSE
               MOVE WS-WIN-YEAR (2) TO WS-RENEWAL-YEAR
           END-IF.

           MOVE SPACES TO WS-RENEWAL-DATE.
           STRING WS-RENEWAL-YEAR '-' WS-ANNIVERSARY-MMDD
               DELIMITED BY SIZE INTO WS-RENEWAL-DATE.
           MOVE WS-RENEWAL-DATE TO SQL-RENEWAL-DATE.
           MOVE WS-RENEWAL-DATE (1:7) TO WS-RENEWAL-PERIOD.

           MOVE WS-RENEWAL-YEAR TO WS-CALC-YEAR.
           MOVE WS-ANCHOR-MONTH TO WS-CALC-MONTH.
           IF WS-CALC-MONTH = 1
               SUBTRACT 1 FROM WS-CALC-YEAR
               MOVE 12 TO WS-CALC-MONTH
           ELSE
               SUBTRACT 1 FROM WS-CALC-MONTH
           END-IF.
           MOVE SPACES TO WS-PRIOR-PERIOD.
           STRING WS-CALC-YEAR '-' WS-CALC-MONTH
               DELIMITED BY SIZE INTO WS-PRIOR-PERIOD.
       END-6000-BUILD-RENEWAL-DATE.
           EXIT.

      ******************************************************************
      *    Children counted are those in force today and still at the  *
      *    renewal date, so both premiums are for the same household   *
      *    and the notice shows the effect of the tariff alone.        *
      ******************************************************************
       6100-COUNT-CHILDREN.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CHILDREN
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND RELATIONSHIP  = 'C'
                 AND START_DATE   <= :SQL-RUN-DATE
                 AND (END_DATE IS NULL
                      OR END_DATE >= :SQL-RENEWAL-DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-CHILDREN
           END-IF.
       END-6100-COUNT-CHILDREN.
           EXIT.

      ******************************************************************
      *    The current premium is what the month before the renewal    *
      *    bills at, the new one what the renewal month bills at -     *
      *    both through PREMIUM-RATE from the same anniversary date.   *
      ******************************************************************
       6200-PRICE-RENEWAL.
           MOVE 'N' TO WS-PRICED-SWITCH.

           IF SQL-CUS-COUPLE = SPACES
               MOVE 'SINGLE' TO SQL-HOUSEHOLD-TYPE
           ELSE
               MOVE 'COUPLE' TO SQL-HOUSEHOLD-TYPE
           END-IF.

           PERFORM 6100-COUNT-CHILDREN
              THRU END-6100-COUNT-CHILDREN.

           MOVE SQL-COVERAGE-LEVEL TO WS-RAT-COVERAGE-LEVEL.
           MOVE SQL-HOUSEHOLD-TYPE TO WS-RAT-HOUSEHOLD-TYPE.
           MOVE SQL-CHILDREN       TO WS-RAT-CHILDREN.
           MOVE WS-ANCHOR-DATE     TO WS-RAT-ANCHOR-DATE.

           MOVE WS-PRIOR-PERIOD    TO WS-RAT-BILL-PERIOD.
           CALL 'prmrate' USING WS-RATE-CALC
           END-CALL.
           IF WS-RAT-IS-FOUND
               MOVE WS-RAT-PREMIUM-AMOUNT TO WS-OLD-PREMIUM
           ELSE
               MOVE ZERO TO WS-OLD-PREMIUM
           END-IF.

           MOVE WS-RENEWAL-PERIOD  TO WS-RAT-BILL-PERIOD.
           CALL 'prmrate' USING WS-RATE-CALC
           END-CALL.
           IF NOT WS-RAT-IS-FOUND
               GO TO END-6200-PRICE-RENEWAL
           END-IF.

           MOVE WS-RAT-PREMIUM-AMOUNT TO WS-NEW-PREMIUM.
           MOVE WS-RAT-RATE-FROM      TO SQL-NEW-RATE-FROM.
           MOVE WS-OLD-PREMIUM        TO SQL-OLD-PREMIUM.
           MOVE WS-NEW-PREMIUM        TO SQL-NEW-PREMIUM.
           SET WS-RENEWAL-PRICED TO TRUE.
       END-6200-PRICE-RENEWAL.
           EXIT.

      ******************************************************************
      *    The COVERAGE_PLAN row in force at the renewal date.         *
      ******************************************************************
       6300-READ-NEW-PLAN.
           MOVE 'N' TO WS-PLAN-SWITCH.

           EXEC SQL
               SELECT PLAN_DOCTOR, PLAN_PARMEDICAL, PLAN_HOSPITAL,
                      PLAN_SINGLE_GLASSES, PLAN_PROGRESSIVE_GLASSES,
                      PLAN_MOLAR_CROWNS, PLAN_NON_MOLAR_CROWNS,
                      PLAN_DESCALINGS
               INTO :SQL-PLAN-DOCTOR, :SQL-PLAN-PARMEDICAL,
                    :SQL-PLAN-HOSPITAL, :SQL-PLAN-S-GLASSES,
                    :SQL-PLAN-P-GLASSES, :SQL-PLAN-MOLAR,
                    :SQL-PLAN-NON-MOLAR, :SQL-PLAN-DESCALINGS
               FROM COVERAGE_PLAN
               WHERE COVERAGE_LEVEL = :SQL-COVERAGE-LEVEL
                 AND EFFECTIVE_FROM =
                     (SELECT MAX(EFFECTIVE_FROM)
                      FROM COVERAGE_PLAN
                      WHERE COVERAGE_LEVEL = :SQL-COVERAGE-LEVEL
                        AND EFFECTIVE_FROM <= :SQL-RENEWAL-DATE)
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-PLAN-FOUND TO TRUE
           END-IF.
       END-6300-READ-NEW-PLAN.
           EXIT.

      ******************************************************************
      *    The COVERAGE_PLAN row in force the day before the renewal;  *
      *    the new plan stands in when the level has no earlier row.   *
      ******************************************************************
       6400-READ-OLD-PLAN.
           EXEC SQL
               SELECT PLAN_DOCTOR, PLAN_PARMEDICAL, PLAN_HOSPITAL,
                      PLAN_SINGLE_GLASSES, PLAN_PROGRESSIVE_GLASSES,
                      PLAN_MOLAR_CROWNS, PLAN_NON_MOLAR_CROWNS,
                      PLAN_DESCALINGS
               INTO :SQL-OLD-PLAN-DOCTOR, :SQL-OLD-PLAN-PARMEDICAL,
                    :SQL-OLD-PLAN-HOSPITAL, :SQL-OLD-PLAN-S-GLASSES,
                    :SQL-OLD-PLAN-P-GLASSES, :SQL-OLD-PLAN-MOLAR,
                    :SQL-OLD-PLAN-NON-MOLAR, :SQL-OLD-PLAN-DESCALINGS
               FROM COVERAGE_PLAN
               WHERE COVERAGE_LEVEL = :SQL-COVERAGE-LEVEL
                 AND EFFECTIVE_FROM =
                     (SELECT MAX(EFFECTIVE_FROM)
                      FROM COVERAGE_PLAN
                      WHERE COVERAGE_LEVEL = :SQL-COVERAGE-LEVEL
                        AND EFFECTIVE_FROM < :SQL-RENEWAL-DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE SQL-PLAN-DOCTOR     TO SQL-OLD-PLAN-DOCTOR
               MOVE SQL-PLAN-PARMEDICAL TO SQL-OLD-PLAN-PARMEDICAL
               MOVE SQL-PLAN-HOSPITAL   TO SQL-OLD-PLAN-HOSPITAL
               MOVE SQL-PLAN-S-GLASSES  TO SQL-OLD-PLAN-S-GLASSES
               MOVE SQL-PLAN-P-GLASSES  TO SQL-OLD-PLAN-P-GLASSES
               MOVE SQL-PLAN-MOLAR      TO SQL-OLD-PLAN-MOLAR
               MOVE SQL-PLAN-NON-MOLAR  TO SQL-OLD-PLAN-NON-MOLAR
               MOVE SQL-PLAN-DESCALINGS TO SQL-OLD-PLAN-DESCALINGS
           END-IF.
       END-6400-READ-OLD-PLAN.
           EXIT.

      ******************************************************************
      ******************************************************************
       6500-INSERT-RENEWAL.
           EXEC SQL
               INSERT INTO CONTRACT_RENEWAL
                   (UUID_CUSTOMER, RENEWAL_DATE, GROUP_CODE,
                    COVERAGE_LEVEL, HOUSEHOLD_TYPE,
                    OLD_PREMIUM, NEW_PREMIUM, NEW_RATE_FROM,
                    PLAN_DOCTOR, PLAN_PARMEDICAL, PLAN_HOSPITAL,
                    PLAN_SINGLE_GLASSES, PLAN_PROGRESSIVE_GLASSES,
                    PLAN_MOLAR_CROWNS, PLAN_NON_MOLAR_CROWNS,
                    PLAN_DESCALINGS, RENEWAL_STATUS, NOTICE_DATE,
                    APPLIED_DATE)
               VALUES
                   (:SQL-UUID-CUSTOMER, :SQL-RENEWAL-DATE,
                    NULLIF(:SQL-RENEWAL-GROUP, ' '),
                    :SQL-COVERAGE-LEVEL, :SQL-HOUSEHOLD-TYPE,
                    :SQL-OLD-PREMIUM, :SQL-NEW-PREMIUM,
                    :SQL-NEW-RATE-FROM,
                    :SQL-PLAN-DOCTOR, :SQL-PLAN-PARMEDICAL,
                    :SQL-PLAN-HOSPITAL, :SQL-PLAN-S-GLASSES,
                    :SQL-PLAN-P-GLASSES, :SQL-PLAN-MOLAR,
                    :SQL-PLAN-NON-MOLAR, :SQL-PLAN-DESCALINGS,
                    'N', :SQL-RUN-DATE, NULL)
           END-EXEC.
       END-6500-INSERT-RENEWAL.
           EXIT.

      ******************************************************************
      ******************************************************************
       6600-SET-NEW-FROM-PLAN.
           MOVE SQL-PLAN-DOCTOR     TO WS-CEIL-NEW (1).
           MOVE SQL-PLAN-PARMEDICAL TO WS-CEIL-NEW (2).
           MOVE SQL-PLAN-HOSPITAL   TO WS-CEIL-NEW (3).
           MOVE SQL-PLAN-S-GLASSES  TO WS-CEIL-NEW (4).
           MOVE SQL-PLAN-P-GLASSES  TO WS-CEIL-NEW (5).
           MOVE SQL-PLAN-MOLAR      TO WS-CEIL-NEW (6).
           MOVE SQL-PLAN-NON-MOLAR  TO WS-CEIL-NEW (7).
           MOVE SQL-PLAN-DESCALINGS TO WS-CEIL-NEW (8).
       END-6600-SET-NEW-FROM-PLAN.
           EXIT.

       6700-SET-OLD-FROM-CONTRACT.
           MOVE SQL-DOCTOR     TO WS-CEIL-OLD (1).
           MOVE SQL-PARMEDICAL TO WS-CEIL-OLD (2).
           MOVE SQL-HOSPITAL   TO WS-CEIL-OLD (3).
           MOVE SQL-S-GLASSES  TO WS-CEIL-OLD (4).
           MOVE SQL-P-GLASSES  TO WS-CEIL-OLD (5).
           MOVE SQL-MOLAR      TO WS-CEIL-OLD (6).
           MOVE SQL-NON-MOLAR  TO WS-CEIL-OLD (7).
           MOVE SQL-DESCALINGS TO WS-CEIL-OLD (8).
       END-6700-SET-OLD-FROM-CONTRACT.
           EXIT.

       6800-SET-OLD-FROM-PLAN.
           MOVE SQL-OLD-PLAN-DOCTOR     TO WS-CEIL-OLD (1).
           MOVE SQL-OLD-PLAN-PARMEDICAL TO WS-CEIL-OLD (2).
           MOVE SQL-OLD-PLAN-HOSPITAL   TO WS-CEIL-OLD (3).
           MOVE SQL-OLD-PLAN-S-GLASSES  TO WS-CEIL-OLD (4).
           MOVE SQL-OLD-PLAN-P-GLASSES  TO WS-CEIL-OLD (5).
           MOVE SQL-OLD-PLAN-MOLAR      TO WS-CEIL-OLD (6).
           MOVE SQL-OLD-PLAN-NON-MOLAR  TO WS-CEIL-OLD (7).
           MOVE SQL-OLD-PLAN-DESCALINGS TO WS-CEIL-OLD (8).
       END-6800-SET-OLD-FROM-PLAN.
           EXIT.

      ******************************************************************
      ******************************************************************
       8000-FINALIZE.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ALL '-' TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'END OF RENEWAL NOTICE STREAM ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           CLOSE PRINT-FILE.

           DISPLAY 'CTRNWL APPLIED ' WS-TOTAL-APPLIED
               ' RENEWALS DUE'.
           DISPLAY 'CTRNWL NEW CONTRACT VERSIONS ' WS-TOTAL-VERSIONED.
           DISPLAY 'CTRNWL CANCELLED ' WS-TOTAL-CANCELLED
               ' RENEWALS OF CLOSED CONTRACTS'.
           DISPLAY 'CTRNWL PRINTED ' WS-TOTAL-MEMBER-NOTICES
               ' MEMBER RENEWAL NOTICES'.
           DISPLAY 'CTRNWL PRINTED ' WS-TOTAL-GROUP-NOTICES
               ' EMPLOYER RENEWAL NOTICES FOR '
               WS-TOTAL-GROUP-MEMBERS ' MEMBERS'.
           DISPLAY 'CTRNWL SKIPPED ' WS-TOTAL-SKIPPED
               ' (NO RATE OR PLAN - SEE ABOVE)'.
           DISPLAY 'CTRNWL ERRORS ' WS-TOTAL-ERRORS.
       END-8000-FINALIZE.
           EXIT.
