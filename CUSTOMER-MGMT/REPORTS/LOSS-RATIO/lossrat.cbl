      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lossrat.
       AUTHOR. Martial.

      ******************************************************************
      *    Quarterly / annual management report of the loss ratio:     *
      *    claims paid divided by premiums earned, for the whole book  *
      *    and broken down by COVERAGE_LEVEL, by household type and by *
      *    employer group (non-group members as one INDIVIDUAL line),  *
      *    with the CLAIM_CATEGORY split of the claims under each      *
      *    line. Every line shows the member-months exposed, the       *
      *    distinct members, the average cost per member and the       *
      *    change in loss ratio from the period before.                *
      *                                                                *
      *    Premiums earned are the PREMIUM_LEDGER rows billed for the  *
      *    period, paid or not; each row with an amount is one         *
      *    member-month. Claims paid are the 'D' rows of CLAIMS and    *
      *    CLAIMS_ARCHIVE by CLAIM_PAYMENT_DATE, as GL-EXTRACT books   *
      *    them: a recovered reversal is a negative 'D' row and nets   *
      *    off, a payment returned by the bank is 'T' and drops out.   *
      *    A member-month goes to the contract version in force on the *
      *    1st of the month and to the group whose debit paid it; a    *
      *    claim is placed the same way as of its CLAIM_DATE.          *
      *                                                                *
      *    The period comes from the optional one-line file            *
      *    lossrat.prm: YYYY-Qn for a quarter, YYYY for a calendar     *
      *    year; with no file, the last complete quarter. Groups above *
      *    LOSS_RATIO_PARM.GROUP_THRESHOLD are listed first, worst     *
      *    first, for the renewal negotiators. lossrat.rpt is the      *
      *    print, lossrat.txt the same lines for the actuary.          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           03 PRM-PERIOD            PIC X(07).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(133).

      ******************************************************************
      *    One LINE record per report line, one CATG record per        *
      *    category under it; amounts signed, two implied decimals.    *
      ******************************************************************
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           03 LRX-RECORD-TYPE       PIC X(04).
           03 FILLER                PIC X(01).
           03 LRX-PERIOD            PIC X(07).
           03 FILLER                PIC X(01).
           03 LRX-DIMENSION         PIC X(09).
           03 FILLER                PIC X(01).
           03 LRX-KEY               PIC X(11).
           03 FILLER                PIC X(01).
           03 LRX-CATEGORY          PIC X(03).
           03 FILLER                PIC X(01).
           03 LRX-OVER-THRESHOLD    PIC X(01).
           03 FILLER                PIC X(01).
           03 LRX-MEMBER-MONTHS     PIC 9(07).
           03 FILLER                PIC X(01).
           03 LRX-MEMBERS           PIC 9(07).
           03 FILLER                PIC X(01).
           03 LRX-PREMIUMS          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           03 FILLER                PIC X(01).
           03 LRX-CLAIMS            PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           03 FILLER                PIC X(01).
           03 LRX-RATIO             PIC S9(05)V9
                                    SIGN LEADING SEPARATE.
           03 FILLER                PIC X(01).
           03 LRX-AVG-COST          PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           03 FILLER                PIC X(01).
           03 LRX-PRIOR-PERIOD      PIC X(07).
           03 FILLER                PIC X(01).
           03 LRX-PRIOR-MEMBER-MONTHS PIC 9(07).
           03 FILLER                PIC X(01).
           03 LRX-PRIOR-MEMBERS     PIC 9(07).
           03 FILLER                PIC X(01).
           03 LRX-PRIOR-PREMIUMS    PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           03 FILLER                PIC X(01).
           03 LRX-PRIOR-CLAIMS      PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           03 FILLER                PIC X(01).
           03 LRX-PRIOR-RATIO       PIC S9(05)V9
                                    SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-PARM-PATH             PIC X(100) VALUE 'lossrat.prm'.
       01  WS-PARM-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-PATH           PIC X(100) VALUE 'lossrat.rpt'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EXTRACT-PATH          PIC X(100) VALUE 'lossrat.txt'.
       01  WS-EXTRACT-STATUS        PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE              PIC X(10).
       01  WS-TODAY                 PIC X(21).

      ******************************************************************
      *    The period reported and the one it is compared with. Both   *
      *    run from a 1st of month to the 1st of the month after, so   *
      *    the prior period ends where the current one starts.         *
      ******************************************************************
       01  WS-PERIOD-TYPE           PIC X(01) VALUE 'Q'.
           88 WS-QUARTERLY              VALUE 'Q'.
           88 WS-ANNUAL                 VALUE 'A'.
       01  WS-PERIOD-LABEL          PIC X(07).
       01  WS-PRIOR-LABEL           PIC X(07).
       01  WS-CUR-YEAR              PIC 9(04).
       01  WS-CUR-QUARTER           PIC 9(01).
       01  WS-PRI-YEAR              PIC 9(04).
       01  WS-PRI-QUARTER           PIC 9(01).
       01  WS-END-YEAR              PIC 9(04).
       01  WS-START-MONTH           PIC 9(02).
       01  WS-END-MONTH             PIC 9(02).
       01  WS-TODAY-MONTH           PIC 9(02).

       01  WS-GATE-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-GATE-REFUSED           VALUE 'Y'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR          VALUE 'Y'.

       01  WS-TOTAL-LEDGER-ROWS     PIC 9(09) VALUE 0.
       01  WS-TOTAL-CLAIM-ROWS      PIC 9(09) VALUE 0.
       01  WS-TOTAL-ARCHIVE-ROWS    PIC 9(09) VALUE 0.
       01  WS-TOTAL-OVER-THRESHOLD  PIC 9(05) VALUE 0.
       01  WS-TOTAL-NOT-PLACED      PIC 9(09) VALUE 0.

      ******************************************************************
      *    Where the row being read is placed: period (1 = reported,   *
      *    2 = prior), and its key on each of the four dimensions.     *
      ******************************************************************
       01  WS-PX                    PIC 9(01).
       01  WS-ROW-COVERAGE          PIC X(10).
       01  WS-ROW-HOUSEHOLD         PIC X(10).
       01  WS-ROW-GROUP             PIC X(10).
       01  WS-ROW-CAT-IDX           PIC 9(02).

      ******************************************************************
      *    Claim categories in the fixed order the ceiling programs    *
      *    use.                                                        *
      ******************************************************************
       01  WS-CAT-IDX               PIC 9(02).
       01  WS-CAT-TABLE.
           03 WS-CAT-ENTRY OCCURS 8 TIMES.
              05 WS-CAT-CODE        PIC X(03).
              05 WS-CAT-LABEL       PIC X(20).

      ******************************************************************
      *    One entry per report line. Dimension T = all members,       *
      *    C = coverage level, H = household type, G = employer group  *
      *    (key spaces for the members outside any group). Each line   *
      *    holds both periods; LAST-UUID counts distinct members, the  *
      *    ledger being read in member order.                          *
      ******************************************************************
       01  WS-LINE-MAX              PIC 9(03) VALUE 500.
       01  WS-LINE-COUNT            PIC 9(03) VALUE 0.
       01  WS-LINE-IDX              PIC 9(03).
       01  WS-LINE-BEST             PIC 9(03).
       01  WS-LINE-TABLE.
           03 WS-LINE-ENTRY OCCURS 500 TIMES.
              05 WS-LIN-DIMENSION   PIC X(01).
              05 WS-LIN-KEY         PIC X(10).
              05 WS-LIN-RATIO       PIC S9(05)V9.
              05 WS-LIN-OVER        PIC X(01).
              05 WS-LIN-DONE        PIC X(01).
              05 WS-LIN-PERIOD OCCURS 2 TIMES.
                 07 WS-LIN-MEMBER-MONTHS PIC 9(07).
                 07 WS-LIN-MEMBERS       PIC 9(07).
                 07 WS-LIN-LAST-UUID     PIC X(36).
                 07 WS-LIN-PREMIUMS      PIC S9(11)V99.
                 07 WS-LIN-CLAIMS        PIC S9(11)V99.
                 07 WS-LIN-CAT-CLAIMS    PIC S9(11)V99
                                         OCCURS 8 TIMES.

       01  WS-FIND-DIMENSION        PIC X(01).
       01  WS-FIND-KEY              PIC X(10).
       01  WS-PRINT-DIMENSION       PIC X(01).

       01  WS-CALC-CLAIMS           PIC S9(11)V99.
       01  WS-CALC-PREMIUMS         PIC S9(11)V99.
       01  WS-CALC-CAT-IDX          PIC 9(02).
       01  WS-CUR-CLAIMS            PIC S9(11)V99.
       01  WS-PRI-CLAIMS            PIC S9(11)V99.
       01  WS-CALC-RATIO            PIC S9(05)V9.
       01  WS-CALC-AVG-COST         PIC S9(09)V99.
       01  WS-CALC-KNOWN            PIC X(01).
       01  WS-CUR-RATIO             PIC S9(05)V9.
       01  WS-CUR-KNOWN             PIC X(01).
       01  WS-PRI-RATIO             PIC S9(05)V9.
       01  WS-PRI-KNOWN             PIC X(01).
       01  WS-RATIO-CHANGE          PIC S9(05)V9.
       01  WS-THRESHOLD-EDIT        PIC ZZ9.9.

       01  WS-RATIO-EDIT            PIC -(4)9.9.
       01  WS-CHANGE-EDIT           PIC +(4)9.9.
       01  WS-DIMENSION-NAME        PIC X(09).
       01  WS-KEY-LABEL             PIC X(22).

       01  WS-REPORT-LINE.
           03 RPT-FLAG              PIC X(03).
           03 RPT-KEY               PIC X(22).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-MEMBER-MONTHS     PIC Z(6)9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-MEMBERS           PIC Z(6)9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-PREMIUMS          PIC -(9)9.99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-CLAIMS            PIC -(9)9.99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-RATIO             PIC X(07).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-AVG-COST          PIC -(7)9.99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-PRIOR-RATIO       PIC X(07).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-CHANGE            PIC X(07).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-PRIOR-CLAIMS      PIC -(9)9.99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC X(05) VALUE 'cobol'.
       01  PASSWD   PIC X(10) VALUE 'cbl85'.

       01  SQL-GROUP-THRESHOLD       PIC 9(03)V9.
       01  SQL-PRI-START             PIC X(10).
       01  SQL-CUR-START             PIC X(10).
       01  SQL-CUR-END               PIC X(10).
       01  SQL-PRI-START-PERIOD      PIC X(07).
       01  SQL-CUR-END-PERIOD        PIC X(07).

       01  SQL-UUID-CUSTOMER         PIC X(36).
       01  SQL-BILL-PERIOD           PIC X(07).
       01  SQL-AMOUNT-BILLED         PIC S9(7)V99.
       01  SQL-LEDGER-STATUS         PIC X(01).
       01  SQL-PAID-GROUP-CODE       PIC X(10).
       01  SQL-COUPLE                PIC X(05).
       01  SQL-GROUP-CODE            PIC X(10).

       01  SQL-CLAIM-CATEGORY        PIC X(03).
       01  SQL-CLAIM-DATE            PIC X(10).
       01  SQL-PAYMENT-DATE          PIC X(10).
       01  SQL-CLAIM-AMOUNT          PIC S9(7)V99.
       01  SQL-CLAIM-SOURCE          PIC X(01).

       01  SQL-AS-OF-DATE            PIC X(10).
       01  SQL-COVERAGE-LEVEL        PIC X(03).
       01  SQL-LEDGER-PERIOD         PIC X(07).
       01  SQL-GROUP-NAME            PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-START-MAIN.
           PERFORM 1000-INITIALIZE
              THRU END-1000-INITIALIZE.

           IF NOT WS-GATE-REFUSED
               PERFORM 2000-READ-EXPOSURE
                  THRU END-2000-READ-EXPOSURE

               PERFORM 3000-READ-CLAIMS
                  THRU END-3000-READ-CLAIMS

               PERFORM 4000-COMPUTE-RATIOS
                  THRU END-4000-COMPUTE-RATIOS

               PERFORM 6000-PRINT-REPORT
                  THRU END-6000-PRINT-REPORT
           END-IF.

           PERFORM 8000-FINALIZE
              THRU END-8000-FINALIZE.
       0000-END-MAIN.
           GOBACK.

      ******************************************************************
      *    Period from lossrat.prm (YYYY-Qn or YYYY); with no          *
      *    parameter file, or a blank one, the last complete quarter.  *
      *    The group threshold falls back to the 85% the DDL installs. *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           PERFORM 1100-INIT-CATEGORY-TABLE
              THRU END-1100-INIT-CATEGORY-TABLE.

           MOVE WS-TODAY(1:4) TO WS-CUR-YEAR.
           MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH.
           COMPUTE WS-CUR-QUARTER = (WS-TODAY-MONTH - 1) / 3.
           IF WS-CUR-QUARTER = 0
               SUBTRACT 1 FROM WS-CUR-YEAR
               MOVE 4 TO WS-CUR-QUARTER
           END-IF.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               CLOSE PARM-FILE
               IF PRM-PERIOD NOT = SPACES
                   PERFORM 1200-READ-PERIOD-PARM
                      THRU END-1200-READ-PERIOD-PARM
               END-IF
           END-IF.

           IF WS-GATE-REFUSED
               DISPLAY 'LOSSRAT INVALID PERIOD IN PARAMETER FILE: '
                   PRM-PERIOD
               MOVE 8 TO RETURN-CODE
               GO TO END-1000-INITIALIZE
           END-IF.

           PERFORM 1300-SET-PERIOD-DATES
              THRU END-1300-SET-PERIOD-DATES.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'LOSSRAT CANNOT CONNECT:' SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-GATE-REFUSED TO TRUE
               GO TO END-1000-INITIALIZE
           END-IF.

           EXEC SQL
               SELECT GROUP_THRESHOLD
               INTO :SQL-GROUP-THRESHOLD
               FROM LOSS_RATIO_PARM
               WHERE PARM_ID = 'LOSSRAT'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 85 TO SQL-GROUP-THRESHOLD
           END-IF.
           MOVE SQL-GROUP-THRESHOLD TO WS-THRESHOLD-EDIT.

      *    Opened only once every gate has passed, so a refused run
      *    leaves the last good report and extract in place.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXTRACT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING 'LOSS RATIO REPORT FOR ' WS-PERIOD-LABEL
                  ' (' SQL-CUR-START ' TO BEFORE ' SQL-CUR-END
                  ') AGAINST ' WS-PRIOR-LABEL
                  ' - RUN ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CLAIMS PAID (DISBURSED, NET OF REVERSALS AND '
                  'RETURNS) / PREMIUMS EARNED (BILLED FOR THE PERIOD)'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-1000-INITIALIZE.
           EXIT.

       1100-INIT-CATEGORY-TABLE.
           MOVE 'DOC' TO WS-CAT-CODE (1).
           MOVE 'DOCTOR'              TO WS-CAT-LABEL (1).
           MOVE 'PAR' TO WS-CAT-CODE (2).
           MOVE 'PARMEDICAL'          TO WS-CAT-LABEL (2).
           MOVE 'HOS' TO WS-CAT-CODE (3).
           MOVE 'HOSPITAL'            TO WS-CAT-LABEL (3).
           MOVE 'SGL' TO WS-CAT-CODE (4).
           MOVE 'SINGLE GLASSES'      TO WS-CAT-LABEL (4).
           MOVE 'PGL' TO WS-CAT-CODE (5).
           MOVE 'PROGRESSIVE GLASSES' TO WS-CAT-LABEL (5).
           MOVE 'MOL' TO WS-CAT-CODE (6).
           MOVE 'MOLAR CROWNS'        TO WS-CAT-LABEL (6).
           MOVE 'NMO' TO WS-CAT-CODE (7).
           MOVE 'NON MOLAR CROWNS'    TO WS-CAT-LABEL (7).
           MOVE 'DES' TO WS-CAT-CODE (8).
           MOVE 'DESCALINGS'          TO WS-CAT-LABEL (8).
       END-1100-INIT-CATEGORY-TABLE.
           EXIT.

      ******************************************************************
      *    YYYY-Qn names a quarter, YYYY alone a calendar year.        *
      ******************************************************************
       1200-READ-PERIOD-PARM.
           IF PRM-PERIOD(1:4) NOT NUMERIC
               SET WS-GATE-REFUSED TO TRUE
               GO TO END-1200-READ-PERIOD-PARM
           END-IF.

           IF PRM-PERIOD(5:3) = SPACES
               SET WS-ANNUAL TO TRUE
               MOVE PRM-PERIOD(1:4) TO WS-CUR-YEAR
               GO TO END-1200-READ-PERIOD-PARM
           END-IF.

           IF PRM-PERIOD(5:2) = '-Q'
              AND PRM-PERIOD(7:1) >= '1' AND PRM-PERIOD(7:1) <= '4'
               SET WS-QUARTERLY TO TRUE
               MOVE PRM-PERIOD(1:4) TO WS-CUR-YEAR
               MOVE PRM-PERIOD(7:1) TO WS-CUR-QUARTER
           ELSE
               SET WS-GATE-REFUSED TO TRUE
           END-IF.
       END-1200-READ-PERIOD-PARM.
           EXIT.

      ******************************************************************
      *    First day of the prior period, of the reported period, and  *
      *    of the month after it; the same three as BILL_PERIODs.      *
      ******************************************************************
       1300-SET-PERIOD-DATES.
           IF WS-ANNUAL
               MOVE WS-CUR-YEAR TO WS-PERIOD-LABEL
               COMPUTE WS-PRI-YEAR = WS-CUR-YEAR - 1
               MOVE WS-PRI-YEAR TO WS-PRIOR-LABEL
               COMPUTE WS-END-YEAR = WS-CUR-YEAR + 1
               STRING WS-PRI-YEAR '-01-01'
                   DELIMITED BY SIZE INTO SQL-PRI-START
               STRING WS-CUR-YEAR '-01-01'
                   DELIMITED BY SIZE INTO SQL-CUR-START
               STRING WS-END-YEAR '-01-01'
                   DELIMITED BY SIZE INTO SQL-CUR-END
               GO TO END-1300-SET-PERIOD-DATES
           END-IF.

           STRING WS-CUR-YEAR '-Q' WS-CUR-QUARTER
               DELIMITED BY SIZE INTO WS-PERIOD-LABEL.
           MOVE WS-CUR-YEAR    TO WS-PRI-YEAR.
           MOVE WS-CUR-QUARTER TO WS-PRI-QUARTER.
           IF WS-PRI-QUARTER = 1
               SUBTRACT 1 FROM WS-PRI-YEAR
               MOVE 4 TO WS-PRI-QUARTER
           ELSE
               SUBTRACT 1 FROM WS-PRI-QUARTER
           END-IF.
           STRING WS-PRI-YEAR '-Q' WS-PRI-QUARTER
               DELIMITED BY SIZE INTO WS-PRIOR-LABEL.

           COMPUTE WS-START-MONTH = (WS-PRI-QUARTER - 1) * 3 + 1.
           STRING WS-PRI-YEAR '-' WS-START-MONTH '-01'
               DELIMITED BY SIZE INTO SQL-PRI-START.

           COMPUTE WS-START-MONTH = (WS-CUR-QUARTER - 1) * 3 + 1.
           STRING WS-CUR-YEAR '-' WS-START-MONTH '-01'
               DELIMITED BY SIZE INTO SQL-CUR-START.

           MOVE WS-CUR-YEAR TO WS-END-YEAR.
           COMPUTE WS-END-MONTH = WS-START-MONTH + 3.
           IF WS-END-MONTH > 12
               MOVE 1 TO WS-END-MONTH
               ADD 1 TO WS-END-YEAR
           END-IF.
           STRING WS-END-YEAR '-' WS-END-MONTH '-01'
               DELIMITED BY SIZE INTO SQL-CUR-END.
       END-1300-SET-PERIOD-DATES.
           EXIT.

      ******************************************************************
      *    Premiums earned and member-months, both periods in one      *
      *    pass, in member order for the distinct-member counts.       *
      ******************************************************************
       2000-READ-EXPOSURE.
           MOVE SQL-PRI-START(1:7) TO SQL-PRI-START-PERIOD.
           MOVE SQL-CUR-END(1:7)   TO SQL-CUR-END-PERIOD.

           EXEC SQL
               DECLARE CRSEXPO CURSOR FOR
               SELECT L.UUID_CUSTOMER, L.BILL_PERIOD, L.AMOUNT_BILLED,
                      L.LEDGER_STATUS,
                      COALESCE(L.PAID_GROUP_CODE, ' '),
                      COALESCE(C.COUPLE, ' '),
                      COALESCE(C.GROUP_CODE, ' ')
               FROM PREMIUM_LEDGER L, CUSTOMER C
               WHERE C.UUID_CUSTOMER = L.UUID_CUSTOMER
                 AND L.BILL_PERIOD >= :SQL-PRI-START-PERIOD
                 AND L.BILL_PERIOD <  :SQL-CUR-END-PERIOD
                 AND L.AMOUNT_BILLED > 0
               ORDER BY L.UUID_CUSTOMER, L.BILL_PERIOD
           END-EXEC.

           EXEC SQL
               OPEN CRSEXPO
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2100-FETCH-EXPOSURE
              THRU END-2100-FETCH-EXPOSURE
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSEXPO
           END-EXEC.
       END-2000-READ-EXPOSURE.
           EXIT.

       2100-FETCH-EXPOSURE.
           EXEC SQL
               FETCH CRSEXPO
               INTO :SQL-UUID-CUSTOMER, :SQL-BILL-PERIOD,
                    :SQL-AMOUNT-BILLED, :SQL-LEDGER-STATUS,
                    :SQL-PAID-GROUP-CODE, :SQL-COUPLE,
                    :SQL-GROUP-CODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-TOTAL-LEDGER-ROWS
                   PERFORM 2200-PLACE-EXPOSURE
                      THRU END-2200-PLACE-EXPOSURE
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSEXPO:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.
       END-2100-FETCH-EXPOSURE.
           EXIT.

      ******************************************************************
      *    A billed month belongs to the contract version in force on  *
      *    its 1st, and to the group whose debit paid it - the         *
      *    member's current group while it is still unpaid.            *
      ******************************************************************
       2200-PLACE-EXPOSURE.
           IF SQL-BILL-PERIOD >= SQL-CUR-START(1:7)
               MOVE 1 TO WS-PX
           ELSE
               MOVE 2 TO WS-PX
           END-IF.

           STRING SQL-BILL-PERIOD '-01'
               DELIMITED BY SIZE INTO SQL-AS-OF-DATE.
           PERFORM 2300-FIND-COVERAGE-LEVEL
              THRU END-2300-FIND-COVERAGE-LEVEL.

           PERFORM 2400-SET-HOUSEHOLD
              THRU END-2400-SET-HOUSEHOLD.

           IF SQL-LEDGER-STATUS = 'P'
               MOVE SQL-PAID-GROUP-CODE TO WS-ROW-GROUP
           ELSE
               MOVE SQL-GROUP-CODE      TO WS-ROW-GROUP
           END-IF.

           MOVE 'T'              TO WS-FIND-DIMENSION.
           MOVE 'ALL'            TO WS-FIND-KEY.
           PERFORM 2500-ADD-EXPOSURE-TO-LINE
              THRU END-2500-ADD-EXPOSURE-TO-LINE.
           MOVE 'C'              TO WS-FIND-DIMENSION.
           MOVE WS-ROW-COVERAGE  TO WS-FIND-KEY.
           PERFORM 2500-ADD-EXPOSURE-TO-LINE
              THRU END-2500-ADD-EXPOSURE-TO-LINE.
           MOVE 'H'              TO WS-FIND-DIMENSION.
           MOVE WS-ROW-HOUSEHOLD TO WS-FIND-KEY.
           PERFORM 2500-ADD-EXPOSURE-TO-LINE
              THRU END-2500-ADD-EXPOSURE-TO-LINE.
           MOVE 'G'              TO WS-FIND-DIMENSION.
           MOVE WS-ROW-GROUP     TO WS-FIND-KEY.
           PERFORM 2500-ADD-EXPOSURE-TO-LINE
              THRU END-2500-ADD-EXPOSURE-TO-LINE.
       END-2200-PLACE-EXPOSURE.
           EXIT.

      ******************************************************************
      *    Coverage level of the latest contract version started on or *
      *    before SQL-AS-OF-DATE; a contract that only starts later in *
      *    that month falls back to its first version. '---' when the  *
      *    member has no contract row at all.                          *
      ******************************************************************
       2300-FIND-COVERAGE-LEVEL.
           EXEC SQL
               SELECT COALESCE(COVERAGE_LEVEL, 'STD')
               INTO :SQL-COVERAGE-LEVEL
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND EFFECTIVE_FROM <= :SQL-AS-OF-DATE
               ORDER BY EFFECTIVE_FROM DESC
               LIMIT 1
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   SELECT COALESCE(COVERAGE_LEVEL, 'STD')
                   INTO :SQL-COVERAGE-LEVEL
                   FROM CUSTOMER_REIMBURSEMENT
                   WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                   ORDER BY EFFECTIVE_FROM
                   LIMIT 1
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               MOVE '---' TO SQL-COVERAGE-LEVEL
           END-IF.
           MOVE SQL-COVERAGE-LEVEL TO WS-ROW-COVERAGE.
       END-2300-FIND-COVERAGE-LEVEL.
           EXIT.

      ******************************************************************
      *    Household type as PREMIUM-BILLING derives it for the rate.  *
      ******************************************************************
       2400-SET-HOUSEHOLD.
           IF SQL-COUPLE = SPACES
               MOVE 'SINGLE' TO WS-ROW-HOUSEHOLD
           ELSE
               MOVE 'COUPLE' TO WS-ROW-HOUSEHOLD
           END-IF.
       END-2400-SET-HOUSEHOLD.
           EXIT.

       2500-ADD-EXPOSURE-TO-LINE.
           PERFORM 5000-FIND-LINE
              THRU END-5000-FIND-LINE.
           IF WS-LINE-IDX = 0
               GO TO END-2500-ADD-EXPOSURE-TO-LINE
           END-IF.

           ADD 1 TO WS-LIN-MEMBER-MONTHS (WS-LINE-IDX, WS-PX).
           ADD SQL-AMOUNT-BILLED
               TO WS-LIN-PREMIUMS (WS-LINE-IDX, WS-PX).
           IF WS-LIN-LAST-UUID (WS-LINE-IDX, WS-PX)
              NOT = SQL-UUID-CUSTOMER
               ADD 1 TO WS-LIN-MEMBERS (WS-LINE-IDX, WS-PX)
               MOVE SQL-UUID-CUSTOMER
                   TO WS-LIN-LAST-UUID (WS-LINE-IDX, WS-PX)
           END-IF.
       END-2500-ADD-EXPOSURE-TO-LINE.
           EXIT.

      ******************************************************************
      *    Claims paid in either period, live and archived alike: the  *
      *    archive only holds what has aged out of CLAIMS, so a period *
      *    far enough back is found there and nowhere else.            *
      ******************************************************************
       3000-READ-CLAIMS.
           EXEC SQL
               DECLARE CRSPAID CURSOR FOR
               SELECT C.UUID_CUSTOMER, C.CLAIM_CATEGORY, C.CLAIM_DATE,
                      C.CLAIM_PAYMENT_DATE, C.CLAIM_AMOUNT,
                      COALESCE(U.COUPLE, ' '),
                      COALESCE(U.GROUP_CODE, ' '), 'L'
               FROM CLAIMS C, CUSTOMER U
               WHERE U.UUID_CUSTOMER = C.UUID_CUSTOMER
                 AND C.CLAIM_STATUS = 'D'
                 AND C.CLAIM_PAYMENT_DATE >= :SQL-PRI-START
                 AND C.CLAIM_PAYMENT_DATE <  :SQL-CUR-END
               UNION ALL
               SELECT A.UUID_CUSTOMER, A.CLAIM_CATEGORY, A.CLAIM_DATE,
                      A.CLAIM_PAYMENT_DATE, A.CLAIM_AMOUNT,
                      COALESCE(U.COUPLE, ' '),
                      COALESCE(U.GROUP_CODE, ' '), 'A'
               FROM CLAIMS_ARCHIVE A, CUSTOMER U
               WHERE U.UUID_CUSTOMER = A.UUID_CUSTOMER
                 AND A.CLAIM_STATUS = 'D'
                 AND A.CLAIM_PAYMENT_DATE >= :SQL-PRI-START
                 AND A.CLAIM_PAYMENT_DATE <  :SQL-CUR-END
           END-EXEC.

           EXEC SQL
               OPEN CRSPAID
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3100-FETCH-CLAIM
              THRU END-3100-FETCH-CLAIM
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSPAID
           END-EXEC.
       END-3000-READ-CLAIMS.
           EXIT.

       3100-FETCH-CLAIM.
           EXEC SQL
               FETCH CRSPAID
               INTO :SQL-UUID-CUSTOMER, :SQL-CLAIM-CATEGORY,
                    :SQL-CLAIM-DATE, :SQL-PAYMENT-DATE,
                    :SQL-CLAIM-AMOUNT, :SQL-COUPLE,
                    :SQL-GROUP-CODE, :SQL-CLAIM-SOURCE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-TOTAL-CLAIM-ROWS
                   IF SQL-CLAIM-SOURCE = 'A'
                       ADD 1 TO WS-TOTAL-ARCHIVE-ROWS
                   END-IF
                   PERFORM 3200-PLACE-CLAIM
                      THRU END-3200-PLACE-CLAIM
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSPAID:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.
       END-3100-FETCH-CLAIM.
           EXIT.

      ******************************************************************
      *    The period is the payment's; the placement is the care      *
      *    date's: contract version then in force, and the group that  *
      *    paid that month's premium (current group if not yet paid    *
      *    or not billed).                                             *
      ******************************************************************
       3200-PLACE-CLAIM.
           IF SQL-PAYMENT-DATE >= SQL-CUR-START
               MOVE 1 TO WS-PX
           ELSE
               MOVE 2 TO WS-PX
           END-IF.

           MOVE SQL-CLAIM-DATE TO SQL-AS-OF-DATE.
           PERFORM 2300-FIND-COVERAGE-LEVEL
              THRU END-2300-FIND-COVERAGE-LEVEL.

           PERFORM 2400-SET-HOUSEHOLD
              THRU END-2400-SET-HOUSEHOLD.

           PERFORM 3300-FIND-CLAIM-GROUP
              THRU END-3300-FIND-CLAIM-GROUP.

           MOVE 0 TO WS-ROW-CAT-IDX.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 8
               IF WS-CAT-CODE (WS-CAT-IDX) = SQL-CLAIM-CATEGORY
                   MOVE WS-CAT-IDX TO WS-ROW-CAT-IDX
               END-IF
           END-PERFORM.

           MOVE 'T'              TO WS-FIND-DIMENSION.
           MOVE 'ALL'            TO WS-FIND-KEY.
           PERFORM 3400-ADD-CLAIM-TO-LINE
              THRU END-3400-ADD-CLAIM-TO-LINE.
           MOVE 'C'              TO WS-FIND-DIMENSION.
           MOVE WS-ROW-COVERAGE  TO WS-FIND-KEY.
           PERFORM 3400-ADD-CLAIM-TO-LINE
              THRU END-3400-ADD-CLAIM-TO-LINE.
           MOVE 'H'              TO WS-FIND-DIMENSION.
           MOVE WS-ROW-HOUSEHOLD TO WS-FIND-KEY.
           PERFORM 3400-ADD-CLAIM-TO-LINE
              THRU END-3400-ADD-CLAIM-TO-LINE.
           MOVE 'G'              TO WS-FIND-DIMENSION.
           MOVE WS-ROW-GROUP     TO WS-FIND-KEY.
           PERFORM 3400-ADD-CLAIM-TO-LINE
              THRU END-3400-ADD-CLAIM-TO-LINE.
       END-3200-PLACE-CLAIM.
           EXIT.

       3300-FIND-CLAIM-GROUP.
           MOVE SQL-CLAIM-DATE(1:7) TO SQL-LEDGER-PERIOD.

           EXEC SQL
               SELECT LEDGER_STATUS, COALESCE(PAID_GROUP_CODE, ' ')
               INTO :SQL-LEDGER-STATUS, :SQL-PAID-GROUP-CODE
               FROM PREMIUM_LEDGER
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                 AND BILL_PERIOD   = :SQL-LEDGER-PERIOD
           END-EXEC.

           IF SQLCODE = ZERO AND SQL-LEDGER-STATUS = 'P'
               MOVE SQL-PAID-GROUP-CODE TO WS-ROW-GROUP
           ELSE
               MOVE SQL-GROUP-CODE      TO WS-ROW-GROUP
           END-IF.
       END-3300-FIND-CLAIM-GROUP.
           EXIT.

       3400-ADD-CLAIM-TO-LINE.
           PERFORM 5000-FIND-LINE
              THRU END-5000-FIND-LINE.
           IF WS-LINE-IDX = 0
               GO TO END-3400-ADD-CLAIM-TO-LINE
           END-IF.

           ADD SQL-CLAIM-AMOUNT TO WS-LIN-CLAIMS (WS-LINE-IDX, WS-PX).
           IF WS-ROW-CAT-IDX > 0
               ADD SQL-CLAIM-AMOUNT
                   TO WS-LIN-CAT-CLAIMS (WS-LINE-IDX, WS-PX,
                                         WS-ROW-CAT-IDX)
           END-IF.
       END-3400-ADD-CLAIM-TO-LINE.
           EXIT.

      ******************************************************************
      *    Loss ratio of the reported period per line, and the groups  *
      *    it puts over the threshold.                                 *
      ******************************************************************
       4000-COMPUTE-RATIOS.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE WS-LIN-CLAIMS (WS-LINE-IDX, 1)   TO WS-CALC-CLAIMS
               MOVE WS-LIN-PREMIUMS (WS-LINE-IDX, 1) TO WS-CALC-PREMIUMS
               PERFORM 6600-CALC-RATIO
                  THRU END-6600-CALC-RATIO
               IF WS-CALC-KNOWN = 'N' AND WS-CALC-CLAIMS > 0
                   MOVE 99999.9 TO WS-CALC-RATIO
               END-IF
               MOVE WS-CALC-RATIO TO WS-LIN-RATIO (WS-LINE-IDX)
               MOVE 'N' TO WS-LIN-OVER (WS-LINE-IDX)
               IF WS-LIN-DIMENSION (WS-LINE-IDX) = 'G'
                  AND WS-LIN-KEY (WS-LINE-IDX) NOT = SPACES
                  AND WS-CALC-RATIO > SQL-GROUP-THRESHOLD
                   MOVE 'Y' TO WS-LIN-OVER (WS-LINE-IDX)
                   ADD 1 TO WS-TOTAL-OVER-THRESHOLD
               END-IF
           END-PERFORM.
       END-4000-COMPUTE-RATIOS.
           EXIT.

      ******************************************************************
      *    Returns in WS-LINE-IDX the line for WS-FIND-DIMENSION /     *
      *    WS-FIND-KEY, created on first use; 0 once the table is      *
      *    full (the row still counts in the other dimensions).        *
      ******************************************************************
       5000-FIND-LINE.
           MOVE 0 TO WS-LINE-BEST.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   OR WS-LINE-BEST > 0
               IF WS-LIN-DIMENSION (WS-LINE-IDX) = WS-FIND-DIMENSION
                  AND WS-LIN-KEY (WS-LINE-IDX) = WS-FIND-KEY
                   MOVE WS-LINE-IDX TO WS-LINE-BEST
               END-IF
           END-PERFORM.

           IF WS-LINE-BEST > 0
               MOVE WS-LINE-BEST TO WS-LINE-IDX
               GO TO END-5000-FIND-LINE
           END-IF.

           IF WS-LINE-COUNT >= WS-LINE-MAX
               IF WS-TOTAL-NOT-PLACED = 0
                   DISPLAY 'LOSSRAT LINE TABLE FULL - '
                       WS-FIND-DIMENSION ' ' WS-FIND-KEY
                       ' AND LATER KEYS NOT REPORTED'
               END-IF
               ADD 1 TO WS-TOTAL-NOT-PLACED
               MOVE 0 TO WS-LINE-IDX
               GO TO END-5000-FIND-LINE
           END-IF.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO WS-LINE-IDX.
           INITIALIZE WS-LINE-ENTRY (WS-LINE-IDX).
           MOVE WS-FIND-DIMENSION TO WS-LIN-DIMENSION (WS-LINE-IDX).
           MOVE WS-FIND-KEY       TO WS-LIN-KEY (WS-LINE-IDX).
       END-5000-FIND-LINE.
           EXIT.

      ******************************************************************
      *    All members, then by coverage level and household type in   *
      *    key order, then the groups: over the threshold worst first, *
      *    the others in code order, the INDIVIDUAL line last.         *
      ******************************************************************
       6000-PRINT-REPORT.
           MOVE 'T' TO WS-PRINT-DIMENSION.
           MOVE 'ALL MEMBERS' TO REPORT-RECORD.
           PERFORM 6100-PRINT-SECTION
              THRU END-6100-PRINT-SECTION.

           MOVE 'C' TO WS-PRINT-DIMENSION.
           MOVE 'BY COVERAGE LEVEL' TO REPORT-RECORD.
           PERFORM 6100-PRINT-SECTION
              THRU END-6100-PRINT-SECTION.

           MOVE 'H' TO WS-PRINT-DIMENSION.
           MOVE 'BY HOUSEHOLD TYPE' TO REPORT-RECORD.
           PERFORM 6100-PRINT-SECTION
              THRU END-6100-PRINT-SECTION.

           MOVE SPACES TO REPORT-RECORD.
           STRING 'BY EMPLOYER GROUP - ' WS-TOTAL-OVER-THRESHOLD
                  ' GROUP(S) ABOVE ' WS-THRESHOLD-EDIT
                  '% LISTED FIRST (>>), WORST FIRST'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           MOVE 'G' TO WS-PRINT-DIMENSION.
           PERFORM 6100-PRINT-SECTION
              THRU END-6100-PRINT-SECTION.
       END-6000-PRINT-REPORT.
           EXIT.

      ******************************************************************
      *    Section title (already in REPORT-RECORD), column headings,  *
      *    then the section's lines.                                   *
      ******************************************************************
       6100-PRINT-SECTION.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '   LINE                    MBR-MTH  MEMBERS'
                  '       PREMIUMS         CLAIMS    LOSS%'
                  '   AVG/MEMBER   PRIOR%   CHANGE   PRIOR CLAIMS'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE 'N' TO WS-LIN-DONE (WS-LINE-IDX)
           END-PERFORM.

           IF WS-PRINT-DIMENSION = 'G'
               PERFORM 6200-PRINT-WORST-GROUP
                  THRU END-6200-PRINT-WORST-GROUP
                  WS-TOTAL-OVER-THRESHOLD TIMES
           END-IF.

           MOVE 1 TO WS-LINE-BEST.
           PERFORM 6300-PRINT-NEXT-BY-KEY
              THRU END-6300-PRINT-NEXT-BY-KEY
              UNTIL WS-LINE-BEST = 0.

           IF WS-PRINT-DIMENSION = 'G'
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   IF WS-LIN-DIMENSION (WS-LINE-IDX) = 'G'
                      AND WS-LIN-KEY (WS-LINE-IDX) = SPACES
                       MOVE WS-LINE-IDX TO WS-LINE-BEST
                       PERFORM 6400-PRINT-LINE
                          THRU END-6400-PRINT-LINE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-6100-PRINT-SECTION.
           EXIT.

      ******************************************************************
      *    Takes the not-yet-printed group with the highest ratio      *
      *    among those over the threshold.                             *
      ******************************************************************
       6200-PRINT-WORST-GROUP.
           MOVE 0 TO WS-LINE-BEST.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF WS-LIN-OVER (WS-LINE-IDX) = 'Y'
                  AND WS-LIN-DONE (WS-LINE-IDX) = 'N'
                   IF WS-LINE-BEST = 0
                   OR WS-LIN-RATIO (WS-LINE-IDX) >
                      WS-LIN-RATIO (WS-LINE-BEST)
                       MOVE WS-LINE-IDX TO WS-LINE-BEST
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-LINE-BEST > 0
               PERFORM 6400-PRINT-LINE
                  THRU END-6400-PRINT-LINE
           END-IF.
       END-6200-PRINT-WORST-GROUP.
           EXIT.

      ******************************************************************
      *    Takes the not-yet-printed line of the section with the      *
      *    lowest key; WS-LINE-BEST 0 when none is left. The blank     *
      *    group key (INDIVIDUAL) is left for the end of the section.  *
      ******************************************************************
       6300-PRINT-NEXT-BY-KEY.
           MOVE 0 TO WS-LINE-BEST.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF WS-LIN-DIMENSION (WS-LINE-IDX) = WS-PRINT-DIMENSION
                  AND WS-LIN-DONE (WS-LINE-IDX) = 'N'
                  AND WS-LIN-KEY (WS-LINE-IDX) NOT = SPACES
                   IF WS-LINE-BEST = 0
                   OR WS-LIN-KEY (WS-LINE-IDX) <
                      WS-LIN-KEY (WS-LINE-BEST)
                       MOVE WS-LINE-IDX TO WS-LINE-BEST
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-LINE-BEST > 0
               PERFORM 6400-PRINT-LINE
                  THRU END-6400-PRINT-LINE
           END-IF.
       END-6300-PRINT-NEXT-BY-KEY.
           EXIT.


      ******************************************************************
      *    Line WS-LINE-BEST: its totals line, the employer's name for *
      *    a group, then one line per category with claims in either   *
      *    period; the same figures go to the actuary's file.          *
      ******************************************************************
       6400-PRINT-LINE.
           MOVE 'Y' TO WS-LIN-DONE (WS-LINE-BEST).

           EVALUATE WS-LIN-DIMENSION (WS-LINE-BEST)
               WHEN 'T'
                   MOVE 'TOTAL'       TO WS-DIMENSION-NAME
                   MOVE 'ALL MEMBERS' TO WS-KEY-LABEL
               WHEN 'C'
                   MOVE 'COVERAGE'    TO WS-DIMENSION-NAME
                   IF WS-LIN-KEY (WS-LINE-BEST) = '---'
                       MOVE 'NO CONTRACT' TO WS-KEY-LABEL
                   ELSE
                       MOVE WS-LIN-KEY (WS-LINE-BEST) TO WS-KEY-LABEL
                   END-IF
               WHEN 'H'
                   MOVE 'HOUSEHOLD'   TO WS-DIMENSION-NAME
                   MOVE WS-LIN-KEY (WS-LINE-BEST) TO WS-KEY-LABEL
               WHEN OTHER
                   MOVE 'GROUP'       TO WS-DIMENSION-NAME
                   IF WS-LIN-KEY (WS-LINE-BEST) = SPACES
                       MOVE 'INDIVIDUAL' TO WS-KEY-LABEL
                   ELSE
                       MOVE WS-LIN-KEY (WS-LINE-BEST) TO WS-KEY-LABEL
                   END-IF
           END-EVALUATE.

           MOVE 0 TO WS-CALC-CAT-IDX.
           PERFORM 6500-CALC-CURRENT-AND-PRIOR
              THRU END-6500-CALC-CURRENT-AND-PRIOR.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-LIN-OVER (WS-LINE-BEST) = 'Y'
               MOVE '>> ' TO RPT-FLAG
           END-IF.
           MOVE WS-KEY-LABEL TO RPT-KEY.
           MOVE WS-LIN-MEMBER-MONTHS (WS-LINE-BEST, 1)
               TO RPT-MEMBER-MONTHS.
           MOVE WS-LIN-MEMBERS (WS-LINE-BEST, 1) TO RPT-MEMBERS.
           MOVE WS-LIN-PREMIUMS (WS-LINE-BEST, 1) TO RPT-PREMIUMS.
           PERFORM 6700-FILL-FIGURES
              THRU END-6700-FILL-FIGURES.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WS-LIN-DIMENSION (WS-LINE-BEST) = 'G'
              AND WS-LIN-KEY (WS-LINE-BEST) NOT = SPACES
               PERFORM 6450-PRINT-GROUP-NAME
                  THRU END-6450-PRINT-GROUP-NAME
           END-IF.

           MOVE SPACES TO EXTRACT-RECORD.
           MOVE 'LINE' TO LRX-RECORD-TYPE.
           PERFORM 7000-WRITE-EXTRACT
              THRU END-7000-WRITE-EXTRACT.

           PERFORM 6410-PRINT-CATEGORY-LINE
              THRU END-6410-PRINT-CATEGORY-LINE
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > 8.
       END-6400-PRINT-LINE.
           EXIT.

      ******************************************************************
      *    A category's ratio is its share of the line's loss ratio:   *
      *    its claims over the line's premiums.                        *
      ******************************************************************
       6410-PRINT-CATEGORY-LINE.
           IF WS-LIN-CAT-CLAIMS (WS-LINE-BEST, 1, WS-CAT-IDX) = 0
              AND WS-LIN-CAT-CLAIMS (WS-LINE-BEST, 2, WS-CAT-IDX) = 0
               GO TO END-6410-PRINT-CATEGORY-LINE
           END-IF.

           MOVE WS-CAT-IDX TO WS-CALC-CAT-IDX.
           PERFORM 6500-CALC-CURRENT-AND-PRIOR
              THRU END-6500-CALC-CURRENT-AND-PRIOR.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   ' WS-CAT-CODE (WS-CAT-IDX) ' '
                  WS-CAT-LABEL (WS-CAT-IDX)
               DELIMITED BY SIZE INTO RPT-KEY.
           PERFORM 6700-FILL-FIGURES
              THRU END-6700-FILL-FIGURES.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO EXTRACT-RECORD.
           MOVE 'CATG' TO LRX-RECORD-TYPE.
           MOVE WS-CAT-CODE (WS-CAT-IDX) TO LRX-CATEGORY.
           PERFORM 7000-WRITE-EXTRACT
              THRU END-7000-WRITE-EXTRACT.
       END-6410-PRINT-CATEGORY-LINE.
           EXIT.

       6450-PRINT-GROUP-NAME.
           MOVE WS-LIN-KEY (WS-LINE-BEST) TO SQL-GROUP-CODE.

           EXEC SQL
               SELECT GROUP_NAME
               INTO :SQL-GROUP-NAME
               FROM EMPLOYER_GROUP
               WHERE GROUP_CODE = :SQL-GROUP-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'NO EMPLOYER_GROUP ROW' TO SQL-GROUP-NAME
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING '      ' SQL-GROUP-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-6450-PRINT-GROUP-NAME.
           EXIT.

      ******************************************************************
      *    Claims of line WS-LINE-BEST (category WS-CALC-CAT-IDX, or   *
      *    the whole line when 0) in both periods, both ratios against *
      *    the line's premiums, the average cost per member exposed    *
      *    and the change in points.                                   *
      ******************************************************************
       6500-CALC-CURRENT-AND-PRIOR.
           IF WS-CALC-CAT-IDX = 0
               MOVE WS-LIN-CLAIMS (WS-LINE-BEST, 1) TO WS-CUR-CLAIMS
               MOVE WS-LIN-CLAIMS (WS-LINE-BEST, 2) TO WS-PRI-CLAIMS
           ELSE
               MOVE WS-LIN-CAT-CLAIMS (WS-LINE-BEST, 1, WS-CALC-CAT-IDX)
                   TO WS-CUR-CLAIMS
               MOVE WS-LIN-CAT-CLAIMS (WS-LINE-BEST, 2, WS-CALC-CAT-IDX)
                   TO WS-PRI-CLAIMS
           END-IF.

           MOVE WS-CUR-CLAIMS TO WS-CALC-CLAIMS.
           MOVE WS-LIN-PREMIUMS (WS-LINE-BEST, 1) TO WS-CALC-PREMIUMS.
           PERFORM 6600-CALC-RATIO
              THRU END-6600-CALC-RATIO.
           MOVE WS-CALC-RATIO TO WS-CUR-RATIO.
           MOVE WS-CALC-KNOWN TO WS-CUR-KNOWN.

           MOVE WS-PRI-CLAIMS TO WS-CALC-CLAIMS.
           MOVE WS-LIN-PREMIUMS (WS-LINE-BEST, 2) TO WS-CALC-PREMIUMS.
           PERFORM 6600-CALC-RATIO
              THRU END-6600-CALC-RATIO.
           MOVE WS-CALC-RATIO TO WS-PRI-RATIO.
           MOVE WS-CALC-KNOWN TO WS-PRI-KNOWN.

           IF WS-LIN-MEMBERS (WS-LINE-BEST, 1) > 0
               COMPUTE WS-CALC-AVG-COST ROUNDED =
                   WS-CUR-CLAIMS / WS-LIN-MEMBERS (WS-LINE-BEST, 1)
           ELSE
               MOVE 0 TO WS-CALC-AVG-COST
           END-IF.

           IF WS-CUR-KNOWN = 'Y' AND WS-PRI-KNOWN = 'Y'
               COMPUTE WS-RATIO-CHANGE = WS-CUR-RATIO - WS-PRI-RATIO
                   ON SIZE ERROR
                       MOVE 0 TO WS-RATIO-CHANGE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-RATIO-CHANGE
           END-IF.
       END-6500-CALC-CURRENT-AND-PRIOR.
           EXIT.

      ******************************************************************
      *    No premium in the period: no ratio (N/A on the print, zero  *
      *    in the actuary's file next to the zero premium).            *
      ******************************************************************
       6600-CALC-RATIO.
           IF WS-CALC-PREMIUMS > 0
               MOVE 'Y' TO WS-CALC-KNOWN
               COMPUTE WS-CALC-RATIO ROUNDED =
                   WS-CALC-CLAIMS * 100 / WS-CALC-PREMIUMS
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CALC-RATIO
               END-COMPUTE
           ELSE
               MOVE 'N' TO WS-CALC-KNOWN
               MOVE 0 TO WS-CALC-RATIO
           END-IF.
       END-6600-CALC-RATIO.
           EXIT.

       6700-FILL-FIGURES.
           MOVE WS-CUR-CLAIMS TO RPT-CLAIMS.
           MOVE WS-PRI-CLAIMS TO RPT-PRIOR-CLAIMS.

           IF WS-LIN-MEMBERS (WS-LINE-BEST, 1) > 0
               MOVE WS-CALC-AVG-COST TO RPT-AVG-COST
           END-IF.

           IF WS-CUR-KNOWN = 'Y'
               MOVE WS-CUR-RATIO TO WS-RATIO-EDIT
               MOVE WS-RATIO-EDIT TO RPT-RATIO
           ELSE
               MOVE '    N/A' TO RPT-RATIO
           END-IF.

           IF WS-PRI-KNOWN = 'Y'
               MOVE WS-PRI-RATIO TO WS-RATIO-EDIT
               MOVE WS-RATIO-EDIT TO RPT-PRIOR-RATIO
           ELSE
               MOVE '    N/A' TO RPT-PRIOR-RATIO
           END-IF.

           IF WS-CUR-KNOWN = 'Y' AND WS-PRI-KNOWN = 'Y'
               MOVE WS-RATIO-CHANGE TO WS-CHANGE-EDIT
               MOVE WS-CHANGE-EDIT TO RPT-CHANGE
           ELSE
               MOVE '    N/A' TO RPT-CHANGE
           END-IF.
       END-6700-FILL-FIGURES.
           EXIT.

      ******************************************************************
      *    Record type (and category for CATG) already set by the      *
      *    caller; figures from the last 6500 computation.             *
      ******************************************************************
       7000-WRITE-EXTRACT.
           MOVE WS-PERIOD-LABEL           TO LRX-PERIOD.
           MOVE WS-DIMENSION-NAME         TO LRX-DIMENSION.
           MOVE WS-KEY-LABEL              TO LRX-KEY.
           IF WS-LIN-OVER (WS-LINE-BEST) = 'Y'
               MOVE 'Y' TO LRX-OVER-THRESHOLD
           ELSE
               MOVE 'N' TO LRX-OVER-THRESHOLD
           END-IF.
           MOVE WS-LIN-MEMBER-MONTHS (WS-LINE-BEST, 1)
               TO LRX-MEMBER-MONTHS.
           MOVE WS-LIN-MEMBERS (WS-LINE-BEST, 1)  TO LRX-MEMBERS.
           MOVE WS-LIN-PREMIUMS (WS-LINE-BEST, 1) TO LRX-PREMIUMS.
           MOVE WS-CUR-CLAIMS             TO LRX-CLAIMS.
           MOVE WS-CUR-RATIO              TO LRX-RATIO.
           MOVE WS-CALC-AVG-COST          TO LRX-AVG-COST.
           MOVE WS-PRIOR-LABEL            TO LRX-PRIOR-PERIOD.
           MOVE WS-LIN-MEMBER-MONTHS (WS-LINE-BEST, 2)
               TO LRX-PRIOR-MEMBER-MONTHS.
           MOVE WS-LIN-MEMBERS (WS-LINE-BEST, 2)
               TO LRX-PRIOR-MEMBERS.
           MOVE WS-LIN-PREMIUMS (WS-LINE-BEST, 2)
               TO LRX-PRIOR-PREMIUMS.
           MOVE WS-PRI-CLAIMS             TO LRX-PRIOR-CLAIMS.
           MOVE WS-PRI-RATIO              TO LRX-PRIOR-RATIO.
           WRITE EXTRACT-RECORD.
       END-7000-WRITE-EXTRACT.
           EXIT.

      ******************************************************************
      ******************************************************************
       8000-FINALIZE.
           IF NOT WS-GATE-REFUSED
               MOVE SPACES TO REPORT-RECORD
               STRING 'PREMIUM_LEDGER ROWS READ  : '
                      WS-TOTAL-LEDGER-ROWS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING 'CLAIMS PAID READ          : ' WS-TOTAL-CLAIM-ROWS
                      ' (FROM CLAIMS_ARCHIVE: ' WS-TOTAL-ARCHIVE-ROWS
                      ')'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-TOTAL-NOT-PLACED > 0
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'ROWS MISSING FROM A LINE  : '
                          WS-TOTAL-NOT-PLACED
                          ' (LINE TABLE FULL - TOTALS ARE COMPLETE)'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF

               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC

               CLOSE REPORT-FILE
               CLOSE EXTRACT-FILE
           END-IF.

           DISPLAY 'LOSSRAT PERIOD ' WS-PERIOD-LABEL
               ' AGAINST ' WS-PRIOR-LABEL.
           DISPLAY 'LOSSRAT ' WS-TOTAL-OVER-THRESHOLD
               ' GROUP(S) ABOVE THE THRESHOLD'.
       END-8000-FINALIZE.
           EXIT.
