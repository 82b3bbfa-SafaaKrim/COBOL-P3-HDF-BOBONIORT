      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cmpage.
       AUTHOR. Martial.

      ******************************************************************
      *    Daily ageing report of the member complaint cases opened by *
      *    COMPLAINT-CASE (cmpcase.cbl): every case still open, by     *
      *    assigned operator and case type, oldest first, with its     *
      *    age in days, our response deadline and the regulator's.     *
      *    A case not yet decided is flagged:                          *
      *      OVERDUE    - past our own response deadline;              *
      *      AT RISK    - the regulator's deadline is within           *
      *                   COMPLAINT_PARM's WARNING_DAYS;               *
      *      BREACHED   - the regulator's deadline has passed.         *
      *    AT RISK and BREACHED lines are marked '>>' for the desk     *
      *    manager. A decided case still open (an upheld recovery      *
      *    dispute holding its SEPR debit, say) is listed but not      *
      *    flagged: the member has had our answer. Each operator and   *
      *    type gets a subtotal line, each operator a total, and the   *
      *    report ends with the totals by case type. Read-only.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-PATH           PIC X(100) VALUE 'cmpage.rpt'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE              PIC X(10).
       01  WS-TODAY                 PIC X(21).

       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR          VALUE 'Y'.
       01  WS-FIRST-SWITCH          PIC X(01) VALUE 'Y'.
           88 WS-FIRST-CASE             VALUE 'Y'.

       01  WS-PREV-OPERATOR         PIC X(20).
       01  WS-PREV-TYPE             PIC X(03).
       01  WS-CASE-FLAG             PIC X(08).
           88 WS-FLAG-OVERDUE           VALUE 'OVERDUE'.
           88 WS-FLAG-AT-RISK           VALUE 'AT RISK'.
           88 WS-FLAG-BREACHED          VALUE 'BREACHED'.
       01  WS-EDIT-COUNT            PIC Z(4)9.

      *    Counts at each level: open, overdue, at risk, breached.
       01  WS-TYPE-COUNTS.
           03 WS-TYP-OPEN           PIC 9(05).
           03 WS-TYP-OVERDUE        PIC 9(05).
           03 WS-TYP-AT-RISK        PIC 9(05).
           03 WS-TYP-BREACHED       PIC 9(05).
       01  WS-OPERATOR-COUNTS.
           03 WS-OPR-OPEN           PIC 9(05).
           03 WS-OPR-OVERDUE        PIC 9(05).
           03 WS-OPR-AT-RISK        PIC 9(05).
           03 WS-OPR-BREACHED       PIC 9(05).
       01  WS-GRAND-COUNTS.
           03 WS-GRD-OPEN           PIC 9(05) VALUE 0.
           03 WS-GRD-OVERDUE        PIC 9(05) VALUE 0.
           03 WS-GRD-AT-RISK        PIC 9(05) VALUE 0.
           03 WS-GRD-BREACHED       PIC 9(05) VALUE 0.

       01  WS-LINE-COUNTS.
           03 WS-LIN-OPEN           PIC 9(05).
           03 WS-LIN-OVERDUE        PIC 9(05).
           03 WS-LIN-AT-RISK        PIC 9(05).
           03 WS-LIN-BREACHED       PIC 9(05).

       01  WS-CASE-TYPE-TABLE.
           03 WS-CTY-ENTRY OCCURS 5 TIMES.
              05 WS-CTY-CODE        PIC X(03).
              05 WS-CTY-OPEN        PIC 9(05).
              05 WS-CTY-OVERDUE     PIC 9(05).
              05 WS-CTY-AT-RISK     PIC 9(05).
              05 WS-CTY-BREACHED    PIC 9(05).
       01  WS-CTY-IDX               PIC 9(02).
       01  WS-CTY-FOUND             PIC 9(02).

       01  WS-REPORT-LINE.
           03 RPT-MARK              PIC X(03).
           03 RPT-CASE-ID           PIC X(36).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-TYPE              PIC X(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-RECEIVED          PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-AGE               PIC ZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-RESPONSE-DUE      PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-REGULATOR-DUE     PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-OUTCOME           PIC X(01).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 RPT-FLAG              PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-NOTE              PIC X(30).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC X(05) VALUE 'cobol'.
       01  PASSWD   PIC X(10) VALUE 'cbl85'.

       01  SQL-RUN-DATE              PIC X(10).
       01  SQL-WARNING-DAYS          PIC 9(03).
       01  SQL-CASE-ID               PIC X(36).
       01  SQL-ASSIGNED-OPERATOR     PIC X(20).
       01  SQL-OPERATOR-NAME         PIC X(40).
       01  SQL-CASE-TYPE             PIC X(03).
       01  SQL-RECEIVED-DATE         PIC X(10).
       01  SQL-RESPONSE-DUE-DATE     PIC X(10).
       01  SQL-REGULATOR-DUE-DATE    PIC X(10).
       01  SQL-CASE-OUTCOME          PIC X(01).
       01  SQL-DAYS-OPEN             PIC S9(05).
       01  SQL-DAYS-LEFT             PIC S9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-START-MAIN.
           PERFORM 1000-INITIALIZE
              THRU END-1000-INITIALIZE.

           PERFORM 2000-OPEN-CURSOR
              THRU END-2000-OPEN-CURSOR.

           PERFORM 3000-PROCESS-CASES
              THRU END-3000-PROCESS-CASES
              UNTIL WS-END-OF-CURSOR.

           PERFORM 8000-FINALIZE
              THRU END-8000-FINALIZE.
       0000-END-MAIN.
           GOBACK.

      ******************************************************************
      *    The warning window is 10 days when the parm row is missing. *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO SQL-RUN-DATE.

           MOVE 'REJ' TO WS-CTY-CODE (1).
           MOVE 'REC' TO WS-CTY-CODE (2).
           MOVE 'SUS' TO WS-CTY-CODE (3).
           MOVE 'OTH' TO WS-CTY-CODE (4).
           MOVE '???' TO WS-CTY-CODE (5).
           PERFORM VARYING WS-CTY-IDX FROM 1 BY 1
                   UNTIL WS-CTY-IDX > 5
               MOVE 0 TO WS-CTY-OPEN (WS-CTY-IDX)
               MOVE 0 TO WS-CTY-OVERDUE (WS-CTY-IDX)
               MOVE 0 TO WS-CTY-AT-RISK (WS-CTY-IDX)
               MOVE 0 TO WS-CTY-BREACHED (WS-CTY-IDX)
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'CMPAGE CANNOT CONNECT:' SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-END-OF-CURSOR TO TRUE
               GO TO END-1000-INITIALIZE
           END-IF.

           EXEC SQL
               SELECT WARNING_DAYS
               INTO :SQL-WARNING-DAYS
               FROM COMPLAINT_PARM
               WHERE PARM_ID = 'COMPLNT'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 10 TO SQL-WARNING-DAYS
           END-IF.

           PERFORM 1100-WRITE-HEADINGS
              THRU END-1100-WRITE-HEADINGS.
       END-1000-INITIALIZE.
           EXIT.

       1100-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'OPEN COMPLAINT CASES - AGEING AS OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SQL-WARNING-DAYS TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'OVERDUE = PAST OUR RESPONSE DATE   AT RISK = '
                  'REGULATOR DATE WITHIN' WS-EDIT-COUNT ' DAYS   '
                  'BREACHED = REGULATOR DATE PASSED'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '   CASE ID                               TYPE '
                  'RECEIVED      AGE  RESPONSE    REGULATOR   O   '
                  'FLAG'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-1100-WRITE-HEADINGS.
           EXIT.

      ******************************************************************
      *    Every open case with its age and the days left before the   *
      *    regulator's deadline (negative once passed), in control-    *
      *    break order.                                                *
      ******************************************************************
       2000-OPEN-CURSOR.
           IF WS-END-OF-CURSOR
               GO TO END-2000-OPEN-CURSOR
           END-IF.

           EXEC SQL
               DECLARE CRSAGE CURSOR FOR
               SELECT K.CASE_ID, K.ASSIGNED_OPERATOR,
                      COALESCE(O.OPERATOR_NAME, ' '),
                      K.CASE_TYPE, K.RECEIVED_DATE,
                      K.RESPONSE_DUE_DATE, K.REGULATOR_DUE_DATE,
                      COALESCE(K.CASE_OUTCOME, ' '),
                      CAST(:SQL-RUN-DATE AS DATE) - K.RECEIVED_DATE,
                      K.REGULATOR_DUE_DATE - CAST(:SQL-RUN-DATE AS DATE)
               FROM COMPLAINT_CASE K
               LEFT JOIN OPERATOR O
                 ON O.OPERATOR_ID = K.ASSIGNED_OPERATOR
               WHERE K.CASE_STATUS = 'O'
               ORDER BY K.ASSIGNED_OPERATOR, K.CASE_TYPE,
                        K.RECEIVED_DATE, K.CASE_ID
           END-EXEC.

           EXEC SQL
               OPEN CRSAGE
           END-EXEC.
       END-2000-OPEN-CURSOR.
           EXIT.

      ******************************************************************
      ******************************************************************
       3000-PROCESS-CASES.
           EXEC SQL
               FETCH CRSAGE
               INTO :SQL-CASE-ID, :SQL-ASSIGNED-OPERATOR,
                    :SQL-OPERATOR-NAME, :SQL-CASE-TYPE,
                    :SQL-RECEIVED-DATE, :SQL-RESPONSE-DUE-DATE,
                    :SQL-REGULATOR-DUE-DATE, :SQL-CASE-OUTCOME,
                    :SQL-DAYS-OPEN, :SQL-DAYS-LEFT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3100-REPORT-CASE
                      THRU END-3100-REPORT-CASE
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSAGE:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.
       END-3000-PROCESS-CASES.
           EXIT.

      ******************************************************************
      *    Closes the previous type and operator when they change,     *
      *    then prints the case and adds it to every level.            *
      ******************************************************************
       3100-REPORT-CASE.
           IF WS-FIRST-CASE
               MOVE 'N' TO WS-FIRST-SWITCH
               PERFORM 3300-START-OPERATOR
                  THRU END-3300-START-OPERATOR
           ELSE
               IF SQL-ASSIGNED-OPERATOR NOT = WS-PREV-OPERATOR
                   PERFORM 4000-TYPE-BREAK
                      THRU END-4000-TYPE-BREAK
                   PERFORM 4100-OPERATOR-BREAK
                      THRU END-4100-OPERATOR-BREAK
                   PERFORM 3300-START-OPERATOR
                      THRU END-3300-START-OPERATOR
               ELSE
                   IF SQL-CASE-TYPE NOT = WS-PREV-TYPE
                       PERFORM 4000-TYPE-BREAK
                          THRU END-4000-TYPE-BREAK
                       MOVE SQL-CASE-TYPE TO WS-PREV-TYPE
                   END-IF
               END-IF
           END-IF.

           PERFORM 3200-FLAG-CASE
              THRU END-3200-FLAG-CASE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-FLAG-AT-RISK OR WS-FLAG-BREACHED
               MOVE '>> ' TO RPT-MARK
           END-IF.
           MOVE SQL-CASE-ID            TO RPT-CASE-ID.
           MOVE SQL-CASE-TYPE          TO RPT-TYPE.
           MOVE SQL-RECEIVED-DATE      TO RPT-RECEIVED.
           MOVE SQL-DAYS-OPEN          TO RPT-AGE.
           MOVE SQL-RESPONSE-DUE-DATE  TO RPT-RESPONSE-DUE.
           MOVE SQL-REGULATOR-DUE-DATE TO RPT-REGULATOR-DUE.
           MOVE SQL-CASE-OUTCOME       TO RPT-OUTCOME.
           MOVE WS-CASE-FLAG           TO RPT-FLAG.
           IF SQL-CASE-OUTCOME NOT = SPACE
               MOVE 'DECIDED - AWAITING CLOSURE' TO RPT-NOTE
           END-IF.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 1 TO WS-LIN-OPEN.
           MOVE 0 TO WS-LIN-OVERDUE.
           MOVE 0 TO WS-LIN-AT-RISK.
           MOVE 0 TO WS-LIN-BREACHED.
           EVALUATE TRUE
               WHEN WS-FLAG-OVERDUE
                   MOVE 1 TO WS-LIN-OVERDUE
               WHEN WS-FLAG-AT-RISK
                   MOVE 1 TO WS-LIN-AT-RISK
               WHEN WS-FLAG-BREACHED
                   MOVE 1 TO WS-LIN-BREACHED
           END-EVALUATE.
           ADD WS-LIN-OPEN TO WS-TYP-OPEN.
           ADD WS-LIN-OVERDUE TO WS-TYP-OVERDUE.
           ADD WS-LIN-AT-RISK TO WS-TYP-AT-RISK.
           ADD WS-LIN-BREACHED TO WS-TYP-BREACHED.

           PERFORM 3400-ADD-TO-TYPE-TOTALS
              THRU END-3400-ADD-TO-TYPE-TOTALS.
       END-3100-REPORT-CASE.
           EXIT.

      ******************************************************************
      *    The regulator's deadline outranks ours: a case past both is *
      *    BREACHED, not OVERDUE. A decided case carries no flag.      *
      ******************************************************************
       3200-FLAG-CASE.
           MOVE SPACES TO WS-CASE-FLAG.
           IF SQL-CASE-OUTCOME NOT = SPACE
               GO TO END-3200-FLAG-CASE
           END-IF.

           EVALUATE TRUE
               WHEN SQL-DAYS-LEFT < 0
                   SET WS-FLAG-BREACHED TO TRUE
               WHEN SQL-DAYS-LEFT NOT > SQL-WARNING-DAYS
                   SET WS-FLAG-AT-RISK TO TRUE
               WHEN SQL-RESPONSE-DUE-DATE < WS-RUN-DATE
                   SET WS-FLAG-OVERDUE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END-3200-FLAG-CASE.
           EXIT.

       3300-START-OPERATOR.
           MOVE SQL-ASSIGNED-OPERATOR TO WS-PREV-OPERATOR.
           MOVE SQL-CASE-TYPE         TO WS-PREV-TYPE.
           INITIALIZE WS-OPERATOR-COUNTS.
           INITIALIZE WS-TYPE-COUNTS.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'OPERATOR ' SQL-ASSIGNED-OPERATOR ' '
                  SQL-OPERATOR-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-3300-START-OPERATOR.
           EXIT.

       3400-ADD-TO-TYPE-TOTALS.
           MOVE 5 TO WS-CTY-FOUND.
           PERFORM VARYING WS-CTY-IDX FROM 1 BY 1
                   UNTIL WS-CTY-IDX > 4
               IF WS-CTY-CODE (WS-CTY-IDX) = SQL-CASE-TYPE
                   MOVE WS-CTY-IDX TO WS-CTY-FOUND
               END-IF
           END-PERFORM.

           ADD WS-LIN-OPEN     TO WS-CTY-OPEN (WS-CTY-FOUND).
           ADD WS-LIN-OVERDUE  TO WS-CTY-OVERDUE (WS-CTY-FOUND).
           ADD WS-LIN-AT-RISK  TO WS-CTY-AT-RISK (WS-CTY-FOUND).
           ADD WS-LIN-BREACHED TO WS-CTY-BREACHED (WS-CTY-FOUND).
       END-3400-ADD-TO-TYPE-TOTALS.
           EXIT.

      ******************************************************************
      *    Subtotal of the operator's cases of one type, rolled into   *
      *    the operator's total.                                       *
      ******************************************************************
       4000-TYPE-BREAK.
           MOVE SPACES TO REPORT-RECORD.
           STRING '   TYPE ' WS-PREV-TYPE ' :'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           MOVE WS-TYPE-COUNTS TO WS-LINE-COUNTS.
           PERFORM 4500-FORMAT-COUNTS
              THRU END-4500-FORMAT-COUNTS.

           ADD WS-TYP-OPEN TO WS-OPR-OPEN.
           ADD WS-TYP-OVERDUE TO WS-OPR-OVERDUE.
           ADD WS-TYP-AT-RISK TO WS-OPR-AT-RISK.
           ADD WS-TYP-BREACHED TO WS-OPR-BREACHED.
           INITIALIZE WS-TYPE-COUNTS.
       END-4000-TYPE-BREAK.
           EXIT.

       4100-OPERATOR-BREAK.
           MOVE SPACES TO REPORT-RECORD.
           STRING '   TOTAL ' WS-PREV-OPERATOR ' :'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           MOVE WS-OPERATOR-COUNTS TO WS-LINE-COUNTS.
           PERFORM 4500-FORMAT-COUNTS
              THRU END-4500-FORMAT-COUNTS.

           ADD WS-OPR-OPEN TO WS-GRD-OPEN.
           ADD WS-OPR-OVERDUE TO WS-GRD-OVERDUE.
           ADD WS-OPR-AT-RISK TO WS-GRD-AT-RISK.
           ADD WS-OPR-BREACHED TO WS-GRD-BREACHED.
       END-4100-OPERATOR-BREAK.
           EXIT.

      ******************************************************************
      *    Appends the four counts in WS-LINE-COUNTS to the label      *
      *    already in REPORT-RECORD (columns 1-35) and writes it.      *
      ******************************************************************
       4500-FORMAT-COUNTS.
           MOVE WS-LIN-OPEN TO WS-EDIT-COUNT.
           STRING 'OPEN ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD (36:11).
           MOVE WS-LIN-OVERDUE TO WS-EDIT-COUNT.
           STRING '  OVERDUE ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD (47:15).
           MOVE WS-LIN-AT-RISK TO WS-EDIT-COUNT.
           STRING '  AT RISK ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD (62:15).
           MOVE WS-LIN-BREACHED TO WS-EDIT-COUNT.
           STRING '  BREACHED ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD (77:16).
           WRITE REPORT-RECORD.
       END-4500-FORMAT-COUNTS.
           EXIT.

      ******************************************************************
      *    Closes the last operator, then the totals by case type and  *
      *    overall.                                                    *
      ******************************************************************
       8000-FINALIZE.
           IF NOT WS-FIRST-CASE
               PERFORM 4000-TYPE-BREAK
                  THRU END-4000-TYPE-BREAK
               PERFORM 4100-OPERATOR-BREAK
                  THRU END-4100-OPERATOR-BREAK
           END-IF.

           EXEC SQL CLOSE CRSAGE END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL '-' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'TOTALS BY CASE TYPE' TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM VARYING WS-CTY-IDX FROM 1 BY 1
                   UNTIL WS-CTY-IDX > 5
               IF WS-CTY-IDX < 5 OR WS-CTY-OPEN (WS-CTY-IDX) > 0
                   MOVE SPACES TO REPORT-RECORD
                   STRING '   TYPE ' WS-CTY-CODE (WS-CTY-IDX) ' :'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   MOVE WS-CTY-OPEN (WS-CTY-IDX) TO WS-LIN-OPEN
                   MOVE WS-CTY-OVERDUE (WS-CTY-IDX) TO WS-LIN-OVERDUE
                   MOVE WS-CTY-AT-RISK (WS-CTY-IDX) TO WS-LIN-AT-RISK
                   MOVE WS-CTY-BREACHED (WS-CTY-IDX)
                       TO WS-LIN-BREACHED
                   PERFORM 4500-FORMAT-COUNTS
                      THRU END-4500-FORMAT-COUNTS
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           MOVE '   ALL OPEN CASES :' TO REPORT-RECORD.
           MOVE WS-GRAND-COUNTS TO WS-LINE-COUNTS.
           PERFORM 4500-FORMAT-COUNTS
              THRU END-4500-FORMAT-COUNTS.

           CLOSE REPORT-FILE.

           DISPLAY 'CMPAGE REPORTED ' WS-GRD-OPEN ' OPEN CASES'.
           DISPLAY 'CMPAGE FLAGGED ' WS-GRD-OVERDUE ' OVERDUE '
               WS-GRD-AT-RISK ' AT RISK ' WS-GRD-BREACHED ' BREACHED'.
       END-8000-FINALIZE.
           EXIT.
