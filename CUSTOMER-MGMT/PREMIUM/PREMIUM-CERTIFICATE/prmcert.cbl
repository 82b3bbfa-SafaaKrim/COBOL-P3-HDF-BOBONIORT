      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prmcert.
       AUTHOR. Martial.

      ******************************************************************
      *    Yearly print batch: the certificates of premiums paid that  *
      *    self-employed members and employers file with their tax     *
      *    return, in the same letter print style as MEMBER-LETTERS.   *
      *    One certificate per member, totalling the PREMIUM_LEDGER    *
      *    rows PREMIUM-PAYMENT settled ('P') during the calendar      *
      *    year by PAID_DATE - what the bank actually collected, not   *
      *    what was billed for the year - broken down by month of      *
      *    payment. Months an EMPLOYER_GROUP consolidated debit paid   *
      *    (PAID_GROUP_CODE) are marked and the certificate names the  *
      *    employer. Each employer then gets one summary certificate   *
      *    listing what it paid for each member of its roster, with    *
      *    its own month breakdown.                                    *
      *                                                                *
      *    Every certificate issued is recorded in PREMIUM_CERTIFICATE *
      *    (and its months in PREMIUM_CERTIFICATE_MONTH). The control  *
      *    report reconciles the year month by month: certified total  *
      *    against the ledger as it stands today and against the       *
      *    premiums-settled figure GL-EXTRACT booked on its GLEXTR     *
      *    RUN_CONTROL row for the month.                              *
      *                                                                *
      *    Run parameters come from the optional one-line file         *
      *    prmcert.prm: the tax year (default: last calendar year)     *
      *    and, for a rerun after a ledger correction, one member      *
      *    uuid. A full run refuses a year already issued; a           *
      *    single-member rerun replaces that member's certificate      *
      *    (the print says it replaces the earlier one) and reprints   *
      *    the summary of any employer that paid for the member.       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           03 PRM-TAX-YEAR          PIC X(04).
           03 FILLER                PIC X(01).
           03 PRM-UUID-CUSTOMER     PIC X(36).

       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-PARM-PATH             PIC X(100) VALUE 'prmcert.prm'.
       01  WS-PARM-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PRINT-PATH            PIC X(100) VALUE 'prmcert.prt'.
       01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-PATH           PIC X(100) VALUE 'prmcert.rpt'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE SPACES.

       01  WS-COMMIT-INTERVAL       PIC 9(05) VALUE 200.
       01  WS-CERTS-SINCE-COMMIT    PIC 9(05) VALUE 0.
       01  WS-TOTAL-CERTIFICATES    PIC 9(09) VALUE 0.
       01  WS-TOTAL-GROUP-PAID      PIC 9(09) VALUE 0.
       01  WS-TOTAL-REISSUED        PIC 9(09) VALUE 0.
       01  WS-TOTAL-SUMMARIES       PIC 9(09) VALUE 0.
       01  WS-TOTAL-SKIPPED         PIC 9(09) VALUE 0.
       01  WS-TOTAL-FAILED          PIC 9(09) VALUE 0.
       01  WS-TOTAL-CERTIFIED       PIC 9(11)V99 VALUE 0.

       01  WS-RUN-DATE              PIC X(10).
       01  WS-TODAY                 PIC X(21).
       01  WS-YEAR-NUM              PIC 9(04).
       01  WS-TAX-YEAR              PIC X(04).
       01  WS-ONE-MEMBER-UUID       PIC X(36) VALUE SPACES.

       01  WS-GATE-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-GATE-REFUSED           VALUE 'Y'.
       01  WS-RUN-MODE-SWITCH       PIC X(01) VALUE 'F'.
           88 WS-FULL-YEAR-RUN          VALUE 'F'.
           88 WS-SINGLE-MEMBER-RUN      VALUE 'S'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR          VALUE 'Y'.
       01  WS-GRP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-END-OF-GROUP-CURSOR    VALUE 'Y'.
       01  WS-CUSTOMER-FOUND        PIC X(01) VALUE 'N'.
           88 WS-CUSTOMER-MATCHED       VALUE 'Y'.
       01  WS-REISSUE-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-CERTIFICATE-REISSUED   VALUE 'Y'.
       01  WS-RECON-SWITCH          PIC X(01) VALUE 'Y'.
           88 WS-YEAR-RECONCILED        VALUE 'Y'.
       01  WS-OUTPUT-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-OUTPUTS-OPEN           VALUE 'Y'.
       01  WS-RECORD-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-RECORD-FAILED          VALUE 'Y'.

      ******************************************************************
      *    The member being accumulated: one bucket per month of       *
      *    payment, with the part an employer's group debit paid.      *
      ******************************************************************
       01  WS-CRT-UUID              PIC X(36) VALUE SPACES.
       01  WS-CRT-GROUP-CODE        PIC X(10).
       01  WS-CRT-GROUP-NAME        PIC X(40).
       01  WS-CRT-TOTAL             PIC 9(07)V99.
       01  WS-CRT-GROUP-TOTAL       PIC 9(07)V99.
       01  WS-CRT-OWN-TOTAL         PIC 9(07)V99.
       01  WS-CRT-PREV-ISSUE-DATE   PIC X(10).
       01  WS-MONTH-IDX             PIC 9(02).
       01  WS-NEXT-MONTH            PIC 9(02).
       01  WS-MONTH-TABLE.
           03 WS-MONTH-ENTRY OCCURS 12 TIMES.
              05 WS-MON-PAID        PIC 9(07)V99.
              05 WS-MON-GROUP       PIC 9(07)V99.
       01  WS-MONTH-NAME-TABLE.
           03 WS-MONTH-NAME OCCURS 12 TIMES
                                    PIC X(09).
       01  WS-MONTH-START           PIC X(10).
       01  WS-NEXT-MONTH-START      PIC X(10).

       01  WS-MEMBER-NAME           PIC X(45).
       01  WS-AMOUNT-EDIT           PIC Z(6)9.99.
       01  WS-COUNT-EDIT            PIC Z9.
       01  WS-MEMBERS-EDIT          PIC ZZZZ9.
       01  WS-GROUP-MARK            PIC X(01).

      ******************************************************************
      *    Employer summary being accumulated.                         *
      ******************************************************************
       01  WS-SUM-GROUP-CODE        PIC X(10) VALUE SPACES.
       01  WS-SUM-MEMBERS           PIC 9(05).
       01  WS-SUM-TOTAL             PIC 9(09)V99.

      ******************************************************************
      *    Control report: one line per month of the tax year.         *
      ******************************************************************
       01  WS-RPT-CERT-TOTAL        PIC 9(11)V99.
       01  WS-RPT-LEDGER-TOTAL      PIC 9(11)V99.
       01  WS-RPT-GL-TOTAL          PIC 9(11)V99.
       01  WS-RPT-DIFF              PIC S9(11)V99.

       01  WS-REPORT-LINE.
           03 RPT-MONTH             PIC X(07).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-CERTIFIED         PIC Z(8)9.99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-LEDGER            PIC Z(8)9.99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-GL-BOOKED         PIC Z(8)9.99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-DIFFERENCE        PIC -(8)9.99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RPT-NOTE              PIC X(50).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC X(05) VALUE 'cobol'.
       01  PASSWD   PIC X(10) VALUE 'cbl85'.

       01  SQL-TAX-YEAR              PIC X(04).
       01  SQL-YEAR-START            PIC X(10).
       01  SQL-NEXT-YEAR-START       PIC X(10).
       01  SQL-ONE-UUID              PIC X(36).
       01  SQL-RUN-DATE              PIC X(10).
       01  SQL-ISSUED-COUNT          PIC 9(09).

       01  SQL-UUID-CUSTOMER         PIC X(36).
       01  SQL-PAID-DATE             PIC X(10).
       01  SQL-AMOUNT-PAID           PIC S9(7)V99.
       01  SQL-PAID-GROUP-CODE       PIC X(10).

       01  SQL-CUS-LASTNAME          PIC X(20).
       01  SQL-CUS-FIRSTNAME         PIC X(20).
       01  SQL-CUS-ADRESS1           PIC X(50).
       01  SQL-CUS-ADRESS2           PIC X(50).
       01  SQL-CUS-ZIPCODE           PIC X(15).
       01  SQL-CUS-TOWN              PIC X(30).
       01  SQL-CUS-COUNTRY           PIC X(20).

       01  SQL-GROUP-CODE            PIC X(10).
       01  SQL-GROUP-NAME            PIC X(40).
       01  SQL-GROUP-ADRESS1         PIC X(50).
       01  SQL-GROUP-ZIPCODE         PIC X(15).
       01  SQL-GROUP-TOWN            PIC X(30).

       01  SQL-CRT-UUID              PIC X(36).
       01  SQL-CRT-TOTAL             PIC S9(7)V99.
       01  SQL-CRT-GROUP-TOTAL       PIC S9(7)V99.
       01  SQL-CRT-GROUP-CODE        PIC X(10).
       01  SQL-ISSUE-DATE            PIC X(10).
       01  SQL-ISSUE-COUNT           PIC 9(04).
       01  SQL-PAID-MONTH            PIC X(02).
       01  SQL-MON-PAID              PIC S9(7)V99.
       01  SQL-MON-GROUP             PIC S9(7)V99.

       01  SQL-ROSTER-MONTHS         PIC 9(05).
       01  SQL-ROSTER-AMOUNT         PIC S9(9)V99.

       01  SQL-MONTH-START           PIC X(10).
       01  SQL-NEXT-MONTH-START      PIC X(10).
       01  SQL-SUM-AMOUNT            PIC S9(11)V99.
       01  SQL-GLEXTR-COUNT          PIC 9(05).
       01  SQL-GLEXTR-OPEN-COUNT     PIC 9(05).
       01  SQL-GLEXTR-NULL-COUNT     PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-START-MAIN.
           PERFORM 1000-INITIALIZE
              THRU END-1000-INITIALIZE.

           IF NOT WS-GATE-REFUSED
               PERFORM 1500-CHECK-YEAR-ISSUED
                  THRU END-1500-CHECK-YEAR-ISSUED
           END-IF.

           IF NOT WS-GATE-REFUSED
               PERFORM 1600-OPEN-OUTPUTS
                  THRU END-1600-OPEN-OUTPUTS

               PERFORM 2000-OPEN-CURSOR
                  THRU END-2000-OPEN-CURSOR

               PERFORM 3000-PROCESS-LEDGER
                  THRU END-3000-PROCESS-LEDGER
                  UNTIL WS-END-OF-CURSOR

               EXEC SQL CLOSE CRSCRT END-EXEC
               EXEC SQL COMMIT WORK END-EXEC

               PERFORM 5000-PRINT-EMPLOYER-SUMMARIES
                  THRU END-5000-PRINT-EMPLOYER-SUMMARIES

               PERFORM 7000-CONTROL-REPORT
                  THRU END-7000-CONTROL-REPORT
           END-IF.

           PERFORM 8000-FINALIZE
              THRU END-8000-FINALIZE.
       0000-END-MAIN.
           GOBACK.

      ******************************************************************
      *    Tax year and optional member from prmcert.prm; with no      *
      *    parameter file (or a blank year) the spring run certifies   *
      *    the calendar year just ended for every member.              *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           MOVE WS-TODAY(1:4) TO WS-YEAR-NUM.
           SUBTRACT 1 FROM WS-YEAR-NUM.
           MOVE WS-YEAR-NUM TO WS-TAX-YEAR.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF PRM-TAX-YEAR NOT = SPACES
                   MOVE PRM-TAX-YEAR TO WS-TAX-YEAR
               END-IF
               IF PRM-UUID-CUSTOMER NOT = SPACES
                   MOVE PRM-UUID-CUSTOMER TO WS-ONE-MEMBER-UUID
                   SET WS-SINGLE-MEMBER-RUN TO TRUE
               END-IF
               CLOSE PARM-FILE
           END-IF.

           PERFORM 1100-LOAD-TABLES
              THRU END-1100-LOAD-TABLES.

           IF WS-TAX-YEAR NOT NUMERIC
               DISPLAY 'PRMCERT INVALID TAX YEAR IN PARAMETER FILE: '
                   WS-TAX-YEAR
               MOVE 8 TO RETURN-CODE
               SET WS-GATE-REFUSED TO TRUE
               GO TO END-1000-INITIALIZE
           END-IF.

           MOVE WS-TAX-YEAR TO SQL-TAX-YEAR.
           MOVE WS-TAX-YEAR TO WS-YEAR-NUM.
           ADD 1 TO WS-YEAR-NUM.
           STRING WS-TAX-YEAR '-01-01'
               DELIMITED BY SIZE INTO SQL-YEAR-START.
           STRING WS-YEAR-NUM '-01-01'
               DELIMITED BY SIZE INTO SQL-NEXT-YEAR-START.
           MOVE WS-ONE-MEMBER-UUID TO SQL-ONE-UUID.
           MOVE WS-RUN-DATE TO SQL-RUN-DATE.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMCERT CANNOT CONNECT:' SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-GATE-REFUSED TO TRUE
           END-IF.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      *    The print stream and control report are only opened once    *
      *    every gate has passed, so a refused rerun leaves the files  *
      *    of the last good run (certificates already issued) intact.  *
      ******************************************************************
       1600-OPEN-OUTPUTS.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT REPORT-FILE.
           SET WS-OUTPUTS-OPEN TO TRUE.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'PREMIUM CERTIFICATE STREAM FOR ' WS-TAX-YEAR
                  ' OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING 'PREMIUM CERTIFICATE CONTROL REPORT FOR TAX YEAR '
                  WS-TAX-YEAR ' (RUN ' WS-RUN-DATE ')'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-SINGLE-MEMBER-RUN
               STRING 'MODE : SINGLE-MEMBER RERUN FOR '
                      WS-ONE-MEMBER-UUID
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               MOVE 'MODE : FULL YEAR' TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-1600-OPEN-OUTPUTS.
           EXIT.

      ******************************************************************
      ******************************************************************
       1100-LOAD-TABLES.
           MOVE 'JANUARY'   TO WS-MONTH-NAME (1).
           MOVE 'FEBRUARY'  TO WS-MONTH-NAME (2).
           MOVE 'MARCH'     TO WS-MONTH-NAME (3).
           MOVE 'APRIL'     TO WS-MONTH-NAME (4).
           MOVE 'MAY'       TO WS-MONTH-NAME (5).
           MOVE 'JUNE'      TO WS-MONTH-NAME (6).
           MOVE 'JULY'      TO WS-MONTH-NAME (7).
           MOVE 'AUGUST'    TO WS-MONTH-NAME (8).
           MOVE 'SEPTEMBER' TO WS-MONTH-NAME (9).
           MOVE 'OCTOBER'   TO WS-MONTH-NAME (10).
           MOVE 'NOVEMBER'  TO WS-MONTH-NAME (11).
           MOVE 'DECEMBER'  TO WS-MONTH-NAME (12).
       END-1100-LOAD-TABLES.
           EXIT.

      ******************************************************************
      *    The spring run goes out once: a year that already has       *
      *    certificates on file is only ever corrected member by       *
      *    member, so no member receives two different full sets.      *
      ******************************************************************
       1500-CHECK-YEAR-ISSUED.
           IF WS-SINGLE-MEMBER-RUN
               GO TO END-1500-CHECK-YEAR-ISSUED
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-ISSUED-COUNT
               FROM PREMIUM_CERTIFICATE
               WHERE TAX_YEAR = :SQL-TAX-YEAR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR READING PREMIUM_CERTIFICATE:'
                   SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-GATE-REFUSED TO TRUE
               GO TO END-1500-CHECK-YEAR-ISSUED
           END-IF.

           IF SQL-ISSUED-COUNT > 0
               DISPLAY 'PRMCERT REFUSED: ' SQL-ISSUED-COUNT
                   ' CERTIFICATES ALREADY ISSUED FOR ' WS-TAX-YEAR
                   ' - RERUN SINGLE MEMBERS ONLY'
               MOVE 8 TO RETURN-CODE
               SET WS-GATE-REFUSED TO TRUE
           END-IF.
       END-1500-CHECK-YEAR-ISSUED.
           EXIT.

      ******************************************************************
      *    Every ledger row settled during the year, by PAID_DATE,     *
      *    member by member.                                           *
      ******************************************************************
       2000-OPEN-CURSOR.
           EXEC SQL
               DECLARE CRSCRT CURSOR WITH HOLD FOR
               SELECT UUID_CUSTOMER, PAID_DATE,
                      COALESCE(AMOUNT_PAID, 0),
                      COALESCE(PAID_GROUP_CODE, ' ')
               FROM PREMIUM_LEDGER
               WHERE LEDGER_STATUS = 'P'
                 AND PAID_DATE >= :SQL-YEAR-START
                 AND PAID_DATE <  :SQL-NEXT-YEAR-START
                 AND (:SQL-ONE-UUID = ' '
                      OR UUID_CUSTOMER = :SQL-ONE-UUID)
               ORDER BY UUID_CUSTOMER, PAID_DATE
           END-EXEC.

           EXEC SQL
               OPEN CRSCRT
           END-EXEC.
       END-2000-OPEN-CURSOR.
           EXIT.

      ******************************************************************
      ******************************************************************
       3000-PROCESS-LEDGER.
           EXEC SQL
               FETCH CRSCRT
               INTO :SQL-UUID-CUSTOMER, :SQL-PAID-DATE,
                    :SQL-AMOUNT-PAID, :SQL-PAID-GROUP-CODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   IF SQL-UUID-CUSTOMER NOT = WS-CRT-UUID
                       IF WS-CRT-UUID NOT = SPACES
                           PERFORM 3900-ISSUE-CERTIFICATE
                              THRU END-3900-ISSUE-CERTIFICATE
                       END-IF
                       PERFORM 3050-START-MEMBER
                          THRU END-3050-START-MEMBER
                   END-IF
                   PERFORM 3100-ACCUMULATE-ROW
                      THRU END-3100-ACCUMULATE-ROW
               WHEN 100
                   IF WS-CRT-UUID NOT = SPACES
                       PERFORM 3900-ISSUE-CERTIFICATE
                          THRU END-3900-ISSUE-CERTIFICATE
                   END-IF
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSCRT:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.
       END-3000-PROCESS-LEDGER.
           EXIT.

       3050-START-MEMBER.
           MOVE SQL-UUID-CUSTOMER TO WS-CRT-UUID.
           MOVE SPACES TO WS-CRT-GROUP-CODE.
           MOVE 0 TO WS-CRT-TOTAL.
           MOVE 0 TO WS-CRT-GROUP-TOTAL.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               MOVE 0 TO WS-MON-PAID (WS-MONTH-IDX)
               MOVE 0 TO WS-MON-GROUP (WS-MONTH-IDX)
           END-PERFORM.
       END-3050-START-MEMBER.
           EXIT.

      ******************************************************************
      *    The month bucket is the month of PAID_DATE, whatever the    *
      *    BILL_PERIOD the payment settled.                            *
      ******************************************************************
       3100-ACCUMULATE-ROW.
           MOVE SQL-PAID-DATE (6:2) TO WS-MONTH-IDX.

           ADD SQL-AMOUNT-PAID TO WS-MON-PAID (WS-MONTH-IDX).
           ADD SQL-AMOUNT-PAID TO WS-CRT-TOTAL.

           IF SQL-PAID-GROUP-CODE NOT = SPACES
               ADD SQL-AMOUNT-PAID TO WS-MON-GROUP (WS-MONTH-IDX)
               ADD SQL-AMOUNT-PAID TO WS-CRT-GROUP-TOTAL
               MOVE SQL-PAID-GROUP-CODE TO WS-CRT-GROUP-CODE
           END-IF.
       END-3100-ACCUMULATE-ROW.
           EXIT.

      ******************************************************************
      *    One member's year is complete: record it, then print it.    *
      *    A member whose CUSTOMER row has gone is reported and left   *
      *    uncertified so the control report shows the gap.            *
      ******************************************************************
       3900-ISSUE-CERTIFICATE.
           PERFORM 3910-LOOKUP-CUSTOMER
              THRU END-3910-LOOKUP-CUSTOMER.

           IF NOT WS-CUSTOMER-MATCHED
               DISPLAY 'PRMCERT NO CUSTOMER ROW FOR ' WS-CRT-UUID
                   ' - NO CERTIFICATE PRINTED'
               ADD 1 TO WS-TOTAL-SKIPPED
               GO TO END-3900-ISSUE-CERTIFICATE
           END-IF.

           MOVE SPACES TO WS-CRT-GROUP-NAME.
           IF WS-CRT-GROUP-CODE NOT = SPACES
               PERFORM 3920-LOOKUP-GROUP-NAME
                  THRU END-3920-LOOKUP-GROUP-NAME
           END-IF.

           PERFORM 3930-RECORD-CERTIFICATE
              THRU END-3930-RECORD-CERTIFICATE.

           IF WS-RECORD-FAILED
               DISPLAY 'PRMCERT CERTIFICATE NOT RECORDED FOR '
                   WS-CRT-UUID ' - NO CERTIFICATE PRINTED'
               ADD 1 TO WS-TOTAL-FAILED
               GO TO END-3900-ISSUE-CERTIFICATE
           END-IF.

           PERFORM 4000-PRINT-ADDRESS-BLOCK
              THRU END-4000-PRINT-ADDRESS-BLOCK.

           PERFORM 4100-PRINT-CERTIFICATE
              THRU END-4100-PRINT-CERTIFICATE.

           ADD 1 TO WS-TOTAL-CERTIFICATES.
           ADD WS-CRT-TOTAL TO WS-TOTAL-CERTIFIED.
           IF WS-CRT-GROUP-TOTAL > 0
               ADD 1 TO WS-TOTAL-GROUP-PAID
           END-IF.
           IF WS-CERTIFICATE-REISSUED
               ADD 1 TO WS-TOTAL-REISSUED
           END-IF.

           ADD 1 TO WS-CERTS-SINCE-COMMIT.
           IF WS-CERTS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               EXEC SQL COMMIT WORK END-EXEC
               MOVE 0 TO WS-CERTS-SINCE-COMMIT
           END-IF.
       END-3900-ISSUE-CERTIFICATE.
           EXIT.

       3910-LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND.
           MOVE WS-CRT-UUID TO SQL-CRT-UUID.

           EXEC SQL
               SELECT LASTNAME, FIRSTNAME,
                      COALESCE(ADRESS1, ' '), COALESCE(ADRESS2, ' '),
                      COALESCE(ZIPCODE, ' '), COALESCE(TOWN, ' '),
                      COALESCE(COUNTRY, ' ')
               INTO :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                    :SQL-CUS-ADRESS1, :SQL-CUS-ADRESS2,
                    :SQL-CUS-ZIPCODE, :SQL-CUS-TOWN,
                    :SQL-CUS-COUNTRY
               FROM CUSTOMER
               WHERE UUID_CUSTOMER = :SQL-CRT-UUID
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-CUSTOMER-FOUND
               MOVE SPACES TO WS-MEMBER-NAME
               STRING FUNCTION TRIM (SQL-CUS-FIRSTNAME) SPACE
                      FUNCTION TRIM (SQL-CUS-LASTNAME)
                   DELIMITED BY SIZE INTO WS-MEMBER-NAME
           END-IF.
       END-3910-LOOKUP-CUSTOMER.
           EXIT.

       3920-LOOKUP-GROUP-NAME.
           MOVE WS-CRT-GROUP-CODE TO SQL-GROUP-CODE.

           EXEC SQL
               SELECT GROUP_NAME
               INTO :SQL-GROUP-NAME
               FROM EMPLOYER_GROUP
               WHERE GROUP_CODE = :SQL-GROUP-CODE
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SQL-GROUP-NAME TO WS-CRT-GROUP-NAME
           ELSE
               MOVE WS-CRT-GROUP-CODE TO WS-CRT-GROUP-NAME
           END-IF.
       END-3920-LOOKUP-GROUP-NAME.
           EXIT.

      ******************************************************************
      *    PREMIUM_CERTIFICATE keeps what each member was told. A      *
      *    rerun updates the member's row (remembering the date of     *
      *    the certificate it replaces) and rewrites its months. If    *
      *    the certificate row or any of its months cannot be written, *
      *    the member's work is backed out to the savepoint (never     *
      *    past the last interval commit) and the member is not        *
      *    printed.                                                    *
      ******************************************************************
       3930-RECORD-CERTIFICATE.
           MOVE 'N' TO WS-RECORD-SWITCH.
           MOVE 'N' TO WS-REISSUE-SWITCH.
           MOVE SPACES TO WS-CRT-PREV-ISSUE-DATE.
           MOVE WS-CRT-TOTAL TO SQL-CRT-TOTAL.
           MOVE WS-CRT-GROUP-TOTAL TO SQL-CRT-GROUP-TOTAL.
           MOVE WS-CRT-GROUP-CODE TO SQL-CRT-GROUP-CODE.

           EXEC SQL
               SAVEPOINT ONECERT
           END-EXEC.

           EXEC SQL
               SELECT ISSUE_DATE, ISSUE_COUNT
               INTO :SQL-ISSUE-DATE, :SQL-ISSUE-COUNT
               FROM PREMIUM_CERTIFICATE
               WHERE UUID_CUSTOMER = :SQL-CRT-UUID
                 AND TAX_YEAR = :SQL-TAX-YEAR
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-REISSUE-SWITCH
               MOVE SQL-ISSUE-DATE TO WS-CRT-PREV-ISSUE-DATE
               EXEC SQL
                   UPDATE PREMIUM_CERTIFICATE
                   SET TOTAL_PAID = :SQL-CRT-TOTAL,
                       GROUP_PAID = :SQL-CRT-GROUP-TOTAL,
                       GROUP_CODE = NULLIF(:SQL-CRT-GROUP-CODE, ' '),
                       ISSUE_DATE = :SQL-RUN-DATE,
                       ISSUE_COUNT = ISSUE_COUNT + 1
                   WHERE UUID_CUSTOMER = :SQL-CRT-UUID
                     AND TAX_YEAR = :SQL-TAX-YEAR
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO PREMIUM_CERTIFICATE
                       (UUID_CUSTOMER, TAX_YEAR, TOTAL_PAID,
                        GROUP_PAID, GROUP_CODE, ISSUE_DATE,
                        ISSUE_COUNT)
                   VALUES
                       (:SQL-CRT-UUID, :SQL-TAX-YEAR,
                        :SQL-CRT-TOTAL, :SQL-CRT-GROUP-TOTAL,
                        NULLIF(:SQL-CRT-GROUP-CODE, ' '),
                        :SQL-RUN-DATE, 1)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR RECORDING CERTIFICATE ' WS-CRT-UUID ':'
                   SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-RECORD-FAILED TO TRUE
               EXEC SQL
                   ROLLBACK TO SAVEPOINT ONECERT
               END-EXEC
               GO TO END-3930-RECORD-CERTIFICATE
           END-IF.

           EXEC SQL
               DELETE FROM PREMIUM_CERTIFICATE_MONTH
               WHERE UUID_CUSTOMER = :SQL-CRT-UUID
                 AND TAX_YEAR = :SQL-TAX-YEAR
           END-EXEC.

           IF SQLCODE < ZERO
               DISPLAY 'ERROR CLEARING CERTIFICATE MONTHS ' WS-CRT-UUID
                   ':' SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-RECORD-FAILED TO TRUE
               EXEC SQL
                   ROLLBACK TO SAVEPOINT ONECERT
               END-EXEC
               GO TO END-3930-RECORD-CERTIFICATE
           END-IF.

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
                      OR WS-RECORD-FAILED
               IF WS-MON-PAID (WS-MONTH-IDX) > 0
                   PERFORM 3940-RECORD-MONTH
                      THRU END-3940-RECORD-MONTH
               END-IF
           END-PERFORM.
       END-3930-RECORD-CERTIFICATE.
           EXIT.

       3940-RECORD-MONTH.
           MOVE WS-MONTH-IDX TO SQL-PAID-MONTH.
           MOVE WS-MON-PAID (WS-MONTH-IDX) TO SQL-MON-PAID.
           MOVE WS-MON-GROUP (WS-MONTH-IDX) TO SQL-MON-GROUP.

           EXEC SQL
               INSERT INTO PREMIUM_CERTIFICATE_MONTH
                   (UUID_CUSTOMER, TAX_YEAR, PAID_MONTH,
                    AMOUNT_PAID, GROUP_PAID)
               VALUES
                   (:SQL-CRT-UUID, :SQL-TAX-YEAR, :SQL-PAID-MONTH,
                    :SQL-MON-PAID, :SQL-MON-GROUP)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR RECORDING CERTIFICATE MONTH '
                   WS-CRT-UUID ' ' SQL-PAID-MONTH ':' SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-RECORD-FAILED TO TRUE
               EXEC SQL
                   ROLLBACK TO SAVEPOINT ONECERT
               END-EXEC
           END-IF.
       END-3940-RECORD-MONTH.
           EXIT.

      ******************************************************************
      *    [RD] En-tete du certificat : adresse du membre.             *
      ******************************************************************
       4000-PRINT-ADDRESS-BLOCK.
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
           STRING 'RE   : CERTIFICATE OF PREMIUMS PAID IN '
                  WS-TAX-YEAR
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'REF  : ' WS-CRT-UUID
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       END-4000-PRINT-ADDRESS-BLOCK.
           EXIT.

      ******************************************************************
      *    [RD] Certificat : detail mensuel, part payee par l'employeur*
      ******************************************************************
       4100-PRINT-CERTIFICATE.
           IF WS-CERTIFICATE-REISSUED
               MOVE SPACES TO PRINT-RECORD
               STRING 'CORRECTED CERTIFICATE: THIS CERTIFICATE REPLACES'
                      ' THE ONE'
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               STRING 'ISSUED ON ' WS-CRT-PREV-ISSUE-DATE
                      ', WHICH SHOULD NO LONGER BE USED.'
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

           MOVE 'WE CERTIFY THAT THE PREMIUMS BELOW WERE COLLECTED FOR'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'YOUR COMPLEMENTARY HEALTH CONTRACT DURING '
                  WS-TAX-YEAR ','
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'BY MONTH OF PAYMENT:'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               MOVE WS-MON-PAID (WS-MONTH-IDX) TO WS-AMOUNT-EDIT
               MOVE SPACE TO WS-GROUP-MARK
               IF WS-MON-GROUP (WS-MONTH-IDX) > 0
                   MOVE '*' TO WS-GROUP-MARK
               END-IF
               MOVE SPACES TO PRINT-RECORD
               STRING '    ' WS-MONTH-NAME (WS-MONTH-IDX)
                      '                  : ' WS-AMOUNT-EDIT
                      ' ' WS-GROUP-MARK
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-PERFORM.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE WS-CRT-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING '    TOTAL PAID IN ' WS-TAX-YEAR
                  '             : ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           IF WS-CRT-GROUP-TOTAL > 0
               PERFORM 4200-PRINT-GROUP-SHARE
                  THRU END-4200-PRINT-GROUP-SHARE
           END-IF.
       END-4100-PRINT-CERTIFICATE.
           EXIT.

      ******************************************************************
      *    [RD] Cotisations prelevees sur le compte de l'employeur.    *
      ******************************************************************
       4200-PRINT-GROUP-SHARE.
           COMPUTE WS-CRT-OWN-TOTAL =
               WS-CRT-TOTAL - WS-CRT-GROUP-TOTAL.

           MOVE WS-CRT-GROUP-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING '    OF WHICH PAID BY YOUR EMPLOYER (*) : '
                  WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE WS-CRT-OWN-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING '    OF WHICH PAID BY YOURSELF          : '
                  WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE '(*) THESE PREMIUMS WERE PAID THROUGH THE CONSOLIDATED'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'DIRECT DEBIT OF YOUR EMPLOYER '
                  FUNCTION TRIM (WS-CRT-GROUP-NAME)
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'UNDER ITS GROUP CONTRACT, AND APPEAR ON THE SUMMARY'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'CERTIFICATE ISSUED TO YOUR EMPLOYER.'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       END-4200-PRINT-GROUP-SHARE.
           EXIT.

      ******************************************************************
      *    One summary per employer whose consolidated debit paid      *
      *    anything during the year, listing each roster member it     *
      *    paid for. A single-member rerun reprints only the           *
      *    employers that paid for that member.                        *
      ******************************************************************
       5000-PRINT-EMPLOYER-SUMMARIES.
           EXEC SQL
               DECLARE CRSGCRT CURSOR WITH HOLD FOR
               SELECT L.PAID_GROUP_CODE, L.UUID_CUSTOMER,
                      COALESCE(C.LASTNAME, ' '),
                      COALESCE(C.FIRSTNAME, ' '),
                      COUNT(*), SUM(COALESCE(L.AMOUNT_PAID, 0))
               FROM PREMIUM_LEDGER L
               LEFT JOIN CUSTOMER C
                 ON C.UUID_CUSTOMER = L.UUID_CUSTOMER
               WHERE L.LEDGER_STATUS = 'P'
                 AND L.PAID_DATE >= :SQL-YEAR-START
                 AND L.PAID_DATE <  :SQL-NEXT-YEAR-START
                 AND L.PAID_GROUP_CODE IS NOT NULL
                 AND (:SQL-ONE-UUID = ' '
                      OR L.PAID_GROUP_CODE IN
                         (SELECT M.PAID_GROUP_CODE
                          FROM PREMIUM_LEDGER M
                          WHERE M.UUID_CUSTOMER = :SQL-ONE-UUID
                            AND M.LEDGER_STATUS = 'P'
                            AND M.PAID_DATE >= :SQL-YEAR-START
                            AND M.PAID_DATE <  :SQL-NEXT-YEAR-START
                            AND M.PAID_GROUP_CODE IS NOT NULL))
               GROUP BY L.PAID_GROUP_CODE, L.UUID_CUSTOMER,
                        C.LASTNAME, C.FIRSTNAME
               ORDER BY L.PAID_GROUP_CODE, 3, 4
           END-EXEC.

           EXEC SQL
               OPEN CRSGCRT
           END-EXEC.

           MOVE 'N' TO WS-GRP-EOF-SWITCH.
           MOVE SPACES TO WS-SUM-GROUP-CODE.
           PERFORM 5100-PROCESS-ROSTER-LINE
              THRU END-5100-PROCESS-ROSTER-LINE
              UNTIL WS-END-OF-GROUP-CURSOR.

           EXEC SQL CLOSE CRSGCRT END-EXEC.
       END-5000-PRINT-EMPLOYER-SUMMARIES.
           EXIT.

       5100-PROCESS-ROSTER-LINE.
           EXEC SQL
               FETCH CRSGCRT
               INTO :SQL-GROUP-CODE, :SQL-UUID-CUSTOMER,
                    :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                    :SQL-ROSTER-MONTHS, :SQL-ROSTER-AMOUNT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   IF SQL-GROUP-CODE NOT = WS-SUM-GROUP-CODE
                       IF WS-SUM-GROUP-CODE NOT = SPACES
                           PERFORM 5300-CLOSE-SUMMARY
                              THRU END-5300-CLOSE-SUMMARY
                       END-IF
                       PERFORM 5200-OPEN-SUMMARY
                          THRU END-5200-OPEN-SUMMARY
                   END-IF
                   PERFORM 5150-PRINT-ROSTER-LINE
                      THRU END-5150-PRINT-ROSTER-LINE
               WHEN 100
                   IF WS-SUM-GROUP-CODE NOT = SPACES
                       PERFORM 5300-CLOSE-SUMMARY
                          THRU END-5300-CLOSE-SUMMARY
                   END-IF
                   SET WS-END-OF-GROUP-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSGCRT:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-GROUP-CURSOR TO TRUE
           END-EVALUATE.
       END-5100-PROCESS-ROSTER-LINE.
           EXIT.

       5150-PRINT-ROSTER-LINE.
           MOVE SPACES TO WS-MEMBER-NAME.
           STRING FUNCTION TRIM (SQL-CUS-LASTNAME) SPACE
                  FUNCTION TRIM (SQL-CUS-FIRSTNAME)
               DELIMITED BY SIZE INTO WS-MEMBER-NAME.
           IF WS-MEMBER-NAME = SPACES
               MOVE SQL-UUID-CUSTOMER TO WS-MEMBER-NAME
           END-IF.

           MOVE SQL-ROSTER-MONTHS TO WS-COUNT-EDIT.
           MOVE SQL-ROSTER-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING '  ' WS-MEMBER-NAME (1:40) '  ' WS-COUNT-EDIT
                  '    ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           ADD 1 TO WS-SUM-MEMBERS.
           ADD SQL-ROSTER-AMOUNT TO WS-SUM-TOTAL.
       END-5150-PRINT-ROSTER-LINE.
           EXIT.

      ******************************************************************
      *    [RD] En-tete du certificat recapitulatif employeur.         *
      ******************************************************************
       5200-OPEN-SUMMARY.
           MOVE SQL-GROUP-CODE TO WS-SUM-GROUP-CODE.
           MOVE 0 TO WS-SUM-MEMBERS.
           MOVE 0 TO WS-SUM-TOTAL.

           MOVE SQL-GROUP-CODE TO SQL-GROUP-NAME.
           MOVE SPACES TO SQL-GROUP-ADRESS1.
           MOVE SPACES TO SQL-GROUP-ZIPCODE.
           MOVE SPACES TO SQL-GROUP-TOWN.

           EXEC SQL
               SELECT GROUP_NAME, COALESCE(GROUP_ADRESS1, ' '),
                      COALESCE(GROUP_ZIPCODE, ' '),
                      COALESCE(GROUP_TOWN, ' ')
               INTO :SQL-GROUP-NAME, :SQL-GROUP-ADRESS1,
                    :SQL-GROUP-ZIPCODE, :SQL-GROUP-TOWN
               FROM EMPLOYER_GROUP
               WHERE GROUP_CODE = :SQL-GROUP-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMCERT NO EMPLOYER_GROUP ROW FOR '
                   SQL-GROUP-CODE ' - SUMMARY PRINTED UNADDRESSED'
           END-IF.

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
           STRING 'RE   : SUMMARY CERTIFICATE OF PREMIUMS PAID IN '
                  WS-TAX-YEAR
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'REF  : GROUP ' SQL-GROUP-CODE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           IF WS-SINGLE-MEMBER-RUN
               MOVE 'CORRECTED SUMMARY: THIS SUMMARY REPLACES ANY'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE 'ISSUED EARLIER FOR THE SAME YEAR.'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

           MOVE 'WE CERTIFY THAT THE PREMIUMS BELOW WERE COLLECTED FROM'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'YOUR ACCOUNT DURING ' WS-TAX-YEAR
                  ' BY CONSOLIDATED DIRECT DEBIT UNDER YOUR'
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'GROUP CONTRACT, FOR THE MEMBERS OF YOUR ROSTER:'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING '  MEMBER                                    '
                  'MONTHS   AMOUNT PAID'
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
       END-5200-OPEN-SUMMARY.
           EXIT.

      ******************************************************************
      *    [RD] Total employeur et detail par mois de paiement.        *
      ******************************************************************
       5300-CLOSE-SUMMARY.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE WS-SUM-MEMBERS TO WS-MEMBERS-EDIT.
           MOVE WS-SUM-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING '  TOTAL FOR ' WS-MEMBERS-EDIT ' MEMBERS'
                  '                         ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'BY MONTH OF PAYMENT:'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE WS-SUM-GROUP-CODE TO SQL-GROUP-CODE.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               PERFORM 7100-BUILD-MONTH-BOUNDS
                  THRU END-7100-BUILD-MONTH-BOUNDS
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT_PAID), 0)
                   INTO :SQL-SUM-AMOUNT
                   FROM PREMIUM_LEDGER
                   WHERE LEDGER_STATUS = 'P'
                     AND PAID_GROUP_CODE = :SQL-GROUP-CODE
                     AND PAID_DATE >= :SQL-MONTH-START
                     AND PAID_DATE <  :SQL-NEXT-MONTH-START
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE 0 TO SQL-SUM-AMOUNT
               END-IF
               MOVE SQL-SUM-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO PRINT-RECORD
               STRING '    ' WS-MONTH-NAME (WS-MONTH-IDX)
                      '                  : ' WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-PERFORM.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'EACH MEMBER LISTED RECEIVES THEIR OWN CERTIFICATE'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'SHOWING THESE AMOUNTS AS PAID BY YOU.'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           ADD 1 TO WS-TOTAL-SUMMARIES.
       END-5300-CLOSE-SUMMARY.
           EXIT.

      ******************************************************************
      *    Month by month for the whole tax year: what the certificates*
      *    on file say, what the ledger says today, and what GL-EXTRACT*
      *    booked as premiums settled on its GLEXTR row for the month. *
      *    A certificate figure that no longer matches the ledger      *
      *    means a correction awaits a single-member rerun; one that   *
      *    does not match the GL is for the accounting desk.           *
      ******************************************************************
       7000-CONTROL-REPORT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'MONTH        CERTIFIED        LEDGER     '
                  'GL BOOKED    CERT - GL  NOTE'
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 0 TO WS-RPT-CERT-TOTAL.
           MOVE 0 TO WS-RPT-LEDGER-TOTAL.
           MOVE 0 TO WS-RPT-GL-TOTAL.

           PERFORM 7200-RECONCILE-MONTH
              THRU END-7200-RECONCILE-MONTH
              VARYING WS-MONTH-IDX FROM 1 BY 1
              UNTIL WS-MONTH-IDX > 12.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'YEAR'              TO RPT-MONTH.
           MOVE WS-RPT-CERT-TOTAL   TO RPT-CERTIFIED.
           MOVE WS-RPT-LEDGER-TOTAL TO RPT-LEDGER.
           MOVE WS-RPT-GL-TOTAL     TO RPT-GL-BOOKED.
           COMPUTE WS-RPT-DIFF = WS-RPT-CERT-TOTAL - WS-RPT-GL-TOTAL.
           MOVE WS-RPT-DIFF         TO RPT-DIFFERENCE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CERTIFICATES PRINTED THIS RUN : '
                  WS-TOTAL-CERTIFICATES
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  OF WHICH EMPLOYER-PAID      : '
                  WS-TOTAL-GROUP-PAID
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  OF WHICH REPLACEMENTS       : '
                  WS-TOTAL-REISSUED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'AMOUNT CERTIFIED THIS RUN     : '
                  WS-TOTAL-CERTIFIED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'EMPLOYER SUMMARIES PRINTED    : '
                  WS-TOTAL-SUMMARIES
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'MEMBERS WITH NO CUSTOMER ROW  : '
                  WS-TOTAL-SKIPPED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           IF WS-YEAR-RECONCILED
               MOVE 'RESULT : CERTIFICATES RECONCILED TO LEDGER AND GL'
                   TO REPORT-RECORD
           ELSE
               MOVE 'RESULT : DIFFERENCES FOUND - SEE NOTES ABOVE'
                   TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
       END-7000-CONTROL-REPORT.
           EXIT.

      ******************************************************************
      *    Half-open bounds of month WS-MONTH-IDX of the tax year:     *
      *    first day of the month up to the first day of the next.     *
      ******************************************************************
       7100-BUILD-MONTH-BOUNDS.
           MOVE WS-MONTH-IDX TO SQL-PAID-MONTH.
           MOVE SPACES TO WS-MONTH-START.
           STRING WS-TAX-YEAR '-' SQL-PAID-MONTH '-01'
               DELIMITED BY SIZE INTO WS-MONTH-START.

           MOVE SPACES TO WS-NEXT-MONTH-START.
           IF WS-MONTH-IDX = 12
               MOVE SQL-NEXT-YEAR-START TO WS-NEXT-MONTH-START
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-MONTH-IDX + 1
               STRING WS-TAX-YEAR '-' WS-NEXT-MONTH '-01'
                   DELIMITED BY SIZE INTO WS-NEXT-MONTH-START
           END-IF.

           MOVE WS-MONTH-START      TO SQL-MONTH-START.
           MOVE WS-NEXT-MONTH-START TO SQL-NEXT-MONTH-START.
       END-7100-BUILD-MONTH-BOUNDS.
           EXIT.

       7200-RECONCILE-MONTH.
           PERFORM 7100-BUILD-MONTH-BOUNDS
              THRU END-7100-BUILD-MONTH-BOUNDS.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-MONTH-START (1:7) TO RPT-MONTH.

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT_PAID), 0)
               INTO :SQL-SUM-AMOUNT
               FROM PREMIUM_CERTIFICATE_MONTH
               WHERE TAX_YEAR = :SQL-TAX-YEAR
                 AND PAID_MONTH = :SQL-PAID-MONTH
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 0 TO SQL-SUM-AMOUNT
           END-IF.
           MOVE SQL-SUM-AMOUNT TO WS-RPT-DIFF.
           MOVE SQL-SUM-AMOUNT TO RPT-CERTIFIED.
           ADD SQL-SUM-AMOUNT TO WS-RPT-CERT-TOTAL.

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT_PAID), 0)
               INTO :SQL-SUM-AMOUNT
               FROM PREMIUM_LEDGER
               WHERE LEDGER_STATUS = 'P'
                 AND PAID_DATE >= :SQL-MONTH-START
                 AND PAID_DATE <  :SQL-NEXT-MONTH-START
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 0 TO SQL-SUM-AMOUNT
           END-IF.
           MOVE SQL-SUM-AMOUNT TO RPT-LEDGER.
           ADD SQL-SUM-AMOUNT TO WS-RPT-LEDGER-TOTAL.
           IF SQL-SUM-AMOUNT NOT = WS-RPT-DIFF
               MOVE 'CERTIFIED <> LEDGER - CORRECTION NOT YET RERUN'
                   TO RPT-NOTE
               MOVE 'N' TO WS-RECON-SWITCH
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN STEP_STATUS <> 'C'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN PREMIUM_SETTLED IS NULL
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(PREMIUM_SETTLED), 0)
               INTO :SQL-GLEXTR-COUNT, :SQL-GLEXTR-OPEN-COUNT,
                    :SQL-GLEXTR-NULL-COUNT, :SQL-SUM-AMOUNT
               FROM RUN_CONTROL
               WHERE STEP_NAME = 'GLEXTR'
                 AND RUN_DATE >= :SQL-MONTH-START
                 AND RUN_DATE <  :SQL-NEXT-MONTH-START
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 0 TO SQL-GLEXTR-COUNT
               MOVE 0 TO SQL-SUM-AMOUNT
           END-IF.
           MOVE SQL-SUM-AMOUNT TO RPT-GL-BOOKED.
           ADD SQL-SUM-AMOUNT TO WS-RPT-GL-TOTAL.

           COMPUTE WS-RPT-DIFF = WS-RPT-DIFF - SQL-SUM-AMOUNT.
           MOVE WS-RPT-DIFF TO RPT-DIFFERENCE.

           EVALUATE TRUE
               WHEN SQL-GLEXTR-COUNT = 0
                   MOVE 'NO GLEXTR RUN FOR THE MONTH' TO RPT-NOTE
                   MOVE 'N' TO WS-RECON-SWITCH
               WHEN SQL-GLEXTR-OPEN-COUNT > 0
                   MOVE 'GLEXTR RUN NOT COMPLETE' TO RPT-NOTE
                   MOVE 'N' TO WS-RECON-SWITCH
               WHEN SQL-GLEXTR-NULL-COUNT > 0
                   MOVE 'GLEXTR RUN PREDATES SETTLED FIGURE' TO RPT-NOTE
                   MOVE 'N' TO WS-RECON-SWITCH
               WHEN WS-RPT-DIFF NOT = 0
                   IF RPT-NOTE = SPACES
                       MOVE 'CERTIFIED <> GL BOOKED' TO RPT-NOTE
                   END-IF
                   MOVE 'N' TO WS-RECON-SWITCH
           END-EVALUATE.

           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-7200-RECONCILE-MONTH.
           EXIT.

      ******************************************************************
      ******************************************************************
       8000-FINALIZE.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           IF NOT WS-OUTPUTS-OPEN
               DISPLAY 'PRMCERT REFUSED OR IN ERROR - NO OUTPUT WRITTEN'
               GO TO END-8000-FINALIZE
           END-IF.

           IF WS-GATE-REFUSED
               MOVE SPACES TO REPORT-RECORD
               MOVE 'RESULT : REFUSED OR IN ERROR - SEE MESSAGES'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ALL '-' TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'END OF CERTIFICATE STREAM ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           CLOSE PRINT-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'PRMCERT TAX YEAR ' WS-TAX-YEAR.
           IF WS-SINGLE-MEMBER-RUN AND WS-TOTAL-CERTIFICATES = 0
               DISPLAY 'PRMCERT NOTHING SETTLED IN ' WS-TAX-YEAR
                   ' FOR MEMBER ' WS-ONE-MEMBER-UUID
           END-IF.
           DISPLAY 'PRMCERT PRINTED ' WS-TOTAL-CERTIFICATES
               ' MEMBER CERTIFICATES'.
           DISPLAY 'PRMCERT PRINTED ' WS-TOTAL-SUMMARIES
               ' EMPLOYER SUMMARIES'.
           DISPLAY 'PRMCERT SKIPPED ' WS-TOTAL-SKIPPED
               ' MEMBERS WITH NO CUSTOMER ROW'.
           DISPLAY 'PRMCERT FAILED ' WS-TOTAL-FAILED
               ' MEMBERS NOT RECORDED'.
           IF NOT WS-YEAR-RECONCILED
               DISPLAY 'PRMCERT CONTROL REPORT SHOWS DIFFERENCES'
           END-IF.
       END-8000-FINALIZE.
           EXIT.
