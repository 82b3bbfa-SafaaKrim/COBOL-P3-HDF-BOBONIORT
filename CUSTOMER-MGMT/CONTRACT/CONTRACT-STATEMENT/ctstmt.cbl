      *    CUSTOMER_REIMBURSEMENT ceilings, so members/doctors offices *
      *    calling in can be handed written proof of coverage. Uses    *
      *    the same UUID_CUSTOMER lookup as READ-CONTRACT's            *
      *    2000-SELECT-CONTRACT. Closes with the member's claims of    *
      *    the last twelve months, each split into the fee charged,    *
      *    the national base rate, what the national scheme paid and   *
      *    our complementary share, and the member or dependant who    *
      *    received the care.                                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-TODAY                 PIC X(21).
       01  WS-CARRY-EDIT            PIC Z(6)9.99.

       01  WS-CLAIMS-FROM-YEAR      PIC 9(04).
       01  WS-FEE-EDIT              PIC -(6)9.99.
       01  WS-BASE-EDIT             PIC -(6)9.99.
       01  WS-SCHEME-EDIT           PIC -(6)9.99.
       01  WS-SHARE-EDIT            PIC -(6)9.99.
       01  WS-TOTAL-FEE             PIC S9(7)V99.
       01  WS-TOTAL-BASE            PIC S9(7)V99.
       01  WS-TOTAL-SCHEME          PIC S9(7)V99.
       01  WS-TOTAL-SHARE           PIC S9(7)V99.

           COPY 'cust-ws.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-TODAY-DATE           PIC X(10).
       01  SQL-CARRY-CATEGORY       PIC X(03).
       01  SQL-CARRY-AMOUNT         PIC S9(7)V99.
       01  SQL-CLAIMS-FROM-DATE     PIC X(10).
       01  SQL-CLAIM-DATE           PIC X(10).
       01  SQL-CLAIM-CATEGORY       PIC X(03).
       01  SQL-CLAIM-FEE-AMOUNT     PIC S9(7)V99.
       01  SQL-CLAIM-BASE-AMOUNT    PIC S9(7)V99.
       01  SQL-CLAIM-SCHEME-PAID    PIC S9(7)V99.
       01  SQL-CLAIM-AMOUNT         PIC S9(7)V99.
       01  SQL-CARE-FOR             PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY (1:4) '-' WS-TODAY (5:2) '-' WS-TODAY (7:2)
               DELIMITED BY SIZE INTO SQL-TODAY-DATE.

      *    Twelve months back, same day; 29 February falls back to
      *    the 28th in a year without one.
           MOVE WS-TODAY (1:4) TO WS-CLAIMS-FROM-YEAR.
           SUBTRACT 1 FROM WS-CLAIMS-FROM-YEAR.
           STRING WS-CLAIMS-FROM-YEAR '-' WS-TODAY (5:2) '-'
                  WS-TODAY (7:2)
               DELIMITED BY SIZE INTO SQL-CLAIMS-FROM-DATE.
           IF SQL-CLAIMS-FROM-DATE (6:5) = '02-29'
               MOVE '28' TO SQL-CLAIMS-FROM-DATE (9:2)
           END-IF.
       END-1000-PREPARE-START.
           EXIT.

           EXEC SQL
               CLOSE CRSSTMT
           END-EXEC.

           PERFORM 4300-PRINT-CLAIM-BREAKDOWN
              THRU END-4300-PRINT-CLAIM-BREAKDOWN.
       END-3000-FETCH.
           EXIT.

      *    Carry-over granted into the current entitlement period      *
      *    (unused single-glasses entitlement carried forward, ...),   *
      *    read from the consumption rows CEILING-CHECK/CLAIM-POST     *
      *    maintain, one line per category and covered person.         *
      *    Nothing prints when no category carries anything.           *
      ******************************************************************
       4200-PRINT-CARRY-OVER.
           EXEC SQL
               DECLARE CRSCARR CURSOR FOR
               SELECT C.CLAIM_CATEGORY, C.CARRY_OVER_AMOUNT,
                      COALESCE(B.FIRSTNAME, 'MEMBER')
               FROM CUSTOMER_REIMBURSEMENT_CONSUMPTION C
               LEFT JOIN BENEFICIARY B
                 ON  B.UUID_CUSTOMER   = C.UUID_CUSTOMER
                 AND B.BENEFICIARY_SEQ = C.BENEFICIARY_SEQ
               WHERE C.UUID_CUSTOMER     = :WS-CUS-UUID
                 AND C.PERIOD_START_DATE <= :SQL-TODAY-DATE
                 AND C.PERIOD_END_DATE   >  :SQL-TODAY-DATE
                 AND COALESCE(C.CARRY_OVER_AMOUNT, 0) > 0
               ORDER BY C.CLAIM_CATEGORY, C.BENEFICIARY_SEQ
           END-EXEC.

           EXEC SQL
           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   FETCH CRSCARR
                   INTO :SQL-CARRY-CATEGORY, :SQL-CARRY-AMOUNT,
                        :SQL-CARE-FOR
               END-EXEC

               IF SQLCODE = ZERO
                   MOVE SQL-CARRY-AMOUNT TO WS-CARRY-EDIT
                   MOVE SPACES TO PRINT-RECORD
                   STRING 'CARRY-OVER THIS PERIOD (' SQL-CARRY-CATEGORY
                          ') : ' WS-CARRY-EDIT ' ' SQL-CARE-FOR
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF
           WRITE PRINT-RECORD.
       END-4200-PRINT-CARRY-OVER.
           EXIT.

      ******************************************************************
      *    Claims of the last twelve months (captured, posted or paid; *
      *    a reversal shows as its negative row) with the split of     *
      *    each bulletin: fee charged, national base rate, paid by the *
      *    national scheme, and our share - the only part that counts  *
      *    against the ceilings above - and who received the care.     *
      ******************************************************************
       4300-PRINT-CLAIM-BREAKDOWN.
           MOVE ZERO TO WS-TOTAL-FEE.
           MOVE ZERO TO WS-TOTAL-BASE.
           MOVE ZERO TO WS-TOTAL-SCHEME.
           MOVE ZERO TO WS-TOTAL-SHARE.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'CLAIMS SINCE ' SQL-CLAIMS-FROM-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'CARE DATE  CAT         FEE       BASE'
                  '     SCHEME  OUR SHARE CARE FOR'
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           EXEC SQL
               DECLARE CRSCLBK CURSOR FOR
               SELECT L.CLAIM_DATE, L.CLAIM_CATEGORY,
                      COALESCE(L.CLAIM_FEE_AMOUNT, L.CLAIM_AMOUNT),
                      COALESCE(L.CLAIM_BASE_AMOUNT, 0),
                      COALESCE(L.CLAIM_SCHEME_PAID, 0),
                      L.CLAIM_AMOUNT,
                      COALESCE(B.FIRSTNAME, 'MEMBER')
               FROM CLAIMS L
               LEFT JOIN BENEFICIARY B
                 ON  B.UUID_CUSTOMER   = L.UUID_CUSTOMER
                 AND B.BENEFICIARY_SEQ = L.CLAIM_BENEFICIARY_SEQ
               WHERE L.UUID_CUSTOMER = :WS-CUS-UUID
                 AND L.CLAIM_DATE   >= :SQL-CLAIMS-FROM-DATE
                 AND L.CLAIM_STATUS IN ('A', 'X', 'D')
               ORDER BY L.CLAIM_DATE, L.CLAIM_ID
           END-EXEC.

           EXEC SQL
               OPEN CRSCLBK
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   FETCH CRSCLBK
                   INTO :SQL-CLAIM-DATE, :SQL-CLAIM-CATEGORY,
                        :SQL-CLAIM-FEE-AMOUNT, :SQL-CLAIM-BASE-AMOUNT,
                        :SQL-CLAIM-SCHEME-PAID, :SQL-CLAIM-AMOUNT,
                        :SQL-CARE-FOR
               END-EXEC

               IF SQLCODE = ZERO
                   ADD SQL-CLAIM-FEE-AMOUNT  TO WS-TOTAL-FEE
                   ADD SQL-CLAIM-BASE-AMOUNT TO WS-TOTAL-BASE
                   ADD SQL-CLAIM-SCHEME-PAID TO WS-TOTAL-SCHEME
                   ADD SQL-CLAIM-AMOUNT      TO WS-TOTAL-SHARE
                   MOVE SQL-CLAIM-FEE-AMOUNT  TO WS-FEE-EDIT
                   MOVE SQL-CLAIM-BASE-AMOUNT TO WS-BASE-EDIT
                   MOVE SQL-CLAIM-SCHEME-PAID TO WS-SCHEME-EDIT
                   MOVE SQL-CLAIM-AMOUNT      TO WS-SHARE-EDIT
                   MOVE SPACES TO PRINT-RECORD
                   STRING SQL-CLAIM-DATE ' ' SQL-CLAIM-CATEGORY '  '
                          WS-FEE-EDIT ' ' WS-BASE-EDIT ' '
                          WS-SCHEME-EDIT ' ' WS-SHARE-EDIT ' '
                          SQL-CARE-FOR
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRSCLBK
           END-EXEC.

           MOVE WS-TOTAL-FEE    TO WS-FEE-EDIT.
           MOVE WS-TOTAL-BASE   TO WS-BASE-EDIT.
           MOVE WS-TOTAL-SCHEME TO WS-SCHEME-EDIT.
           MOVE WS-TOTAL-SHARE  TO WS-SHARE-EDIT.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'TOTAL           ' WS-FEE-EDIT ' ' WS-BASE-EDIT ' '
                  WS-SCHEME-EDIT ' ' WS-SHARE-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       END-4300-PRINT-CLAIM-BREAKDOWN.
           EXIT.
