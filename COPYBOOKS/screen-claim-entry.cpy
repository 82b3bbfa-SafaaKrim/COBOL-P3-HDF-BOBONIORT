      ******************************************************************
      *    Screen layout for CLAIM-ENTRY (clmentry.cbl). Operator keys  *
      *    one claim at a time against the customer already selected.  *
      *    The three amounts come off the bulletin: the fee the        *
      *    provider charged, the national base rate for the act and    *
      *    what the national scheme paid; our share is computed. CARE  *
      *    FOR names who received the care: 00 for the member, else    *
      *    the sequence of one of the dependants listed below it.      *
      ******************************************************************
       01  SCREEN-CLAIM-ENTRY.
           03 BLANK SCREEN.
           03 LINE 06 COL 30 PIC X(10) USING SC-CLAIM-DATE.
           03 LINE 07 COL 01 VALUE 'PROVIDER CODE             :'.
           03 LINE 07 COL 30 PIC X(10) USING SC-PROVIDER-CODE.
           03 LINE 08 COL 01 VALUE 'ACTUAL FEE CHARGED        :'.
           03 LINE 08 COL 30 PIC ZZZZ9.99 USING SC-FEE-AMOUNT.
           03 LINE 09 COL 01 VALUE 'NATIONAL BASE RATE        :'.
           03 LINE 09 COL 30 PIC ZZZZ9.99 USING SC-BASE-AMOUNT.
           03 LINE 10 COL 01 VALUE 'PAID BY NATIONAL SCHEME   :'.
           03 LINE 10 COL 30 PIC ZZZZ9.99 USING SC-SCHEME-PAID.

           03 LINE 11 COL 01 VALUE 'CARE FOR (00 = MEMBER)    :'.
           03 LINE 11 COL 30 PIC X(02) USING SC-BENEFICIARY-SEQ.

           03 LINE 13 COL 01 VALUE 'CONFIRM CAPTURE (Y/N) :'.
           03 LINE 13 COL 25 PIC X(01) USING SC-CLAIM-CONFIRM
              AUTO.
           03 LINE 14 COL 01 VALUE 'ANOTHER CLAIM (Y/N)   :'.
           03 LINE 14 COL 25 PIC X(01) USING SC-CLAIM-ANOTHER
              AUTO.

           03 LINE 16 COL 01 VALUE 'DEPENDANTS IN FORCE TODAY :'.
           03 LINE 17 COL 01 PIC X(60) FROM WS-DEP-LINE (1).
           03 LINE 18 COL 01 PIC X(60) FROM WS-DEP-LINE (2).
           03 LINE 19 COL 01 PIC X(60) FROM WS-DEP-LINE (3).
           03 LINE 20 COL 01 PIC X(60) FROM WS-DEP-LINE (4).
           03 LINE 21 COL 01 PIC X(60) FROM WS-DEP-LINE (5).
           03 LINE 22 COL 01 PIC X(60) FROM WS-DEP-LINE (6).
