      ******************************************************************
      *    Screen layout for PRIOR-AUTH-REVIEW (prarevw.cbl). Shows    *
      *    one submitted ('S') prior-authorization request, the person *
      *    the care is for, and that person's current consumption for  *
      *    the category, and takes the supervisor's decision: approve  *
      *    at the quoted amount, cap at a lower amount, refuse with a  *
      *    reason code the member letter can quote, skip, or exit.     *
      ******************************************************************
       01  SCREEN-PRIOR-AUTH-REVIEW.
           03 BLANK SCREEN.
           03 LINE 01 COL 01
              VALUE 'PRIOR AUTHORIZATION - DECISION QUEUE'.
           03 LINE 03 COL 01 VALUE 'AUTH ID   :'.
           03 LINE 03 COL 13 PIC X(36) FROM WS-PRRV-AUTH-ID.
           03 LINE 04 COL 01 VALUE 'MEMBER    :'.
           03 LINE 04 COL 13 PIC X(45) FROM WS-CUSTOMER-NAME.
           03 LINE 05 COL 01 VALUE 'CARE FOR  :'.
           03 LINE 05 COL 13 PIC X(45) FROM WS-PRRV-BENEFICIARY.

           03 LINE 06 COL 01 VALUE 'CATEGORY  :'.
           03 LINE 06 COL 13 PIC X(03) FROM WS-PRRV-CATEGORY.
           03 LINE 06 COL 20 VALUE 'QUOTE DATE :'.
           03 LINE 06 COL 33 PIC X(10) FROM WS-PRRV-QUOTE-DATE.
           03 LINE 07 COL 01 VALUE 'PROVIDER  :'.
           03 LINE 07 COL 13 PIC X(10) FROM WS-PRRV-PROVIDER.
           03 LINE 07 COL 25 VALUE 'SENT BY :'.
           03 LINE 07 COL 35 PIC X(01) FROM WS-PRRV-SUBMITTED-BY.
           03 LINE 08 COL 01 VALUE 'QUOTED    :'.
           03 LINE 08 COL 13 PIC ZZZZZZ9.99 FROM WS-PRRV-QUOTED.

           03 LINE 10 COL 01
              VALUE 'CONSUMPTION THIS PERIOD FOR THIS CATEGORY'.
           03 LINE 11 COL 01 VALUE 'CONSUMED  :'.
           03 LINE 11 COL 13 PIC ZZZZZZ9.99 FROM WS-PRRV-CONSUMED.
           03 LINE 11 COL 25 VALUE 'CEILING :'.
           03 LINE 11 COL 35 PIC ZZZZZZ9.99 FROM WS-PRRV-CEILING.
           03 LINE 11 COL 47 VALUE 'REMAINING :'.
           03 LINE 11 COL 59 PIC ZZZZZZ9.99 FROM WS-PRRV-REMAINING.

           03 LINE 14 COL 01
              VALUE 'DECISION (A=APPR C=CAP R=REFUSE S=SKIP X=EXIT):'.
           03 LINE 14 COL 50 PIC X(01) USING SC-PRRV-DECISION
              AUTO.
           03 LINE 15 COL 01
              VALUE 'CAP AMOUNT (C ONLY)                            :'.
           03 LINE 15 COL 50 PIC ZZZZ9.99 USING SC-PRRV-CAP-AMOUNT.
           03 LINE 16 COL 01
              VALUE 'REFUSE REASON (AMT/NCV/DUP/DOC)                :'.
           03 LINE 16 COL 50 PIC X(03) USING SC-PRRV-REASON
              AUTO.
