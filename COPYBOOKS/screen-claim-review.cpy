      ******************************************************************
      *    Screen layout for CLAIM-REVIEW (clmrevw.cbl). Shows one     *
      *    pending ('P') claim, the person who received the care, and  *
      *    that person's current consumption for the category, and     *
      *    takes the supervisor's decision: approve, reject (with a    *
      *    reason code the member letter can quote), skip, or exit     *
      *    the queue. A claim captured against a prior authorization   *
      *    shows the amount authorized next to what is claimed.        *
      ******************************************************************
       01  SCREEN-CLAIM-REVIEW.
           03 BLANK SCREEN.
           03 LINE 03 COL 13 PIC X(36) FROM WS-REVW-CLAIM-ID.
           03 LINE 04 COL 01 VALUE 'MEMBER    :'.
           03 LINE 04 COL 13 PIC X(45) FROM WS-CUSTOMER-NAME.
           03 LINE 05 COL 01 VALUE 'CARE FOR  :'.
           03 LINE 05 COL 13 PIC X(45) FROM WS-REVW-BENEFICIARY.

           03 LINE 06 COL 01 VALUE 'CATEGORY  :'.
           03 LINE 06 COL 13 PIC X(03) FROM WS-REVW-CATEGORY.
           03 LINE 07 COL 33 PIC X(01) FROM WS-REVW-IN-NETWORK.
           03 LINE 08 COL 01 VALUE 'AMOUNT    :'.
           03 LINE 08 COL 13 PIC ZZZZZZ9.99 FROM WS-REVW-AMOUNT.
           03 LINE 08 COL 25 VALUE 'PRIOR AUTH :'.
           03 LINE 08 COL 38 PIC X(10) FROM WS-REVW-AUTH-TEXT.

           03 LINE 10 COL 01
              VALUE 'CONSUMPTION THIS PERIOD FOR THIS CATEGORY'.
