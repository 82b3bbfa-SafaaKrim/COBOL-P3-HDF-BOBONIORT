      ******************************************************************
      *    Screen layout for PRIOR-AUTH-ENTRY (prauth.cbl). Operator   *
      *    keys one quote ("devis") at a time for the customer already *
      *    selected: category, who the care is for, the provider who   *
      *    quoted, the quote date, our share the quote asks for and    *
      *    whether the member or the provider sent it in. The member's *
      *    authorizations still waiting or open are listed below.      *
      ******************************************************************
       01  SCREEN-PRIOR-AUTH-ENTRY.
           03 BLANK SCREEN.
           03 LINE 01 COL 01 VALUE 'PRIOR AUTHORIZATION REQUEST'.
           03 LINE 03 COL 01 VALUE 'CUSTOMER :'.
           03 LINE 03 COL 12 PIC X(45) FROM WS-CUSTOMER-NAME.

           03 LINE 05 COL 01 VALUE 'CATEGORY (MOL/NMO/PGL/HOS)  :'.
           03 LINE 05 COL 32 PIC X(03) USING SC-AUTH-CATEGORY.
           03 LINE 06 COL 01 VALUE 'CARE FOR (00 = MEMBER)      :'.
           03 LINE 06 COL 32 PIC X(02) USING SC-AUTH-BENEFICIARY-SEQ.
           03 LINE 07 COL 01 VALUE 'PROVIDER CODE               :'.
           03 LINE 07 COL 32 PIC X(10) USING SC-AUTH-PROVIDER-CODE.
           03 LINE 08 COL 01 VALUE 'QUOTE DATE (YYYY-MM-DD)     :'.
           03 LINE 08 COL 32 PIC X(10) USING SC-AUTH-QUOTE-DATE.
           03 LINE 09 COL 01 VALUE 'QUOTED AMOUNT (OUR SHARE)   :'.
           03 LINE 09 COL 32 PIC ZZZZ9.99 USING SC-AUTH-QUOTED-AMOUNT.
           03 LINE 10 COL 01 VALUE 'SUBMITTED BY (M/P)          :'.
           03 LINE 10 COL 32 PIC X(01) USING SC-AUTH-SUBMITTED-BY.
           03 LINE 10 COL 35 VALUE 'M = MEMBER  P = PROVIDER'.

           03 LINE 12 COL 01 VALUE 'CONFIRM REQUEST (Y/N) :'.
           03 LINE 12 COL 25 PIC X(01) USING SC-AUTH-CONFIRM
              AUTO.
           03 LINE 13 COL 01 VALUE 'ANOTHER REQUEST (Y/N) :'.
           03 LINE 13 COL 25 PIC X(01) USING SC-AUTH-ANOTHER
              AUTO.

           03 LINE 15 COL 01 PIC X(78) FROM WS-AUTH-HEADER.
           03 LINE 16 COL 01 PIC X(78) FROM WS-AUTH-LINE (1).
           03 LINE 17 COL 01 PIC X(78) FROM WS-AUTH-LINE (2).
           03 LINE 18 COL 01 PIC X(78) FROM WS-AUTH-LINE (3).
           03 LINE 19 COL 01 PIC X(78) FROM WS-AUTH-LINE (4).
           03 LINE 20 COL 01 PIC X(78) FROM WS-AUTH-LINE (5).
           03 LINE 21 COL 01 PIC X(78) FROM WS-AUTH-LINE (6).
