      *    Screen layouts for MEMBER-ENROLL (mbrenrl.cbl). Enrollment  *
      *    is captured in two pages: the identity page takes the full  *
      *    CUSTOMER record (identity, address, CODE_SECU, IBAN,        *
      *    attending doctor, couple code), the contract page takes the *
      *    COVERAGE_LEVEL - the eight opening ceilings are the         *
      *    COVERAGE_PLAN defaults for that level, so a clerk cannot    *
      *    key ceilings MODIFY-CONTRACT gates at administrator level - *
      *    and up to four named dependants (BENEFICIARY rows); more    *
      *    are added afterwards through BENEFICIARY-MAINT.             *
      *    A Y/N confirm is required before anything is written.       *
      ******************************************************************
       01  SCREEN-ENROLL-IDENTITY.
           03 LINE 17 COL 01 VALUE 'COUPLE CODE   :'.
           03 LINE 17 COL 17 PIC X(05) USING WS-ENRL-COUPLE.
           03 LINE 17 COL 25 VALUE '(BLANK = SINGLE)'.

           03 LINE 20 COL 01 VALUE 'CONTINUE TO CONTRACT (Y/N) :'.
           03 LINE 20 COL 30 PIC X(01) USING SC-ENRL-CONTINUE
           03 LINE 05 COL 01 VALUE 'COVERAGE LEVEL (STD/CFT)  :'.
           03 LINE 05 COL 30 PIC X(03) USING WS-ENRL-COVERAGE.

           03 LINE 06 COL 01
              VALUE 'DEPENDANTS: R = C CHILD, S SPOUSE, O OTHER'.

           03 LINE 08 COL 01
              VALUE 'THE OPENING CEILINGS ARE THE COVERAGE PLAN'.
           03 LINE 09 COL 01
           03 LINE 11 COL 01
              VALUE 'AN ADMINISTRATOR SESSION.'.

           03 LINE 12 COL 01 VALUE 'DEPENDANTS - LASTNAME'.
           03 LINE 12 COL 22 VALUE 'FIRSTNAME'.
           03 LINE 12 COL 43 VALUE 'BIRTH DATE'.
           03 LINE 12 COL 54 VALUE 'R'.
           03 LINE 12 COL 56 VALUE 'CODE SECU'.
           03 LINE 13 COL 01 PIC X(20) USING WS-ENRL-DEP-LASTNAME (1).
           03 LINE 13 COL 22 PIC X(20) USING WS-ENRL-DEP-FIRSTNAME (1).
           03 LINE 13 COL 43 PIC X(10) USING WS-ENRL-DEP-BIRTH (1).
           03 LINE 13 COL 54 PIC X(01) USING WS-ENRL-DEP-RELATION (1).
           03 LINE 13 COL 56 PIC X(15) USING WS-ENRL-DEP-SECU (1).
           03 LINE 14 COL 01 PIC X(20) USING WS-ENRL-DEP-LASTNAME (2).
           03 LINE 14 COL 22 PIC X(20) USING WS-ENRL-DEP-FIRSTNAME (2).
           03 LINE 14 COL 43 PIC X(10) USING WS-ENRL-DEP-BIRTH (2).
           03 LINE 14 COL 54 PIC X(01) USING WS-ENRL-DEP-RELATION (2).
           03 LINE 14 COL 56 PIC X(15) USING WS-ENRL-DEP-SECU (2).
           03 LINE 15 COL 01 PIC X(20) USING WS-ENRL-DEP-LASTNAME (3).
           03 LINE 15 COL 22 PIC X(20) USING WS-ENRL-DEP-FIRSTNAME (3).
           03 LINE 15 COL 43 PIC X(10) USING WS-ENRL-DEP-BIRTH (3).
           03 LINE 15 COL 54 PIC X(01) USING WS-ENRL-DEP-RELATION (3).
           03 LINE 15 COL 56 PIC X(15) USING WS-ENRL-DEP-SECU (3).
           03 LINE 16 COL 01 PIC X(20) USING WS-ENRL-DEP-LASTNAME (4).
           03 LINE 16 COL 22 PIC X(20) USING WS-ENRL-DEP-FIRSTNAME (4).
           03 LINE 16 COL 43 PIC X(10) USING WS-ENRL-DEP-BIRTH (4).
           03 LINE 16 COL 54 PIC X(01) USING WS-ENRL-DEP-RELATION (4).
           03 LINE 16 COL 56 PIC X(15) USING WS-ENRL-DEP-SECU (4).

           03 LINE 17 COL 01
              VALUE 'CONFIRMING WRITES THE CUSTOMER RECORD AND THE'.
           03 LINE 18 COL 01
