      ******************************************************************
      *    Screen layout for BENEFICIARY-MAINT (benmnt.cbl).           *
      *    Lists the member's dependants (in force and ended), then    *
      *    offers either an addition (name, birth date, relationship,  *
      *    optional CODE_SECU, start date) or the end of an existing   *
      *    dependant's cover (sequence and end date). SC-BENM-ACTION   *
      *    picks which, SC-BENM-CONFIRM must be Y to save.             *
      ******************************************************************
       01  SCREEN-BENEFICIARY-MAINT.
           03 BLANK SCREEN.
           03 LINE 01 COL 01 VALUE 'DEPENDANTS'.
           03 LINE 03 COL 01 VALUE 'CUSTOMER :'.
           03 LINE 03 COL 12 PIC X(45) FROM WS-CUSTOMER-NAME.

           03 LINE 05 COL 01 PIC X(78) FROM WS-BENM-HEADER.
           03 LINE 06 COL 01 PIC X(78) FROM WS-BENM-LINE (1).
           03 LINE 07 COL 01 PIC X(78) FROM WS-BENM-LINE (2).
           03 LINE 08 COL 01 PIC X(78) FROM WS-BENM-LINE (3).
           03 LINE 09 COL 01 PIC X(78) FROM WS-BENM-LINE (4).
           03 LINE 10 COL 01 PIC X(78) FROM WS-BENM-LINE (5).
           03 LINE 11 COL 01 PIC X(78) FROM WS-BENM-LINE (6).
           03 LINE 12 COL 01 PIC X(78) FROM WS-BENM-LINE (7).
           03 LINE 13 COL 01 PIC X(78) FROM WS-BENM-LINE (8).

           03 LINE 15 COL 01 VALUE 'ADD - LASTNAME :'.
           03 LINE 15 COL 18 PIC X(20) USING WS-BENM-LASTNAME.
           03 LINE 15 COL 40 VALUE 'FIRSTNAME :'.
           03 LINE 15 COL 52 PIC X(20) USING WS-BENM-FIRSTNAME.
           03 LINE 16 COL 01 VALUE '    BIRTH DATE:'.
           03 LINE 16 COL 18 PIC X(10) USING WS-BENM-BIRTH-DATE.
           03 LINE 16 COL 40 VALUE 'RELATION (C/S/O) :'.
           03 LINE 16 COL 59 PIC X(01) USING WS-BENM-RELATIONSHIP.
           03 LINE 17 COL 01 VALUE '    CODE SECU :'.
           03 LINE 17 COL 18 PIC X(15) USING WS-BENM-CODE-SECU.
           03 LINE 17 COL 40 VALUE 'START DATE :'.
           03 LINE 17 COL 52 PIC X(10) USING WS-BENM-START-DATE.

           03 LINE 19 COL 01 VALUE 'END - SEQ      :'.
           03 LINE 19 COL 18 PIC X(02) USING WS-BENM-END-SEQ.
           03 LINE 19 COL 40 VALUE 'END DATE   :'.
           03 LINE 19 COL 52 PIC X(10) USING WS-BENM-END-DATE.

           03 LINE 21 COL 01 VALUE 'ACTION (A=ADD E=END) :'.
           03 LINE 21 COL 24 PIC X(01) USING SC-BENM-ACTION
              AUTO.
           03 LINE 22 COL 01 VALUE 'CONFIRM (Y/N)        :'.
           03 LINE 22 COL 24 PIC X(01) USING SC-BENM-CONFIRM
              AUTO.
