      ******************************************************************
      *    Screen layout for COMPLAINT-CASE (cmpcase.cbl). The         *
      *    operator keys a case id, or NEW to open a case; an existing *
      *    case is shown for update, the GROUP-MAINT pattern. A case   *
      *    names the member, its type, the claim or premium month      *
      *    contested, the date received, the operator working it and a *
      *    one-line summary. A supervisor records the outcome once; a  *
      *    decided case is closed by keying Y in CLOSE. The response   *
      *    and regulator deadlines are derived from the received date. *
      ******************************************************************
       01  SCREEN-COMPLAINT-CASE.
           03 BLANK SCREEN.
           03 LINE 01 COL 01 VALUE 'MEMBER COMPLAINT CASE'.
           03 LINE 03 COL 01 VALUE 'CASE ID       :'.
           03 LINE 03 COL 17 PIC X(36) FROM WS-CASE-ID.
           03 LINE 03 COL 55 PIC X(20) FROM WS-CASE-MODE-MSG.

           03 LINE 05 COL 01 VALUE 'MEMBER UUID   :'.
           03 LINE 05 COL 17 PIC X(36) USING WS-CASE-MEMBER.
           03 LINE 06 COL 17 PIC X(45) FROM WS-CUSTOMER-NAME.
           03 LINE 07 COL 01 VALUE 'CASE TYPE     :'.
           03 LINE 07 COL 17 PIC X(03) USING WS-CASE-TYPE.
           03 LINE 07 COL 22
              VALUE '(REJ=REJECTION REC=RECOVERY SUS=SUSPENSION OTH)'.
           03 LINE 08 COL 01 VALUE 'CLAIM ID      :'.
           03 LINE 08 COL 17 PIC X(36) USING WS-CASE-CLAIM-ID.
           03 LINE 08 COL 55 VALUE '(REJ/REC)'.
           03 LINE 09 COL 01 VALUE 'BILL PERIOD   :'.
           03 LINE 09 COL 17 PIC X(07) USING WS-CASE-PERIOD.
           03 LINE 09 COL 26 VALUE '(YYYY-MM, SUS ONLY)'.
           03 LINE 10 COL 01 VALUE 'RECEIVED      :'.
           03 LINE 10 COL 17 PIC X(10) USING WS-CASE-RECEIVED.
           03 LINE 10 COL 29 VALUE '(YYYY-MM-DD)'.
           03 LINE 11 COL 01 VALUE 'ASSIGNED TO   :'.
           03 LINE 11 COL 17 PIC X(20) USING WS-CASE-OPERATOR.
           03 LINE 12 COL 01 VALUE 'SUMMARY       :'.
           03 LINE 12 COL 17 PIC X(50) USING WS-CASE-SUMMARY.

           03 LINE 14 COL 01 VALUE 'STATUS        :'.
           03 LINE 14 COL 17 PIC X(01) FROM WS-CASE-STATUS.
           03 LINE 14 COL 20 VALUE '(O=OPEN C=CLOSED)'.
           03 LINE 15 COL 01 VALUE 'RESPONSE DUE  :'.
           03 LINE 15 COL 17 PIC X(10) FROM WS-CASE-RESPONSE-DUE.
           03 LINE 15 COL 30 VALUE 'REGULATOR DUE :'.
           03 LINE 15 COL 46 PIC X(10) FROM WS-CASE-REGULATOR-DUE.

           03 LINE 17 COL 01 VALUE 'OUTCOME       :'.
           03 LINE 17 COL 17 PIC X(01) USING WS-CASE-OUTCOME.
           03 LINE 17 COL 20
              VALUE '(U=UPHELD N=NOT UPHELD W=WITHDRAWN, SUPERVISOR)'.
           03 LINE 18 COL 01 VALUE 'CLOSE (Y/N)   :'.
           03 LINE 18 COL 17 PIC X(01) USING SC-CASE-CLOSE.
           03 LINE 18 COL 20 VALUE '(ONCE THE OUTCOME IS RECORDED)'.

           03 LINE 20 COL 01 VALUE 'CONFIRM (Y/N) :'.
           03 LINE 20 COL 17 PIC X(01) USING SC-CASE-CONFIRM
              AUTO.
