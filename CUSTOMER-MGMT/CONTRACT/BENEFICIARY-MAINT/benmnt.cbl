      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. benmnt.
       AUTHOR. Martial.

      ******************************************************************
      *    Maintenance transaction for BENEFICIARY, the member's named *
      *    dependants. Reached from READ-CONTRACT (readcont.cbl) via   *
      *    SC-DEPENDANTS; lists the member's dependants and lets the   *
      *    operator add one or end one's cover (END_REASON 'M'). A     *
      *    dependant is never deleted: CLAIMS and the consumption rows *
      *    keep pointing at its BENEFICIARY_SEQ. Every change writes   *
      *    its AUDIT_TRAIL rows and brings CUSTOMER.NBCHILDREN back to *
      *    the number of children in force, in the same unit of work.  *
      *    Runs inside the caller's SQL connection, like               *
      *    MODIFY-CONTRACT. Requires a signed-on session (privilege    *
      *    level 1), the same as MEMBER-ENROLL.                        *
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SC-BENM-ACTION          PIC X(01).
           88 BENM-ACTION-ADD          VALUE 'A' 'a'.
           88 BENM-ACTION-END          VALUE 'E' 'e'.
       01  SC-BENM-CONFIRM         PIC X(01).
           88 BENM-CONFIRMED           VALUE 'Y' 'y'.

       01  WS-SCREEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-EXIT-SCREEN           VALUE 'Y'.

       01  WS-VALID-SWITCH         PIC X(01).
           88 WS-VALUES-VALID          VALUE 'Y'.
           88 WS-VALUES-INVALID        VALUE 'N'.

       01  WS-CUSTOMER-NAME        PIC X(45).
       01  WS-OPERATOR-ID          PIC X(20).
       01  WS-REQUIRED-PRIVILEGE   PIC 9(01) VALUE 1.

       01  WS-TODAY                PIC X(21).
       01  WS-TODAY-DATE           PIC X(10).

       01  WS-BENM-LASTNAME        PIC X(20).
       01  WS-BENM-FIRSTNAME       PIC X(20).
       01  WS-BENM-BIRTH-DATE      PIC X(10).
       01  WS-BENM-RELATIONSHIP    PIC X(01).
           88 WS-BENM-RELATION-VALID   VALUE 'C' 'S' 'O'.
       01  WS-BENM-CODE-SECU       PIC X(15).
       01  WS-BENM-START-DATE      PIC X(10).
       01  WS-BENM-END-SEQ         PIC X(02).
       01  WS-BENM-END-DATE        PIC X(10).

       01  WS-BENM-MAX-LINES       PIC 9(02) VALUE 8.
       01  WS-BENM-COUNT           PIC 9(03).
       01  WS-BENM-IDX             PIC 9(02).
       01  WS-BENM-HEADER.
           03 FILLER               PIC X(39) VALUE
              'SQ LASTNAME       FIRSTNAME BIRTH      '.
           03 FILLER               PIC X(39) VALUE
              'R CODE SECU       FROM       TO'.
       01  WS-BENM-TABLE.
           03 WS-BENM-LINE         PIC X(78) OCCURS 8 TIMES.

       01  WS-BENM-DETAIL.
           03 WS-BENM-D-SEQ        PIC Z9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-BENM-D-LASTNAME   PIC X(14).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-BENM-D-FIRSTNAME  PIC X(09).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-BENM-D-BIRTH      PIC X(10).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-BENM-D-REL        PIC X(01).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-BENM-D-SECU       PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-BENM-D-START      PIC X(10).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-BENM-D-END        PIC X(10).

       01  WS-AUDIT-IDX            PIC 9(02).
       01  WS-AUDIT-FIELD-TABLE.
           03 WS-AUDIT-FIELD-ENTRY OCCURS 7 TIMES.
              05 WS-AUDIT-COL-NAME   PIC X(30).
              05 WS-AUDIT-COL-OLD    PIC X(50).
              05 WS-AUDIT-COL-NEW    PIC X(50).
       01  WS-AUDIT-COUNT          PIC 9(02).
       01  WS-AUDIT-SEQ-EDIT       PIC 9(02).

           COPY 'cust-ws.cpy'.
           COPY 'audit-ws.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-UUID-CUSTOMER        PIC X(36).
       01  SQL-BENEFICIARY-SEQ      PIC 9(02).
       01  SQL-BEN-LASTNAME         PIC X(20).
       01  SQL-BEN-FIRSTNAME        PIC X(20).
       01  SQL-BEN-BIRTH-DATE       PIC X(10).
       01  SQL-BEN-RELATIONSHIP     PIC X(01).
       01  SQL-BEN-CODE-SECU        PIC X(15).
       01  SQL-BEN-START-DATE       PIC X(10).
       01  SQL-BEN-END-DATE         PIC X(10).
       01  SQL-SECU-NUMBER          PIC 9(15).
       01  SQL-SECU-COUNT           PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           COPY 'cust-lk.cpy'.
           COPY 'session-lk.cpy'.

       SCREEN SECTION.
           COPY 'screen-beneficiary-maint.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-CUSTOMER LK-SESSION.

       0000-START-MAIN.
           IF NOT LK-SES-SIGNED-ON
           OR LK-SES-PRIVILEGE-LEVEL < WS-REQUIRED-PRIVILEGE
               DISPLAY 'DEPENDANT MAINTENANCE REQUIRES A '
                   'SIGNED-ON SESSION'
               GO TO 0000-END-MAIN
           END-IF.
           MOVE LK-SES-OPERATOR-ID TO WS-OPERATOR-ID.

           PERFORM 1000-PREPARE-SCREEN-START
              THRU END-1000-PREPARE-SCREEN.

           PERFORM 4000-PROCESS-SCREEN-START
              THRU END-4000-PROCESS-SCREEN
              UNTIL WS-EXIT-SCREEN.
       0000-END-MAIN.
           GOBACK.

      ******************************************************************
      *    [RD] Déplace le Customer de la linkage vers celui de la WS  *
      *    et créer un STRIN Nom Prénom NumSécu pour SCREEN SECTION.   *
      ******************************************************************
       1000-PREPARE-SCREEN-START.
           MOVE LK-CUSTOMER TO WS-CUSTOMER.
           MOVE WS-CUS-UUID TO SQL-UUID-CUSTOMER.

           STRING FUNCTION TRIM (WS-CUS-FIRSTNAME)
                  SPACE
                  FUNCTION TRIM (WS-CUS-LASTNAME)
                  SPACE
                  WS-CUS-CODE-SECU
           DELIMITED BY SIZE
           INTO WS-CUSTOMER-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY (1:4) '-' WS-TODAY (5:2) '-' WS-TODAY (7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
       END-1000-PREPARE-SCREEN.
           EXIT.

      ******************************************************************
      *    Loads the list shown on lines 06-13: dependants in force    *
      *    first, then the ended ones, most recent sequence last. A    *
      *    household with more than eight rows is told so; the ended   *
      *    rows are the ones that drop off the screen.                 *
      ******************************************************************
       2000-LOAD-DEPENDANTS.
           MOVE SPACES TO WS-BENM-TABLE.
           MOVE ZERO   TO WS-BENM-COUNT.

           EXEC SQL
               DECLARE CRSBENM CURSOR FOR
               SELECT BENEFICIARY_SEQ, LASTNAME, FIRSTNAME,
                      BIRTH_DATE, RELATIONSHIP,
                      COALESCE(CAST(CODE_SECU AS CHAR(15)), ' '),
                      START_DATE,
                      COALESCE(CAST(END_DATE AS CHAR(10)), ' ')
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
               ORDER BY CASE WHEN END_DATE IS NULL THEN 0 ELSE 1 END,
                        BENEFICIARY_SEQ
           END-EXEC.

           EXEC SQL
               OPEN CRSBENM
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   FETCH CRSBENM
                   INTO :SQL-BENEFICIARY-SEQ, :SQL-BEN-LASTNAME,
                        :SQL-BEN-FIRSTNAME, :SQL-BEN-BIRTH-DATE,
                        :SQL-BEN-RELATIONSHIP, :SQL-BEN-CODE-SECU,
                        :SQL-BEN-START-DATE, :SQL-BEN-END-DATE
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-BENM-COUNT
                   IF WS-BENM-COUNT NOT > WS-BENM-MAX-LINES
                       PERFORM 2100-FORMAT-LINE
                          THRU END-2100-FORMAT-LINE
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRSBENM
           END-EXEC.

           IF WS-BENM-COUNT > WS-BENM-MAX-LINES
               DISPLAY 'MORE THAN ' WS-BENM-MAX-LINES
                   ' DEPENDANTS ON FILE - ENDED ROWS NOT ALL SHOWN'
           END-IF.
       END-2000-LOAD-DEPENDANTS.
           EXIT.

      ******************************************************************
      ******************************************************************
       2100-FORMAT-LINE.
           MOVE SQL-BENEFICIARY-SEQ  TO WS-BENM-D-SEQ.
           MOVE SQL-BEN-LASTNAME     TO WS-BENM-D-LASTNAME.
           MOVE SQL-BEN-FIRSTNAME    TO WS-BENM-D-FIRSTNAME.
           MOVE SQL-BEN-BIRTH-DATE   TO WS-BENM-D-BIRTH.
           MOVE SQL-BEN-RELATIONSHIP TO WS-BENM-D-REL.
           MOVE SQL-BEN-CODE-SECU    TO WS-BENM-D-SECU.
           MOVE SQL-BEN-START-DATE   TO WS-BENM-D-START.
           MOVE SQL-BEN-END-DATE     TO WS-BENM-D-END.
           MOVE WS-BENM-DETAIL       TO WS-BENM-LINE (WS-BENM-COUNT).
       END-2100-FORMAT-LINE.
           EXIT.

      ******************************************************************
      ******************************************************************
       2200-CLEAR-FIELDS.
           MOVE SPACES TO WS-BENM-LASTNAME.
           MOVE SPACES TO WS-BENM-FIRSTNAME.
           MOVE SPACES TO WS-BENM-BIRTH-DATE.
           MOVE 'C'    TO WS-BENM-RELATIONSHIP.
           MOVE SPACES TO WS-BENM-CODE-SECU.
           MOVE WS-TODAY-DATE TO WS-BENM-START-DATE.
           MOVE SPACES TO WS-BENM-END-SEQ.
           MOVE WS-TODAY-DATE TO WS-BENM-END-DATE.
           MOVE SPACES TO SC-BENM-ACTION.
           MOVE SPACES TO SC-BENM-CONFIRM.
       END-2200-CLEAR-FIELDS.
           EXIT.

      ******************************************************************
      *    [RD] Affiche la liste, capture l'ajout ou la fin de         *
      *    couverture et route vers l'écriture si l'opérateur confirme *
      *    par Y. Sans confirmation, retour à READ-CONTRACT.           *
      ******************************************************************
       4000-PROCESS-SCREEN-START.
           PERFORM 2000-LOAD-DEPENDANTS
              THRU END-2000-LOAD-DEPENDANTS.
           PERFORM 2200-CLEAR-FIELDS
              THRU END-2200-CLEAR-FIELDS.

           ACCEPT SCREEN-BENEFICIARY-MAINT.

           IF NOT BENM-CONFIRMED
               SET WS-EXIT-SCREEN TO TRUE
               GO TO END-4000-PROCESS-SCREEN
           END-IF.

           EVALUATE TRUE
               WHEN BENM-ACTION-ADD
                   PERFORM 4100-VALIDATE-ADD
                      THRU END-4100-VALIDATE-ADD
                   IF WS-VALUES-VALID
                       PERFORM 5000-ADD-DEPENDANT
                          THRU END-5000-ADD-DEPENDANT
                   END-IF
               WHEN BENM-ACTION-END
                   PERFORM 4200-VALIDATE-END
                      THRU END-4200-VALIDATE-END
                   IF WS-VALUES-VALID
                       PERFORM 6000-END-DEPENDANT
                          THRU END-6000-END-DEPENDANT
                   END-IF
               WHEN OTHER
                   DISPLAY 'ACTION MUST BE A OR E - NOTHING SAVED'
           END-EVALUATE.
       END-4000-PROCESS-SCREEN.
           EXIT.

      ******************************************************************
      *    Refuses an addition with no name, a malformed birth or      *
      *    start date, an unknown relationship, or a CODE_SECU that is *
      *    not 15 digits or already names a member or a dependant in   *
      *    force - TELE-INTAKE matches transmitted acts on it, so it   *
      *    must point at one person only.                              *
      ******************************************************************
       4100-VALIDATE-ADD.
           SET WS-VALUES-VALID TO TRUE.

           EVALUATE TRUE
               WHEN WS-BENM-LASTNAME = SPACES
                 OR WS-BENM-FIRSTNAME = SPACES
                   DISPLAY 'LASTNAME AND FIRSTNAME ARE REQUIRED'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-BENM-BIRTH-DATE (5:1) NOT = '-'
                 OR WS-BENM-BIRTH-DATE (8:1) NOT = '-'
                   DISPLAY 'BIRTH DATE MUST BE YYYY-MM-DD'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-BENM-START-DATE (5:1) NOT = '-'
                 OR WS-BENM-START-DATE (8:1) NOT = '-'
                   DISPLAY 'START DATE MUST BE YYYY-MM-DD'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-BENM-START-DATE < WS-BENM-BIRTH-DATE
                   DISPLAY 'START DATE IS BEFORE THE BIRTH DATE'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN NOT WS-BENM-RELATION-VALID
                   DISPLAY 'RELATIONSHIP MUST BE C, S OR O'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-BENM-CODE-SECU NOT = SPACES
                AND WS-BENM-CODE-SECU IS NOT NUMERIC
                   DISPLAY 'CODE SECU MUST BE 15 DIGITS OR BLANK'
                   SET WS-VALUES-INVALID TO TRUE
               WHEN WS-BENM-CODE-SECU NOT = SPACES
                   PERFORM 4150-CHECK-EXISTING-SECU
                      THRU END-4150-CHECK-EXISTING-SECU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END-4100-VALIDATE-ADD.
           EXIT.

      ******************************************************************
      ******************************************************************
       4150-CHECK-EXISTING-SECU.
           MOVE WS-BENM-CODE-SECU TO SQL-SECU-NUMBER.

           EXEC SQL
               SELECT (SELECT COUNT(*) FROM CUSTOMER
                        WHERE CODE_SECU = :SQL-SECU-NUMBER)
                    + (SELECT COUNT(*) FROM BENEFICIARY
                        WHERE CODE_SECU = :SQL-SECU-NUMBER
                          AND END_DATE IS NULL)
               INTO :SQL-SECU-COUNT
           END-EXEC.

           IF SQLCODE = ZERO AND SQL-SECU-COUNT > 0
               DISPLAY 'CODE SECU ALREADY ON FILE - NOT CAPTURED'
               SET WS-VALUES-INVALID TO TRUE
           END-IF.
       END-4150-CHECK-EXISTING-SECU.
           EXIT.

      ******************************************************************
      *    The dependant to end must be this member's and still in     *
      *    force, and cover cannot end before it started.              *
      ******************************************************************
       4200-VALIDATE-END.
           SET WS-VALUES-VALID TO TRUE.

           IF WS-BENM-END-SEQ IS NOT NUMERIC
               DISPLAY 'END SEQ MUST BE THE 2-DIGIT SEQ SHOWN'
               SET WS-VALUES-INVALID TO TRUE
               GO TO END-4200-VALIDATE-END
           END-IF.

           IF WS-BENM-END-DATE (5:1) NOT = '-'
           OR WS-BENM-END-DATE (8:1) NOT = '-'
               DISPLAY 'END DATE MUST BE YYYY-MM-DD'
               SET WS-VALUES-INVALID TO TRUE
               GO TO END-4200-VALIDATE-END
           END-IF.

           MOVE WS-BENM-END-SEQ TO SQL-BENEFICIARY-SEQ.

           EXEC SQL
               SELECT LASTNAME, FIRSTNAME, RELATIONSHIP, START_DATE
               INTO :SQL-BEN-LASTNAME, :SQL-BEN-FIRSTNAME,
                    :SQL-BEN-RELATIONSHIP, :SQL-BEN-START-DATE
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER   = :SQL-UUID-CUSTOMER
                 AND BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
                 AND END_DATE IS NULL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   IF WS-BENM-END-DATE < SQL-BEN-START-DATE
                       DISPLAY 'END DATE IS BEFORE THE START DATE '
                           SQL-BEN-START-DATE
                       SET WS-VALUES-INVALID TO TRUE
                   END-IF
               WHEN 100
                   DISPLAY 'NO DEPENDANT IN FORCE WITH SEQ '
                       WS-BENM-END-SEQ
                   SET WS-VALUES-INVALID TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING BENEFICIARY:' SPACE SQLCODE
                   SET WS-VALUES-INVALID TO TRUE
           END-EVALUATE.
       END-4200-VALIDATE-END.
           EXIT.

      ******************************************************************
      *    Inserts the dependant under the next free BENEFICIARY_SEQ   *
      *    for the member (sequences are never reused, so an old claim *
      *    always names the right person), then audits and resyncs     *
      *    NBCHILDREN.                                                 *
      ******************************************************************
       5000-ADD-DEPENDANT.
           MOVE WS-BENM-LASTNAME     TO SQL-BEN-LASTNAME.
           MOVE WS-BENM-FIRSTNAME    TO SQL-BEN-FIRSTNAME.
           MOVE WS-BENM-BIRTH-DATE   TO SQL-BEN-BIRTH-DATE.
           MOVE WS-BENM-RELATIONSHIP TO SQL-BEN-RELATIONSHIP.
           MOVE WS-BENM-CODE-SECU    TO SQL-BEN-CODE-SECU.
           MOVE WS-BENM-START-DATE   TO SQL-BEN-START-DATE.

           EXEC SQL
               SELECT COALESCE(MAX(BENEFICIARY_SEQ), 0) + 1
               INTO :SQL-BENEFICIARY-SEQ
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
           END-EXEC.

           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO BENEFICIARY
                       (UUID_CUSTOMER, BENEFICIARY_SEQ, LASTNAME,
                        FIRSTNAME, BIRTH_DATE, RELATIONSHIP,
                        CODE_SECU, START_DATE, END_DATE, END_REASON)
                   VALUES
                       (:SQL-UUID-CUSTOMER, :SQL-BENEFICIARY-SEQ,
                        :SQL-BEN-LASTNAME, :SQL-BEN-FIRSTNAME,
                        :SQL-BEN-BIRTH-DATE, :SQL-BEN-RELATIONSHIP,
                        CAST(NULLIF(:SQL-BEN-CODE-SECU, ' ')
                             AS NUMERIC(15)),
                        :SQL-BEN-START-DATE, NULL, NULL)
               END-EXEC
           END-IF.

           IF SQLCODE = ZERO
               PERFORM 7000-RESYNC-NBCHILDREN
                  THRU END-7000-RESYNC-NBCHILDREN
           END-IF.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'LASTNAME'        TO WS-AUDIT-COL-NAME (1)
                   MOVE SPACES            TO WS-AUDIT-COL-OLD (1)
                   MOVE WS-BENM-LASTNAME  TO WS-AUDIT-COL-NEW (1)
                   MOVE 'FIRSTNAME'       TO WS-AUDIT-COL-NAME (2)
                   MOVE SPACES            TO WS-AUDIT-COL-OLD (2)
                   MOVE WS-BENM-FIRSTNAME TO WS-AUDIT-COL-NEW (2)
                   MOVE 'BIRTH_DATE'      TO WS-AUDIT-COL-NAME (3)
                   MOVE SPACES            TO WS-AUDIT-COL-OLD (3)
                   MOVE WS-BENM-BIRTH-DATE
                                          TO WS-AUDIT-COL-NEW (3)
                   MOVE 'RELATIONSHIP'    TO WS-AUDIT-COL-NAME (4)
                   MOVE SPACES            TO WS-AUDIT-COL-OLD (4)
                   MOVE WS-BENM-RELATIONSHIP
                                          TO WS-AUDIT-COL-NEW (4)
                   MOVE 'CODE_SECU'       TO WS-AUDIT-COL-NAME (5)
                   MOVE SPACES            TO WS-AUDIT-COL-OLD (5)
                   MOVE WS-BENM-CODE-SECU TO WS-AUDIT-COL-NEW (5)
                   MOVE 'START_DATE'      TO WS-AUDIT-COL-NAME (6)
                   MOVE SPACES            TO WS-AUDIT-COL-OLD (6)
                   MOVE WS-BENM-START-DATE
                                          TO WS-AUDIT-COL-NEW (6)
                   MOVE 6 TO WS-AUDIT-COUNT
                   PERFORM 8000-WRITE-AUDIT-ROWS
                      THRU END-8000-WRITE-AUDIT-ROWS
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY 'DEPENDANT ADDED WITH SEQ '
                       SQL-BENEFICIARY-SEQ
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   DISPLAY 'ERROR ADDING BENEFICIARY:' SPACE SQLCODE
           END-EVALUATE.
       END-5000-ADD-DEPENDANT.
           EXIT.

      ******************************************************************
      *    Ends the dependant's cover on the keyed date. Claims for    *
      *    care after that date are refused at capture.                *
      ******************************************************************
       6000-END-DEPENDANT.
           MOVE WS-BENM-END-DATE TO SQL-BEN-END-DATE.

           EXEC SQL
               UPDATE BENEFICIARY
               SET END_DATE   = :SQL-BEN-END-DATE,
                   END_REASON = 'M'
               WHERE UUID_CUSTOMER   = :SQL-UUID-CUSTOMER
                 AND BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
                 AND END_DATE IS NULL
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM 7000-RESYNC-NBCHILDREN
                  THRU END-7000-RESYNC-NBCHILDREN
           END-IF.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'END_DATE'        TO WS-AUDIT-COL-NAME (1)
                   MOVE SPACES            TO WS-AUDIT-COL-OLD (1)
                   MOVE WS-BENM-END-DATE  TO WS-AUDIT-COL-NEW (1)
                   MOVE 'END_REASON'      TO WS-AUDIT-COL-NAME (2)
                   MOVE SPACES            TO WS-AUDIT-COL-OLD (2)
                   MOVE 'M'               TO WS-AUDIT-COL-NEW (2)
                   MOVE 2 TO WS-AUDIT-COUNT
                   PERFORM 8000-WRITE-AUDIT-ROWS
                      THRU END-8000-WRITE-AUDIT-ROWS
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY 'DEPENDANT ' SQL-BENEFICIARY-SEQ
                       ' ENDED ON ' WS-BENM-END-DATE
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   DISPLAY 'ERROR ENDING BENEFICIARY:' SPACE SQLCODE
           END-EVALUATE.
       END-6000-END-DEPENDANT.
           EXIT.

      ******************************************************************
      *    NBCHILDREN stays on CUSTOMER for HOUSEHOLD-REPORT; it is    *
      *    recounted from the children in force after every change     *
      *    rather than typed. LK-CUSTOMER is refreshed with it so      *
      *    READ-CONTRACT shows the new count.                          *
      ******************************************************************
       7000-RESYNC-NBCHILDREN.
           EXEC SQL
               UPDATE CUSTOMER
               SET NBCHILDREN =
                   (SELECT COUNT(*) FROM BENEFICIARY
                     WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                       AND RELATIONSHIP  = 'C'
                       AND END_DATE IS NULL),
                   UPDATE_DATE = :WS-TODAY-DATE
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
           END-EXEC.

           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT NBCHILDREN
                   INTO :SQL-SECU-COUNT
                   FROM CUSTOMER
                   WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
               END-EXEC
           END-IF.

           IF SQLCODE = ZERO
               MOVE SQL-SECU-COUNT (3:3) TO LK-CUS-NBCHILDREN
           END-IF.
       END-7000-RESYNC-NBCHILDREN.
           EXIT.

      ******************************************************************
      *    One AUDIT_TRAIL row per changed BENEFICIARY column, keyed   *
      *    on the member's UUID; the column name carries the           *
      *    dependant's sequence so the trail tells the children apart. *
      ******************************************************************
       8000-WRITE-AUDIT-ROWS.
           MOVE SQL-BENEFICIARY-SEQ TO WS-AUDIT-SEQ-EDIT.

           PERFORM VARYING WS-AUDIT-IDX FROM 1 BY 1
                   UNTIL WS-AUDIT-IDX > WS-AUDIT-COUNT
               MOVE 'BENEFICIARY'       TO WS-AUDIT-TABLE-NAME
               MOVE WS-CUS-UUID         TO WS-AUDIT-KEY-UUID
               MOVE SPACES              TO WS-AUDIT-FIELD-NAME
               STRING FUNCTION TRIM (WS-AUDIT-COL-NAME (WS-AUDIT-IDX))
                      ' #' WS-AUDIT-SEQ-EDIT
                   DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
               MOVE WS-AUDIT-COL-OLD (WS-AUDIT-IDX)
                   TO WS-AUDIT-OLD-VALUE
               MOVE WS-AUDIT-COL-NEW (WS-AUDIT-IDX)
                   TO WS-AUDIT-NEW-VALUE
               MOVE WS-OPERATOR-ID      TO WS-AUDIT-OPERATOR-ID
               CALL 'audtrl' USING WS-AUDIT-ENTRY
               END-CALL
           END-PERFORM.
       END-8000-WRITE-AUDIT-ROWS.
           EXIT.
