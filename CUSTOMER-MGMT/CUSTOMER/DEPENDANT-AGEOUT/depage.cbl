      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. depage.
       AUTHOR. Martial.

      ******************************************************************
      *    Monthly batch: ends the cover of every child dependant      *
      *    (BENEFICIARY, RELATIONSHIP 'C') who has reached             *
      *    BENEFICIARY_PARM's CHILD_AGE_LIMIT (26 when the row is      *
      *    missing). The row gets END_DATE = run date and END_REASON   *
      *    'A', the change is audited, and the holder's NBCHILDREN is  *
      *    brought back in line with the children still in force, so   *
      *    PREMIUM-BILLING stops charging the CHILD_SUPPLEMENT from    *
      *    the next month on. Each child ended is written to a letter  *
      *    stream in MEMBER-LETTERS' print style, sent care of the     *
      *    holder's address, telling them their cover has ended and    *
      *    offering them a contract of their own.                      *
      *    A child already past the limit when a run was missed is     *
      *    caught by the next run, since selection is on birth date    *
      *    and END_DATE IS NULL, never on the month of the birthday.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRINT-PATH            PIC X(100) VALUE 'depage.prt'.
       01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.

       01  WS-COMMIT-INTERVAL       PIC 9(05) VALUE 200.
       01  WS-ENDED-SINCE-COMMIT    PIC 9(05) VALUE 0.
       01  WS-TOTAL-ENDED           PIC 9(09) VALUE 0.
       01  WS-TOTAL-ERRORS          PIC 9(09) VALUE 0.

       01  WS-RUN-DATE              PIC X(10).
       01  WS-TODAY                 PIC X(21).

      *    Children born on or before this date have reached the
      *    limit; a 29 February run date falls back to the 28th.
       01  WS-CUTOFF-DATE.
           03 WS-CUTOFF-YEAR        PIC 9(04).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-CUTOFF-MONTH       PIC X(02).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-CUTOFF-DAY         PIC X(02).
       01  WS-RUN-YEAR              PIC 9(04).

       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR          VALUE 'Y'.

       01  WS-CHILD-NAME            PIC X(41).
       01  WS-MEMBER-NAME           PIC X(41).
       01  WS-LIMIT-EDIT            PIC Z9.

       01  WS-OPERATOR-ID           PIC X(20) VALUE 'DEPENDANT-AGEOUT'.

           COPY 'audit-ws.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC X(05) VALUE 'cobol'.
       01  PASSWD   PIC X(10) VALUE 'cbl85'.

       01  SQL-CHILD-AGE-LIMIT       PIC 9(02).
       01  SQL-CUTOFF-DATE           PIC X(10).
       01  SQL-RUN-DATE              PIC X(10).

       01  SQL-UUID-CUSTOMER         PIC X(36).
       01  SQL-BENEFICIARY-SEQ       PIC 9(02).
       01  SQL-BEN-LASTNAME          PIC X(20).
       01  SQL-BEN-FIRSTNAME         PIC X(20).
       01  SQL-BEN-BIRTH-DATE        PIC X(10).

       01  SQL-CUS-LASTNAME          PIC X(20).
       01  SQL-CUS-FIRSTNAME         PIC X(20).
       01  SQL-CUS-ADRESS1           PIC X(50).
       01  SQL-CUS-ADRESS2           PIC X(50).
       01  SQL-CUS-ZIPCODE           PIC X(15).
       01  SQL-CUS-TOWN              PIC X(30).
       01  SQL-CUS-COUNTRY           PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-START-MAIN.
           PERFORM 1000-INITIALIZE
              THRU END-1000-INITIALIZE.

           PERFORM 2000-OPEN-CURSOR
              THRU END-2000-OPEN-CURSOR.

           PERFORM 3000-PROCESS-DEPENDANTS
              THRU END-3000-PROCESS-DEPENDANTS
              UNTIL WS-END-OF-CURSOR.

           PERFORM 8000-FINALIZE
              THRU END-8000-FINALIZE.
       0000-END-MAIN.
           GOBACK.

      ******************************************************************
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO SQL-RUN-DATE.

           OPEN OUTPUT PRINT-FILE.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'DEPENDANT AGE-LIMIT LETTER STREAM OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'DEPAGE CANNOT CONNECT:' SPACE SQLCODE
               MOVE 8 TO RETURN-CODE
               SET WS-END-OF-CURSOR TO TRUE
               GO TO END-1000-INITIALIZE
           END-IF.

           EXEC SQL
               SELECT CHILD_AGE_LIMIT
               INTO :SQL-CHILD-AGE-LIMIT
               FROM BENEFICIARY_PARM
               WHERE PARM_ID = 'BENEF'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 26 TO SQL-CHILD-AGE-LIMIT
           END-IF.
           MOVE SQL-CHILD-AGE-LIMIT TO WS-LIMIT-EDIT.

           MOVE WS-TODAY(1:4) TO WS-RUN-YEAR.
           COMPUTE WS-CUTOFF-YEAR = WS-RUN-YEAR - SQL-CHILD-AGE-LIMIT.
           MOVE WS-TODAY(5:2) TO WS-CUTOFF-MONTH.
           MOVE WS-TODAY(7:2) TO WS-CUTOFF-DAY.
           IF WS-CUTOFF-MONTH = '02' AND WS-CUTOFF-DAY = '29'
               MOVE '28' TO WS-CUTOFF-DAY
           END-IF.
           MOVE WS-CUTOFF-DATE TO SQL-CUTOFF-DATE.

           DISPLAY 'DEPAGE CHILDREN BORN ON OR BEFORE ' SQL-CUTOFF-DATE
               ' REACH THE LIMIT OF ' WS-LIMIT-EDIT.
       END-1000-INITIALIZE.
           EXIT.

      ******************************************************************
      *    Children still in force who have reached the limit, with    *
      *    the holder's name and address for the letter. Ordered by    *
      *    holder so a family's letters come together.                 *
      ******************************************************************
       2000-OPEN-CURSOR.
           EXEC SQL
               DECLARE CRSAGE CURSOR WITH HOLD FOR
               SELECT B.UUID_CUSTOMER, B.BENEFICIARY_SEQ,
                      B.LASTNAME, B.FIRSTNAME, B.BIRTH_DATE,
                      C.LASTNAME, C.FIRSTNAME,
                      COALESCE(C.ADRESS1, ' '),
                      COALESCE(C.ADRESS2, ' '),
                      COALESCE(C.ZIPCODE, ' '), COALESCE(C.TOWN, ' '),
                      COALESCE(C.COUNTRY, ' ')
               FROM BENEFICIARY B
               JOIN CUSTOMER C
                 ON C.UUID_CUSTOMER = B.UUID_CUSTOMER
               WHERE B.RELATIONSHIP = 'C'
                 AND B.END_DATE IS NULL
                 AND B.BIRTH_DATE <= :SQL-CUTOFF-DATE
               ORDER BY B.UUID_CUSTOMER, B.BENEFICIARY_SEQ
           END-EXEC.

           EXEC SQL
               OPEN CRSAGE
           END-EXEC.
       END-2000-OPEN-CURSOR.
           EXIT.

      ******************************************************************
      ******************************************************************
       3000-PROCESS-DEPENDANTS.
           EXEC SQL
               FETCH CRSAGE
               INTO :SQL-UUID-CUSTOMER, :SQL-BENEFICIARY-SEQ,
                    :SQL-BEN-LASTNAME, :SQL-BEN-FIRSTNAME,
                    :SQL-BEN-BIRTH-DATE,
                    :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                    :SQL-CUS-ADRESS1, :SQL-CUS-ADRESS2,
                    :SQL-CUS-ZIPCODE, :SQL-CUS-TOWN,
                    :SQL-CUS-COUNTRY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3100-END-DEPENDANT
                      THRU END-3100-END-DEPENDANT
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSAGE:'
                   SPACE SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.
       END-3000-PROCESS-DEPENDANTS.
           EXIT.

      ******************************************************************
      *    Ends the child's cover, resyncs the holder's NBCHILDREN and *
      *    audits both; the letter is only printed once the database   *
      *    side has gone through. Either update failing rolls the      *
      *    child back to its savepoint - not the whole unit of work,   *
      *    whose earlier children already have their letters - so the  *
      *    child stays in force, gets no letter and is caught again    *
      *    by the next run.                                            *
      ******************************************************************
       3100-END-DEPENDANT.
           EXEC SQL SAVEPOINT ONECHILD END-EXEC.

           EXEC SQL
               UPDATE BENEFICIARY
               SET END_DATE   = :SQL-RUN-DATE,
                   END_REASON = 'A'
               WHERE UUID_CUSTOMER   = :SQL-UUID-CUSTOMER
                 AND BENEFICIARY_SEQ = :SQL-BENEFICIARY-SEQ
                 AND END_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR ENDING DEPENDANT ' SQL-UUID-CUSTOMER
                   ' #' SQL-BENEFICIARY-SEQ ':' SPACE SQLCODE
               EXEC SQL ROLLBACK TO SAVEPOINT ONECHILD END-EXEC
               ADD 1 TO WS-TOTAL-ERRORS
               MOVE 8 TO RETURN-CODE
               GO TO END-3100-END-DEPENDANT
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER
               SET NBCHILDREN =
                   (SELECT COUNT(*)
                    FROM BENEFICIARY
                    WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
                      AND RELATIONSHIP  = 'C'
                      AND END_DATE IS NULL),
                   UPDATE_DATE = :SQL-RUN-DATE
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR RESYNCING NBCHILDREN ' SQL-UUID-CUSTOMER
                   ':' SPACE SQLCODE
               EXEC SQL ROLLBACK TO SAVEPOINT ONECHILD END-EXEC
               ADD 1 TO WS-TOTAL-ERRORS
               MOVE 8 TO RETURN-CODE
               GO TO END-3100-END-DEPENDANT
           END-IF.

           MOVE 'BENEFICIARY'     TO WS-AUDIT-TABLE-NAME.
           MOVE SQL-UUID-CUSTOMER TO WS-AUDIT-KEY-UUID.
           MOVE WS-OPERATOR-ID    TO WS-AUDIT-OPERATOR-ID.
           MOVE SPACES            TO WS-AUDIT-OLD-VALUE.

           MOVE SPACES            TO WS-AUDIT-FIELD-NAME.
           STRING 'END_DATE #' SQL-BENEFICIARY-SEQ
               DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME.
           MOVE SQL-RUN-DATE      TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.
           MOVE SPACES            TO WS-AUDIT-FIELD-NAME.
           STRING 'END_REASON #' SQL-BENEFICIARY-SEQ
               DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME.
           MOVE 'A'               TO WS-AUDIT-NEW-VALUE.
           CALL 'audtrl' USING WS-AUDIT-ENTRY
           END-CALL.

           MOVE SPACES TO WS-CHILD-NAME.
           STRING FUNCTION TRIM (SQL-BEN-FIRSTNAME) SPACE
                  FUNCTION TRIM (SQL-BEN-LASTNAME)
               DELIMITED BY SIZE INTO WS-CHILD-NAME.
           MOVE SPACES TO WS-MEMBER-NAME.
           STRING FUNCTION TRIM (SQL-CUS-FIRSTNAME) SPACE
                  FUNCTION TRIM (SQL-CUS-LASTNAME)
               DELIMITED BY SIZE INTO WS-MEMBER-NAME.

           PERFORM 4000-PRINT-ADDRESS-BLOCK
              THRU END-4000-PRINT-ADDRESS-BLOCK.
           PERFORM 4100-PRINT-OFFER
              THRU END-4100-PRINT-OFFER.

           ADD 1 TO WS-TOTAL-ENDED.
           ADD 1 TO WS-ENDED-SINCE-COMMIT.
           IF WS-ENDED-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               EXEC SQL COMMIT WORK END-EXEC
               MOVE 0 TO WS-ENDED-SINCE-COMMIT
           END-IF.
       END-3100-END-DEPENDANT.
           EXIT.

      ******************************************************************
      *    [RD] En-tete de lettre : l'enfant, aux bons soins du        *
      *    titulaire du contrat, a l'adresse de celui-ci.              *
      ******************************************************************
       4000-PRINT-ADDRESS-BLOCK.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ALL '-' TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           MOVE WS-CHILD-NAME TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'C/O ' WS-MEMBER-NAME
               DELIMITED BY SIZE INTO PRINT-RECORD.
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

           MOVE 'RE   : YOUR COVER AS A DEPENDANT' TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'REF  : ' SQL-UUID-CUSTOMER ' #' SQL-BENEFICIARY-SEQ
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       END-4000-PRINT-ADDRESS-BLOCK.
           EXIT.

      ******************************************************************
      *    [RD] Fin de couverture et proposition d'un contrat propre.  *
      ******************************************************************
       4100-PRINT-OFFER.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'YOU HAVE BEEN COVERED AS A DEPENDANT ON THE CONTRACT'
                  ' OF'
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING FUNCTION TRIM (WS-MEMBER-NAME)
                  '. AS YOU HAVE NOW REACHED THE AGE OF '
                  FUNCTION TRIM (WS-LIMIT-EDIT) ','
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           STRING 'THIS COVER ENDED ON ' WS-RUN-DATE '.'
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE 'WE WOULD BE PLEASED TO OFFER YOU A CONTRACT OF YOUR'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'OWN, TAKING EFFECT WITHOUT A WAITING PERIOD SO THAT'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'YOUR COVER CONTINUES UNBROKEN. PLEASE CONTACT OUR'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'MEMBER DESK, QUOTING THE REFERENCE ABOVE.'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       END-4100-PRINT-OFFER.
           EXIT.

      ******************************************************************
      ******************************************************************
       8000-FINALIZE.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL CLOSE CRSAGE END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ALL '-' TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'END OF LETTER STREAM ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.

           CLOSE PRINT-FILE.

           DISPLAY 'DEPAGE ENDED ' WS-TOTAL-ENDED
               ' DEPENDANTS AT THE AGE LIMIT'.
           DISPLAY 'DEPAGE ERRORS ' WS-TOTAL-ERRORS.
       END-8000-FINALIZE.
           EXIT.
