      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sbjacc.
       AUTHOR. Martial.

      ******************************************************************
      *    Subject access: when a member asks for all the data we      *
      *    hold on them, the desk keys the member's UUID (or spaces,   *
      *    then the CODE_SECU) and this writes one readable export,    *
      *    sbjacc-<uuid>.txt, with every row we hold for the member:   *
      *    the CUSTOMER record, the dependants (BENEFICIARY), every    *
      *    CUSTOMER_REIMBURSEMENT version, the live and archived       *
      *    claims, the PREMIUM_LEDGER, and the AUDIT_TRAIL and         *
      *    AUDIT_TRAIL_ARCHIVE history of the member and of their      *
      *    claims. Each section ends with its row count, so an empty   *
      *    section is shown as empty, not left out.                    *
      *    Every export served is logged to SUBJECT_ACCESS_LOG with    *
      *    the signed-on operator. A CODE_SECU carried by more than    *
      *    one member is refused - the desk must key the UUID. Needs   *
      *    a supervisor session: the export discloses the member's     *
      *    whole file. Read-only apart from the log row.               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-FILE.
       01  EXPORT-RECORD            PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-EXPORT-PATH           PIC X(100) VALUE SPACES.
       01  WS-EXPORT-STATUS         PIC X(02) VALUE SPACES.

       01  WS-EXIT-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-EXIT-REQUEST           VALUE 'Y'.
       01  WS-EOF-SWITCH            PIC X(01).
           88 WS-END-OF-CURSOR          VALUE 'Y'.
       01  WS-FOUND-SWITCH          PIC X(01).
           88 WS-MEMBER-FOUND           VALUE 'Y'.
       01  WS-EXPORT-SWITCH         PIC X(01).
           88 WS-EXPORT-INCOMPLETE      VALUE 'Y'.

       01  WS-REQUIRED-PRIVILEGE    PIC 9(01) VALUE 2.
       01  WS-KEYED-UUID            PIC X(36).
       01  WS-KEYED-SECU            PIC X(15).
       01  WS-KEYED-BY              PIC X(01).
       01  WS-TODAY                 PIC X(21).

       01  WS-LINES-EXPORTED        PIC 9(07).
       01  WS-SECTION-ROWS          PIC 9(07).
       01  WS-ROWS-EDIT             PIC Z(6)9.
       01  WS-AMOUNT-EDIT           PIC Z(6)9.99-.
       01  WS-PAID-EDIT             PIC Z(6)9.99-.
       01  WS-SEQ-EDIT              PIC Z9.

       01  WS-EXPORT-LINE           PIC X(133).
       01  WS-SECTION-TITLE         PIC X(133).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC X(05) VALUE 'cobol'.
       01  PASSWD   PIC X(10) VALUE 'cbl85'.

       01  SQL-UUID-CUSTOMER         PIC X(36).
       01  SQL-CODE-SECU             PIC 9(15).
       01  SQL-MEMBER-COUNT          PIC 9(05).
       01  SQL-TIMESTAMP             PIC X(20).
       01  SQL-OPERATOR-ID           PIC X(20).
       01  SQL-KEYED-BY              PIC X(01).
       01  SQL-EXPORT-FILE           PIC X(60).
       01  SQL-LINES-EXPORTED        PIC 9(07).

       01  SQL-CUS-GENDER            PIC X(10).
       01  SQL-CUS-LASTNAME          PIC X(20).
       01  SQL-CUS-FIRSTNAME         PIC X(20).
       01  SQL-CUS-ADRESS1           PIC X(50).
       01  SQL-CUS-ADRESS2           PIC X(50).
       01  SQL-CUS-ZIPCODE           PIC X(15).
       01  SQL-CUS-TOWN              PIC X(30).
       01  SQL-CUS-COUNTRY           PIC X(20).
       01  SQL-CUS-PHONE             PIC X(10).
       01  SQL-CUS-MAIL              PIC X(50).
       01  SQL-CUS-BIRTH-DATE        PIC X(10).
       01  SQL-CUS-DOCTOR            PIC X(20).
       01  SQL-CUS-CODE-SECU         PIC 9(15).
       01  SQL-CUS-CODE-IBAN         PIC X(34).
       01  SQL-CUS-NBCHILDREN        PIC 9(03).
       01  SQL-CUS-COUPLE            PIC X(05).
       01  SQL-CUS-CREATE-DATE       PIC X(10).
       01  SQL-CUS-UPDATE-DATE       PIC X(10).
       01  SQL-CUS-CLOSE-DATE        PIC X(10).
       01  SQL-CUS-ACTIVE            PIC X(01).
       01  SQL-CUS-GROUP-CODE        PIC X(10).
       01  SQL-CUS-ANONYMIZED        PIC X(10).

       01  SQL-BEN-SEQ               PIC 9(02).
       01  SQL-BEN-LASTNAME          PIC X(20).
       01  SQL-BEN-FIRSTNAME         PIC X(20).
       01  SQL-BEN-BIRTH-DATE        PIC X(10).
       01  SQL-BEN-RELATIONSHIP      PIC X(01).
       01  SQL-BEN-CODE-SECU         PIC 9(15).
       01  SQL-BEN-START-DATE        PIC X(10).
       01  SQL-BEN-END-DATE          PIC X(10).

       01  SQL-COVERAGE-LEVEL        PIC X(03).

       01  SQL-CLAIM-ID              PIC X(36).
       01  SQL-CLAIM-CATEGORY        PIC X(03).
       01  SQL-CLAIM-DATE            PIC X(10).
       01  SQL-CLAIM-AMOUNT          PIC S9(7)V99.
       01  SQL-CLAIM-STATUS          PIC X(01).
       01  SQL-PAYMENT-DATE          PIC X(10).
       01  SQL-PROVIDER-CODE         PIC X(10).
       01  SQL-BENEFICIARY-SEQ       PIC 9(02).
       01  SQL-ARCHIVE-DATE          PIC X(10).

       01  SQL-BILL-PERIOD           PIC X(07).
       01  SQL-AMOUNT-BILLED         PIC S9(7)V99.
       01  SQL-AMOUNT-PAID           PIC S9(7)V99.
       01  SQL-LEDGER-STATUS         PIC X(01).
       01  SQL-BILL-DATE             PIC X(10).
       01  SQL-PAID-DATE             PIC X(10).
       01  SQL-PAID-GROUP-CODE       PIC X(10).

       01  SQL-AUDIT-TABLE           PIC X(30).
       01  SQL-AUDIT-FIELD           PIC X(30).
       01  SQL-AUDIT-OLD             PIC X(50).
       01  SQL-AUDIT-NEW             PIC X(50).
       01  SQL-AUDIT-OPERATOR        PIC X(20).
       01  SQL-AUDIT-TIMESTAMP       PIC X(20).

           COPY 'reimb-sql.cpy'.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           COPY 'session-lk.cpy'.

      ******************************************************************

       PROCEDURE DIVISION USING LK-SESSION.

       0000-START-MAIN.
           IF NOT LK-SES-SIGNED-ON
           OR LK-SES-PRIVILEGE-LEVEL < WS-REQUIRED-PRIVILEGE
               DISPLAY 'SUBJECT ACCESS REQUIRES A SUPERVISOR SESSION'
               GOBACK
           END-IF.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           PERFORM 2000-PROCESS-REQUEST
              THRU END-2000-PROCESS-REQUEST
              UNTIL WS-EXIT-REQUEST.
       0000-END-MAIN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      ******************************************************************
      *    One request per pass: a UUID, or spaces then a CODE_SECU;   *
      *    both blank ends the session.                                *
      ******************************************************************
       2000-PROCESS-REQUEST.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE SPACES TO WS-KEYED-UUID.
           DISPLAY 'MEMBER UUID (SPACES FOR CODE_SECU SEARCH):'.
           ACCEPT WS-KEYED-UUID.

           IF WS-KEYED-UUID NOT = SPACES
               MOVE 'U' TO WS-KEYED-BY
               PERFORM 2100-FIND-BY-UUID
                  THRU END-2100-FIND-BY-UUID
           ELSE
               MOVE SPACES TO WS-KEYED-SECU
               DISPLAY 'MEMBER CODE_SECU (SPACES TO EXIT):'
               ACCEPT WS-KEYED-SECU
               IF WS-KEYED-SECU = SPACES
                   SET WS-EXIT-REQUEST TO TRUE
                   GO TO END-2000-PROCESS-REQUEST
               END-IF
               MOVE 'S' TO WS-KEYED-BY
               PERFORM 2200-FIND-BY-SECU
                  THRU END-2200-FIND-BY-SECU
           END-IF.

           IF WS-MEMBER-FOUND
               PERFORM 3000-WRITE-EXPORT
                  THRU END-3000-WRITE-EXPORT
           END-IF.
       END-2000-PROCESS-REQUEST.
           EXIT.

      ******************************************************************
      ******************************************************************
       2100-FIND-BY-UUID.
           MOVE WS-KEYED-UUID TO SQL-UUID-CUSTOMER.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-MEMBER-COUNT
               FROM CUSTOMER
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-MEMBER-COUNT = 0
               DISPLAY 'NO MEMBER ' WS-KEYED-UUID
           ELSE
               SET WS-MEMBER-FOUND TO TRUE
           END-IF.
       END-2100-FIND-BY-UUID.
           EXIT.

      ******************************************************************
      *    The CODE_SECU must name exactly one member; an export for   *
      *    the wrong person would be a disclosure of its own.          *
      ******************************************************************
       2200-FIND-BY-SECU.
           IF WS-KEYED-SECU IS NOT NUMERIC
               DISPLAY 'CODE_SECU MUST BE 15 DIGITS'
               GO TO END-2200-FIND-BY-SECU
           END-IF.
           MOVE WS-KEYED-SECU TO SQL-CODE-SECU.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-MEMBER-COUNT
               FROM CUSTOMER
               WHERE CODE_SECU = :SQL-CODE-SECU
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-MEMBER-COUNT = 0
               DISPLAY 'NO MEMBER CARRIES CODE_SECU ' WS-KEYED-SECU
               GO TO END-2200-FIND-BY-SECU
           END-IF.

           IF SQL-MEMBER-COUNT > 1
               DISPLAY SQL-MEMBER-COUNT ' MEMBERS CARRY CODE_SECU '
                   WS-KEYED-SECU ' - KEY THE MEMBER UUID'
               GO TO END-2200-FIND-BY-SECU
           END-IF.

           EXEC SQL
               SELECT UUID_CUSTOMER
               INTO :SQL-UUID-CUSTOMER
               FROM CUSTOMER
               WHERE CODE_SECU = :SQL-CODE-SECU
           END-EXEC.

           IF SQLCODE = ZERO
               SET WS-MEMBER-FOUND TO TRUE
           END-IF.
       END-2200-FIND-BY-SECU.
           EXIT.

      ******************************************************************
      *    One file per member, named after the UUID, rewritten if     *
      *    the member asks again. The log row is written only once     *
      *    the export is complete: a section that could not be read    *
      *    leaves the request unlogged, to be retried.                 *
      ******************************************************************
       3000-WRITE-EXPORT.
           MOVE 'N' TO WS-EXPORT-SWITCH.
           MOVE SPACES TO WS-EXPORT-PATH.
           STRING 'sbjacc-' SQL-UUID-CUSTOMER '.txt'
               DELIMITED BY SIZE INTO WS-EXPORT-PATH.

           OPEN OUTPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN ' WS-EXPORT-PATH (1:47)
                   ' STATUS ' WS-EXPORT-STATUS
               GO TO END-3000-WRITE-EXPORT
           END-IF.

           MOVE ZERO TO WS-LINES-EXPORTED.
           PERFORM 7400-BUILD-TIMESTAMP
              THRU END-7400-BUILD-TIMESTAMP.

           MOVE SPACES TO WS-EXPORT-LINE.
           STRING 'PERSONAL DATA HELD FOR MEMBER ' SQL-UUID-CUSTOMER
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING 'EXTRACTED ' SQL-TIMESTAMP
                  ' BY ' LK-SES-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.

           PERFORM 3100-EXPORT-CUSTOMER
              THRU END-3100-EXPORT-CUSTOMER.
           PERFORM 3200-EXPORT-BENEFICIARIES
              THRU END-3200-EXPORT-BENEFICIARIES.
           PERFORM 3300-EXPORT-CONTRACTS
              THRU END-3300-EXPORT-CONTRACTS.
           PERFORM 3400-EXPORT-CLAIMS
              THRU END-3400-EXPORT-CLAIMS.
           PERFORM 3500-EXPORT-ARCHIVED-CLAIMS
              THRU END-3500-EXPORT-ARCHIVED-CLAIMS.
           PERFORM 3600-EXPORT-LEDGER
              THRU END-3600-EXPORT-LEDGER.
           PERFORM 3700-EXPORT-AUDIT
              THRU END-3700-EXPORT-AUDIT.
           PERFORM 3800-EXPORT-ARCHIVED-AUDIT
              THRU END-3800-EXPORT-ARCHIVED-AUDIT.

           MOVE SPACES TO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING 'END OF EXPORT'
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.

           CLOSE EXPORT-FILE.

           IF WS-EXPORT-INCOMPLETE
               EXEC SQL ROLLBACK WORK END-EXEC
               DISPLAY 'EXPORT INCOMPLETE - NOT LOGGED - '
                   'DO NOT SEND IT, RETRY THE REQUEST'
               MOVE 8 TO RETURN-CODE
               GO TO END-3000-WRITE-EXPORT
           END-IF.

           PERFORM 3900-LOG-REQUEST
              THRU END-3900-LOG-REQUEST.
       END-3000-WRITE-EXPORT.
           EXIT.

      ******************************************************************
      ******************************************************************
       3100-EXPORT-CUSTOMER.
           EXEC SQL
               SELECT GENDER, LASTNAME, FIRSTNAME,
                      COALESCE(ADRESS1, ' '), COALESCE(ADRESS2, ' '),
                      COALESCE(ZIPCODE, ' '), COALESCE(TOWN, ' '),
                      COALESCE(COUNTRY, ' '), COALESCE(PHONE, ' '),
                      COALESCE(MAIL, ' '), BIRTH_DATE,
                      COALESCE(DOCTOR, ' '), COALESCE(CODE_SECU, 0),
                      COALESCE(CODE_IBAN, ' '),
                      COALESCE(NBCHILDREN, 0), COALESCE(COUPLE, ' '),
                      CREATE_DATE, COALESCE(UPDATE_DATE, ' '),
                      COALESCE(CLOSE_DATE, ' '), ACTIVE,
                      COALESCE(GROUP_CODE, ' '),
                      COALESCE(ANONYMIZED_DATE, ' ')
               INTO :SQL-CUS-GENDER, :SQL-CUS-LASTNAME,
                    :SQL-CUS-FIRSTNAME, :SQL-CUS-ADRESS1,
                    :SQL-CUS-ADRESS2, :SQL-CUS-ZIPCODE,
                    :SQL-CUS-TOWN, :SQL-CUS-COUNTRY,
                    :SQL-CUS-PHONE, :SQL-CUS-MAIL,
                    :SQL-CUS-BIRTH-DATE, :SQL-CUS-DOCTOR,
                    :SQL-CUS-CODE-SECU, :SQL-CUS-CODE-IBAN,
                    :SQL-CUS-NBCHILDREN, :SQL-CUS-COUPLE,
                    :SQL-CUS-CREATE-DATE, :SQL-CUS-UPDATE-DATE,
                    :SQL-CUS-CLOSE-DATE, :SQL-CUS-ACTIVE,
                    :SQL-CUS-GROUP-CODE, :SQL-CUS-ANONYMIZED
               FROM CUSTOMER
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
           END-EXEC.

           MOVE 'CUSTOMER - MEMBER RECORD' TO WS-EXPORT-LINE.
           PERFORM 6100-WRITE-SECTION-HEAD
              THRU END-6100-WRITE-SECTION-HEAD.

           IF SQLCODE NOT = ZERO
               MOVE '  MEMBER RECORD COULD NOT BE READ' TO
                   WS-EXPORT-LINE
               PERFORM 6000-WRITE-LINE
                  THRU END-6000-WRITE-LINE
               SET WS-EXPORT-INCOMPLETE TO TRUE
               GO TO END-3100-EXPORT-CUSTOMER
           END-IF.

           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  NAME          : ' SQL-CUS-FIRSTNAME ' '
                  SQL-CUS-LASTNAME '  GENDER : ' SQL-CUS-GENDER
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  BIRTH DATE    : ' SQL-CUS-BIRTH-DATE
                  '  CODE_SECU : ' SQL-CUS-CODE-SECU
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  ADDRESS       : ' SQL-CUS-ADRESS1
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '                  ' SQL-CUS-ADRESS2
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '                  ' SQL-CUS-ZIPCODE ' '
                  SQL-CUS-TOWN ' ' SQL-CUS-COUNTRY
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  PHONE         : ' SQL-CUS-PHONE
                  '  MAIL : ' SQL-CUS-MAIL
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  IBAN          : ' SQL-CUS-CODE-IBAN
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  DOCTOR        : ' SQL-CUS-DOCTOR
                  '  CHILDREN : ' SQL-CUS-NBCHILDREN
                  '  COUPLE : ' SQL-CUS-COUPLE
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  EMPLOYER GROUP: ' SQL-CUS-GROUP-CODE
                  '  ACTIVE : ' SQL-CUS-ACTIVE
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  CREATED       : ' SQL-CUS-CREATE-DATE
                  '  UPDATED : ' SQL-CUS-UPDATE-DATE
                  '  CLOSED : ' SQL-CUS-CLOSE-DATE
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           IF SQL-CUS-ANONYMIZED NOT = SPACES
               MOVE SPACES TO WS-EXPORT-LINE
               STRING '  ANONYMIZED    : ' SQL-CUS-ANONYMIZED
                   DELIMITED BY SIZE INTO WS-EXPORT-LINE
               PERFORM 6000-WRITE-LINE
                  THRU END-6000-WRITE-LINE
           END-IF.
       END-3100-EXPORT-CUSTOMER.
           EXIT.

      ******************************************************************
      ******************************************************************
       3200-EXPORT-BENEFICIARIES.
           MOVE 'BENEFICIARY - DEPENDANTS' TO WS-EXPORT-LINE.
           PERFORM 6100-WRITE-SECTION-HEAD
              THRU END-6100-WRITE-SECTION-HEAD.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  SEQ NAME                                      BORN'
                  '       REL CODE_SECU       FROM       TO'
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.

           EXEC SQL
               DECLARE CRSBEN CURSOR FOR
               SELECT BENEFICIARY_SEQ, LASTNAME, FIRSTNAME,
                      BIRTH_DATE, RELATIONSHIP,
                      COALESCE(CODE_SECU, 0), START_DATE,
                      COALESCE(END_DATE, ' ')
               FROM BENEFICIARY
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
               ORDER BY BENEFICIARY_SEQ
           END-EXEC.

           EXEC SQL
               OPEN CRSBEN
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3210-FETCH-BENEFICIARY
              THRU END-3210-FETCH-BENEFICIARY
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSBEN
           END-EXEC.

           PERFORM 6200-WRITE-SECTION-COUNT
              THRU END-6200-WRITE-SECTION-COUNT.
       END-3200-EXPORT-BENEFICIARIES.
           EXIT.

       3210-FETCH-BENEFICIARY.
           EXEC SQL
               FETCH CRSBEN
               INTO :SQL-BEN-SEQ, :SQL-BEN-LASTNAME,
                    :SQL-BEN-FIRSTNAME, :SQL-BEN-BIRTH-DATE,
                    :SQL-BEN-RELATIONSHIP, :SQL-BEN-CODE-SECU,
                    :SQL-BEN-START-DATE, :SQL-BEN-END-DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SQL-BEN-SEQ TO WS-SEQ-EDIT
                   MOVE SPACES TO WS-EXPORT-LINE
                   STRING '  ' WS-SEQ-EDIT '  ' SQL-BEN-FIRSTNAME ' '
                          SQL-BEN-LASTNAME ' ' SQL-BEN-BIRTH-DATE ' '
                          SQL-BEN-RELATIONSHIP '   '
                          SQL-BEN-CODE-SECU ' ' SQL-BEN-START-DATE
                          ' ' SQL-BEN-END-DATE
                       DELIMITED BY SIZE INTO WS-EXPORT-LINE
                   PERFORM 6000-WRITE-LINE
                      THRU END-6000-WRITE-LINE
                   ADD 1 TO WS-SECTION-ROWS
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSBEN:'
                   SPACE SQLCODE
                   PERFORM 6300-WRITE-SECTION-ERROR
                      THRU END-6300-WRITE-SECTION-ERROR
           END-EVALUATE.
       END-3210-FETCH-BENEFICIARY.
           EXIT.

      ******************************************************************
      *    Every contract version, current one last.                   *
      ******************************************************************
       3300-EXPORT-CONTRACTS.
           MOVE 'CUSTOMER_REIMBURSEMENT - CONTRACT HISTORY'
               TO WS-EXPORT-LINE.
           PERFORM 6100-WRITE-SECTION-HEAD
              THRU END-6100-WRITE-SECTION-HEAD.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  CONTRACT   LVL FROM       TO         CREATED    '
                  'DOC PAR HOS SGL PGL MOL NMO DES'
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.

           EXEC SQL
               DECLARE CRSCTR CURSOR FOR
               SELECT REIMBURSEMENT_NUM, COALESCE(COVERAGE_LEVEL, ' '),
                      COALESCE(EFFECTIVE_FROM,
                               REIMBURSEMENT_CREATE_DATE),
                      COALESCE(EFFECTIVE_TO, ' '),
                      REIMBURSEMENT_CREATE_DATE,
                      REIMBURSEMENT_DOCTOR,
                      REIMBURSEMENT_PARMEDICAL,
                      REIMBURSEMENT_HOSPITAL,
                      REIMBURSEMENT_SINGLE_GLASSES,
                      REIMBURSEMENT_PROGRESSIVE_GLASSES,
                      REIMBURSEMENT_MOLAR_CROWNS,
                      REIMBURSEMENT_NON_MOLAR_CROWNS,
                      REIMBURSEMENT_DESCALINGS
               FROM CUSTOMER_REIMBURSEMENT
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
               ORDER BY 3, 1
           END-EXEC.

           EXEC SQL
               OPEN CRSCTR
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3310-FETCH-CONTRACT
              THRU END-3310-FETCH-CONTRACT
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSCTR
           END-EXEC.

           PERFORM 6200-WRITE-SECTION-COUNT
              THRU END-6200-WRITE-SECTION-COUNT.
       END-3300-EXPORT-CONTRACTS.
           EXIT.

       3310-FETCH-CONTRACT.
           EXEC SQL
               FETCH CRSCTR
               INTO :SQL-REIM-NUM, :SQL-COVERAGE-LEVEL,
                    :SQL-EFFECTIVE-FROM, :SQL-EFFECTIVE-TO,
                    :SQL-CREATE-DATE,
                    :SQL-DOCTOR, :SQL-PARMEDICAL, :SQL-HOSPITAL,
                    :SQL-S-GLASSES, :SQL-P-GLASSES, :SQL-MOLAR,
                    :SQL-NON-MOLAR, :SQL-DESCALINGS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SPACES TO WS-EXPORT-LINE
                   STRING '  ' SQL-REIM-NUM ' ' SQL-COVERAGE-LEVEL ' '
                          SQL-EFFECTIVE-FROM ' ' SQL-EFFECTIVE-TO ' '
                          SQL-CREATE-DATE ' '
                          SQL-DOCTOR ' ' SQL-PARMEDICAL ' '
                          SQL-HOSPITAL ' ' SQL-S-GLASSES ' '
                          SQL-P-GLASSES ' ' SQL-MOLAR ' '
                          SQL-NON-MOLAR ' ' SQL-DESCALINGS
                       DELIMITED BY SIZE INTO WS-EXPORT-LINE
                   PERFORM 6000-WRITE-LINE
                      THRU END-6000-WRITE-LINE
                   ADD 1 TO WS-SECTION-ROWS
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSCTR:'
                   SPACE SQLCODE
                   PERFORM 6300-WRITE-SECTION-ERROR
                      THRU END-6300-WRITE-SECTION-ERROR
           END-EVALUATE.
       END-3310-FETCH-CONTRACT.
           EXIT.

      ******************************************************************
      ******************************************************************
       3400-EXPORT-CLAIMS.
           MOVE 'CLAIMS - CLAIMS ON FILE' TO WS-EXPORT-LINE.
           PERFORM 6100-WRITE-SECTION-HEAD
              THRU END-6100-WRITE-SECTION-HEAD.
           PERFORM 6400-WRITE-CLAIM-HEADING
              THRU END-6400-WRITE-CLAIM-HEADING.

           EXEC SQL
               DECLARE CRSCLM CURSOR FOR
               SELECT CLAIM_ID, CLAIM_CATEGORY, CLAIM_DATE,
                      CLAIM_BENEFICIARY_SEQ, CLAIM_AMOUNT,
                      CLAIM_STATUS,
                      COALESCE(CLAIM_PAYMENT_DATE, ' '),
                      COALESCE(CLAIM_PROVIDER_CODE, ' ')
               FROM CLAIMS
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
               ORDER BY CLAIM_DATE, CLAIM_ID
           END-EXEC.

           EXEC SQL
               OPEN CRSCLM
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3410-FETCH-CLAIM
              THRU END-3410-FETCH-CLAIM
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSCLM
           END-EXEC.

           PERFORM 6200-WRITE-SECTION-COUNT
              THRU END-6200-WRITE-SECTION-COUNT.
       END-3400-EXPORT-CLAIMS.
           EXIT.

       3410-FETCH-CLAIM.
           EXEC SQL
               FETCH CRSCLM
               INTO :SQL-CLAIM-ID, :SQL-CLAIM-CATEGORY,
                    :SQL-CLAIM-DATE, :SQL-BENEFICIARY-SEQ,
                    :SQL-CLAIM-AMOUNT, :SQL-CLAIM-STATUS,
                    :SQL-PAYMENT-DATE, :SQL-PROVIDER-CODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SPACES TO SQL-ARCHIVE-DATE
                   PERFORM 6500-WRITE-CLAIM-LINE
                      THRU END-6500-WRITE-CLAIM-LINE
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSCLM:'
                   SPACE SQLCODE
                   PERFORM 6300-WRITE-SECTION-ERROR
                      THRU END-6300-WRITE-SECTION-ERROR
           END-EVALUATE.
       END-3410-FETCH-CLAIM.
           EXIT.

      ******************************************************************
      ******************************************************************
       3500-EXPORT-ARCHIVED-CLAIMS.
           MOVE 'CLAIMS_ARCHIVE - ARCHIVED CLAIMS' TO WS-EXPORT-LINE.
           PERFORM 6100-WRITE-SECTION-HEAD
              THRU END-6100-WRITE-SECTION-HEAD.
           PERFORM 6400-WRITE-CLAIM-HEADING
              THRU END-6400-WRITE-CLAIM-HEADING.

           EXEC SQL
               DECLARE CRSCLA CURSOR FOR
               SELECT CLAIM_ID, CLAIM_CATEGORY, CLAIM_DATE,
                      CLAIM_BENEFICIARY_SEQ, CLAIM_AMOUNT,
                      CLAIM_STATUS,
                      COALESCE(CLAIM_PAYMENT_DATE, ' '),
                      COALESCE(CLAIM_PROVIDER_CODE, ' '),
                      ARCHIVE_DATE
               FROM CLAIMS_ARCHIVE
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
               ORDER BY CLAIM_DATE, CLAIM_ID
           END-EXEC.

           EXEC SQL
               OPEN CRSCLA
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3510-FETCH-ARCHIVED-CLAIM
              THRU END-3510-FETCH-ARCHIVED-CLAIM
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSCLA
           END-EXEC.

           PERFORM 6200-WRITE-SECTION-COUNT
              THRU END-6200-WRITE-SECTION-COUNT.
       END-3500-EXPORT-ARCHIVED-CLAIMS.
           EXIT.

       3510-FETCH-ARCHIVED-CLAIM.
           EXEC SQL
               FETCH CRSCLA
               INTO :SQL-CLAIM-ID, :SQL-CLAIM-CATEGORY,
                    :SQL-CLAIM-DATE, :SQL-BENEFICIARY-SEQ,
                    :SQL-CLAIM-AMOUNT, :SQL-CLAIM-STATUS,
                    :SQL-PAYMENT-DATE, :SQL-PROVIDER-CODE,
                    :SQL-ARCHIVE-DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 6500-WRITE-CLAIM-LINE
                      THRU END-6500-WRITE-CLAIM-LINE
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSCLA:'
                   SPACE SQLCODE
                   PERFORM 6300-WRITE-SECTION-ERROR
                      THRU END-6300-WRITE-SECTION-ERROR
           END-EVALUATE.
       END-3510-FETCH-ARCHIVED-CLAIM.
           EXIT.

      ******************************************************************
      ******************************************************************
       3600-EXPORT-LEDGER.
           MOVE 'PREMIUM_LEDGER - PREMIUMS BILLED AND PAID'
               TO WS-EXPORT-LINE.
           PERFORM 6100-WRITE-SECTION-HEAD
              THRU END-6100-WRITE-SECTION-HEAD.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  PERIOD       BILLED        PAID ST  BILLED ON  '
                  'PAID ON    PAID BY GROUP'
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.

           EXEC SQL
               DECLARE CRSLDG CURSOR FOR
               SELECT BILL_PERIOD, AMOUNT_BILLED,
                      COALESCE(AMOUNT_PAID, 0), LEDGER_STATUS,
                      BILL_DATE, COALESCE(PAID_DATE, ' '),
                      COALESCE(PAID_GROUP_CODE, ' ')
               FROM PREMIUM_LEDGER
               WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER
               ORDER BY BILL_PERIOD
           END-EXEC.

           EXEC SQL
               OPEN CRSLDG
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3610-FETCH-LEDGER
              THRU END-3610-FETCH-LEDGER
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSLDG
           END-EXEC.

           PERFORM 6200-WRITE-SECTION-COUNT
              THRU END-6200-WRITE-SECTION-COUNT.
       END-3600-EXPORT-LEDGER.
           EXIT.

       3610-FETCH-LEDGER.
           EXEC SQL
               FETCH CRSLDG
               INTO :SQL-BILL-PERIOD, :SQL-AMOUNT-BILLED,
                    :SQL-AMOUNT-PAID, :SQL-LEDGER-STATUS,
                    :SQL-BILL-DATE, :SQL-PAID-DATE,
                    :SQL-PAID-GROUP-CODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SQL-AMOUNT-BILLED TO WS-AMOUNT-EDIT
                   MOVE SQL-AMOUNT-PAID   TO WS-PAID-EDIT
                   MOVE SPACES TO WS-EXPORT-LINE
                   STRING '  ' SQL-BILL-PERIOD ' ' WS-AMOUNT-EDIT ' '
                          WS-PAID-EDIT ' ' SQL-LEDGER-STATUS '  '
                          SQL-BILL-DATE ' ' SQL-PAID-DATE ' '
                          SQL-PAID-GROUP-CODE
                       DELIMITED BY SIZE INTO WS-EXPORT-LINE
                   PERFORM 6000-WRITE-LINE
                      THRU END-6000-WRITE-LINE
                   ADD 1 TO WS-SECTION-ROWS
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSLDG:'
                   SPACE SQLCODE
                   PERFORM 6300-WRITE-SECTION-ERROR
                      THRU END-6300-WRITE-SECTION-ERROR
           END-EVALUATE.
       END-3610-FETCH-LEDGER.
           EXIT.

      ******************************************************************
      *    The member's own change history (CUSTOMER, contract,        *
      *    dependants, ledger rows are keyed on the member's UUID)     *
      *    and that of each of their live claims.                      *
      ******************************************************************
       3700-EXPORT-AUDIT.
           MOVE 'AUDIT_TRAIL - CHANGE HISTORY' TO WS-EXPORT-LINE.
           PERFORM 6100-WRITE-SECTION-HEAD
              THRU END-6100-WRITE-SECTION-HEAD.
           PERFORM 6600-WRITE-AUDIT-HEADING
              THRU END-6600-WRITE-AUDIT-HEADING.

           EXEC SQL
               DECLARE CRSAUD CURSOR FOR
               SELECT CHANGE_TIMESTAMP, TABLE_NAME, FIELD_NAME,
                      COALESCE(OLD_VALUE, ' '),
                      COALESCE(NEW_VALUE, ' '), OPERATOR_ID
               FROM AUDIT_TRAIL
               WHERE KEY_UUID = :SQL-UUID-CUSTOMER
                  OR (TABLE_NAME = 'CLAIMS'
                      AND KEY_UUID IN
                          (SELECT CLAIM_ID FROM CLAIMS
                           WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER))
               ORDER BY CHANGE_TIMESTAMP, TABLE_NAME, FIELD_NAME
           END-EXEC.

           EXEC SQL
               OPEN CRSAUD
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3710-FETCH-AUDIT
              THRU END-3710-FETCH-AUDIT
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSAUD
           END-EXEC.

           PERFORM 6200-WRITE-SECTION-COUNT
              THRU END-6200-WRITE-SECTION-COUNT.
       END-3700-EXPORT-AUDIT.
           EXIT.

       3710-FETCH-AUDIT.
           EXEC SQL
               FETCH CRSAUD
               INTO :SQL-AUDIT-TIMESTAMP, :SQL-AUDIT-TABLE,
                    :SQL-AUDIT-FIELD, :SQL-AUDIT-OLD,
                    :SQL-AUDIT-NEW, :SQL-AUDIT-OPERATOR
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 6700-WRITE-AUDIT-LINES
                      THRU END-6700-WRITE-AUDIT-LINES
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSAUD:'
                   SPACE SQLCODE
                   PERFORM 6300-WRITE-SECTION-ERROR
                      THRU END-6300-WRITE-SECTION-ERROR
           END-EVALUATE.
       END-3710-FETCH-AUDIT.
           EXIT.

      ******************************************************************
      *    CLAIM-ARCHIVE moves a claim's audit rows with the claim.    *
      ******************************************************************
       3800-EXPORT-ARCHIVED-AUDIT.
           MOVE 'AUDIT_TRAIL_ARCHIVE - ARCHIVED CHANGE HISTORY'
               TO WS-EXPORT-LINE.
           PERFORM 6100-WRITE-SECTION-HEAD
              THRU END-6100-WRITE-SECTION-HEAD.
           PERFORM 6600-WRITE-AUDIT-HEADING
              THRU END-6600-WRITE-AUDIT-HEADING.

           EXEC SQL
               DECLARE CRSAUA CURSOR FOR
               SELECT CHANGE_TIMESTAMP, TABLE_NAME, FIELD_NAME,
                      COALESCE(OLD_VALUE, ' '),
                      COALESCE(NEW_VALUE, ' '), OPERATOR_ID
               FROM AUDIT_TRAIL_ARCHIVE
               WHERE KEY_UUID = :SQL-UUID-CUSTOMER
                  OR (TABLE_NAME = 'CLAIMS'
                      AND KEY_UUID IN
                          (SELECT CLAIM_ID FROM CLAIMS_ARCHIVE
                           WHERE UUID_CUSTOMER = :SQL-UUID-CUSTOMER))
               ORDER BY CHANGE_TIMESTAMP, TABLE_NAME, FIELD_NAME
           END-EXEC.

           EXEC SQL
               OPEN CRSAUA
           END-EXEC.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3810-FETCH-ARCHIVED-AUDIT
              THRU END-3810-FETCH-ARCHIVED-AUDIT
              UNTIL WS-END-OF-CURSOR.

           EXEC SQL
               CLOSE CRSAUA
           END-EXEC.

           PERFORM 6200-WRITE-SECTION-COUNT
              THRU END-6200-WRITE-SECTION-COUNT.
       END-3800-EXPORT-ARCHIVED-AUDIT.
           EXIT.

       3810-FETCH-ARCHIVED-AUDIT.
           EXEC SQL
               FETCH CRSAUA
               INTO :SQL-AUDIT-TIMESTAMP, :SQL-AUDIT-TABLE,
                    :SQL-AUDIT-FIELD, :SQL-AUDIT-OLD,
                    :SQL-AUDIT-NEW, :SQL-AUDIT-OPERATOR
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 6700-WRITE-AUDIT-LINES
                      THRU END-6700-WRITE-AUDIT-LINES
               WHEN 100
                   SET WS-END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR FETCHING CURSOR CRSAUA:'
                   SPACE SQLCODE
                   PERFORM 6300-WRITE-SECTION-ERROR
                      THRU END-6300-WRITE-SECTION-ERROR
           END-EVALUATE.
       END-3810-FETCH-ARCHIVED-AUDIT.
           EXIT.

      ******************************************************************
      *    The request is logged once the export file is complete:     *
      *    who served it, for whom, how the member was identified.     *
      ******************************************************************
       3900-LOG-REQUEST.
           MOVE LK-SES-OPERATOR-ID TO SQL-OPERATOR-ID.
           MOVE WS-KEYED-BY        TO SQL-KEYED-BY.
           MOVE WS-EXPORT-PATH     TO SQL-EXPORT-FILE.
           MOVE WS-LINES-EXPORTED  TO SQL-LINES-EXPORTED.

           EXEC SQL
               INSERT INTO SUBJECT_ACCESS_LOG
                   (UUID_CUSTOMER, SERVED_TIMESTAMP, OPERATOR_ID,
                    KEYED_BY, EXPORT_FILE, LINES_EXPORTED)
               VALUES
                   (:SQL-UUID-CUSTOMER, :SQL-TIMESTAMP,
                    :SQL-OPERATOR-ID, :SQL-KEYED-BY,
                    :SQL-EXPORT-FILE, :SQL-LINES-EXPORTED)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERROR LOGGING SUBJECT ACCESS:' SPACE SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               DISPLAY 'EXPORT WRITTEN BUT NOT LOGGED - '
                   'DO NOT SEND IT, RETRY THE REQUEST'
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY 'EXPORT WRITTEN TO ' WS-EXPORT-PATH (1:47)
               DISPLAY WS-LINES-EXPORTED ' LINES'
           END-IF.
       END-3900-LOG-REQUEST.
           EXIT.

      ******************************************************************
      ******************************************************************
       6000-WRITE-LINE.
           MOVE WS-EXPORT-LINE TO EXPORT-RECORD.
           WRITE EXPORT-RECORD.
           ADD 1 TO WS-LINES-EXPORTED.
       END-6000-WRITE-LINE.
           EXIT.

      ******************************************************************
      *    Blank line, then the section title already moved to         *
      *    WS-EXPORT-LINE; resets the section row count.               *
      ******************************************************************
       6100-WRITE-SECTION-HEAD.
           MOVE ZERO TO WS-SECTION-ROWS.
           MOVE WS-EXPORT-LINE TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           MOVE WS-SECTION-TITLE TO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
       END-6100-WRITE-SECTION-HEAD.
           EXIT.

       6200-WRITE-SECTION-COUNT.
           MOVE WS-SECTION-ROWS TO WS-ROWS-EDIT.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  ROWS : ' WS-ROWS-EDIT
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
       END-6200-WRITE-SECTION-COUNT.
           EXIT.

      ******************************************************************
      *    A section that could not be read in full says so in the     *
      *    export itself, so an incomplete file is never sent as       *
      *    complete.                                                   *
      ******************************************************************
       6300-WRITE-SECTION-ERROR.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  *** SECTION INCOMPLETE - READ ERROR, '
                  'RERUN THE REQUEST ***'
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           SET WS-END-OF-CURSOR TO TRUE.
           SET WS-EXPORT-INCOMPLETE TO TRUE.
       END-6300-WRITE-SECTION-ERROR.
           EXIT.

       6400-WRITE-CLAIM-HEADING.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  CLAIM                                '
                  'CAT CARE DATE  BEN      AMOUNT ST  PAID ON    '
                  'PROVIDER   ARCHIVED'
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
       END-6400-WRITE-CLAIM-HEADING.
           EXIT.

       6500-WRITE-CLAIM-LINE.
           MOVE SQL-CLAIM-AMOUNT    TO WS-AMOUNT-EDIT.
           MOVE SQL-BENEFICIARY-SEQ TO WS-SEQ-EDIT.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  ' SQL-CLAIM-ID ' ' SQL-CLAIM-CATEGORY ' '
                  SQL-CLAIM-DATE ' ' WS-SEQ-EDIT ' ' WS-AMOUNT-EDIT
                  ' ' SQL-CLAIM-STATUS '  ' SQL-PAYMENT-DATE ' '
                  SQL-PROVIDER-CODE ' ' SQL-ARCHIVE-DATE
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           ADD 1 TO WS-SECTION-ROWS.
       END-6500-WRITE-CLAIM-LINE.
           EXIT.

       6600-WRITE-AUDIT-HEADING.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  WHEN                 TABLE.FIELD'
                  '                              BY'
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
       END-6600-WRITE-AUDIT-HEADING.
           EXIT.

      ******************************************************************
      *    Two lines per change: where and who, then before / after.   *
      ******************************************************************
       6700-WRITE-AUDIT-LINES.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '  ' SQL-AUDIT-TIMESTAMP ' '
                  FUNCTION TRIM (SQL-AUDIT-TABLE) '.'
                  SQL-AUDIT-FIELD ' ' SQL-AUDIT-OPERATOR
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           MOVE SPACES TO WS-EXPORT-LINE.
           STRING '      WAS: ' SQL-AUDIT-OLD
                  ' NOW: ' SQL-AUDIT-NEW
               DELIMITED BY SIZE INTO WS-EXPORT-LINE.
           PERFORM 6000-WRITE-LINE
              THRU END-6000-WRITE-LINE.
           ADD 1 TO WS-SECTION-ROWS.
       END-6700-WRITE-AUDIT-LINES.
           EXIT.

       7400-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY (1:4) '-' WS-TODAY (5:2) '-' WS-TODAY (7:2)
                  '-' WS-TODAY (9:2) '.' WS-TODAY (11:2) '.'
                  WS-TODAY (13:2)
               DELIMITED BY SIZE INTO SQL-TIMESTAMP.
       END-7400-BUILD-TIMESTAMP.
           EXIT.
