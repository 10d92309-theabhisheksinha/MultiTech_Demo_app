       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-REGISTER-FILE ASSIGN TO "REVLREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-REGISTER-FILE.
       01  NOTICE-REGISTER-RECORD  PIC X(40).

       WORKING-STORAGE SECTION.

      *    titles has no EXEC SQL INCLUDE copybook of its own, so the
       01 WS-PRICE-9 REDEFINES WS-PRICE-X
                               PIC 9(7)V99.
       01 WS-RETIRE-DATE       PIC X(8).
       01 WS-CONFIRM-SW        PIC X.
           88 WS-CONFIRMED         VALUE 'Y'.

      *    REVRPT's notice register -- a reversion is confirmed
      *    only for a title noticed there whose latest notice has
      *    run its course by the business date
       01 WS-BUSINESS-DATE     PIC X(8).
       01 WS-REG-FILE-STATUS   PIC XX.
       01 WS-REG-EOF-SW        PIC X.
           88 WS-REG-EOF           VALUE 'Y'.
       01 WS-REG-FOUND-SW      PIC X.
           88 WS-REG-FOUND         VALUE 'Y'.
       01 WS-REG-TITLE-ID      PIC 9(5).
       01 WS-REG-CONFIRM-DATE  PIC X(8).
       01 NOTICE-REGISTER-LINE.
           05 NR-TITLE-ID          PIC 9(5).
           05 FILLER               PIC X.
           05 NR-AU-ID             PIC X(11).
           05 FILLER               PIC X.
           05 NR-SENT-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 NR-CONFIRM-DATE      PIC X(8).
           05 FILLER               PIC X(5).

      *    before-image capture for the audit trail -- read ahead of
      *    the UPDATE so AUDITLOG gets the row being replaced, not
       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY TVALPARM.
           COPY ISBNPARM.
           COPY AUDITPARM.
           COPY BDTPARM.

      *    the menu signs on like the other maintenance menus --
      *    every function selection and committed change goes on
       01 WS-OLD-PUB-IND       PIC S9(4) COMP.
       01 WS-PUB-EXISTS-CT     PIC S9(9) COMP.

      *    each edition of a title carries its ISBN-13 on the
      *    TITLEISBN cross-reference SALESLD translates the
      *    distributors' ISBN-keyed sales through
       01 WS-ISBN              PIC X(13).
       01 WS-EDITION-X         PIC X(2).
       01 WS-EDITION-9 REDEFINES WS-EDITION-X
                               PIC 9(2).
       01 WS-EDITION           PIC S9(4) COMP.
       01 WS-EDITION-FORMAT    PIC X(2).
       01 WS-ISBN-TITLE-CT     PIC S9(9) COMP.

      *    single menu front end over INSERT/UPDATE against titles --
      *    TEST4's join and TITLEMNT's existence check both read this
      *    table, but until now no program anywhere could create or
               STOP RUN
           END-IF

           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF BDT-RC-OK
               MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF

           PERFORM UNTIL WS-DONE
               PERFORM 150-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
                       PERFORM 300-UPDATE-TITLE
                   WHEN '3'
                       PERFORM 400-RETIRE-TITLE
                   WHEN '4'
                       PERFORM 500-ADD-ISBN
                   WHEN '5'
                       PERFORM 600-REMOVE-ISBN
                   WHEN '6'
                       PERFORM 700-CONFIRM-REVERSION
                   WHEN '0'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
           DISPLAY '  1. Add a title'
           DISPLAY '  2. Update title name or price'
           DISPLAY '  3. Retire a title'
           DISPLAY '  4. Add an ISBN for a title edition'
           DISPLAY '  5. Remove an ISBN'
           DISPLAY '  6. Confirm a rights reversion'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

      *    soft retire - the title keeps its row (and its titleauthor
      *    splits keep their history) but is marked inactive with a
      *    date, the same AU_STATUS/AU_TERM_DATE pattern TEST6 uses
      *    for authors.  A title whose rights have reverted is not
      *    ours to retire and stays at R
       400-RETIRE-TITLE.
           DISPLAY 'Enter TITLE_ID to retire: '
           ACCEPT WS-TITLE-ID-9
                           WS-TITLE-ID-9
               ELSE
                   PERFORM 900-CHECK-SQLCODE
                   IF WS-OLD-STATUS-IND < 0
                       MOVE SPACE TO WS-OLD-STATUS
                   END-IF
                   EVALUATE TRUE
                       WHEN SQLCODE < ZERO
                           MOVE SQLCODE TO DISP-CODE
                           DISPLAY 'before-image lookup failed, '
                                   'SQLCODE=' DISP-CODE
                                   ', skipping retire'
                       WHEN WS-OLD-STATUS = 'R'
                           DISPLAY 'Rights reverted to the author - '
                                   'TITLE_ID ' WS-TITLE-ID-9
                                   ' cannot be retired'
                       WHEN OTHER
                           PERFORM 450-APPLY-RETIRE
                   END-EVALUATE
               END-IF
           END-IF.

      *    the R test rides the WHERE clause as well, so a title
      *    reverted from another terminal since the lookup is left
      *    alone
       450-APPLY-RETIRE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RETIRE-DATE

           EXEC SQL
               UPDATE titles
                  SET TITLE_STATUS = 'I',
                      TITLE_RETIRE_DATE = :WS-RETIRE-DATE
                  WHERE TITLE_ID = :WS-TITLE-ID
                    AND COALESCE(TITLE_STATUS, ' ') <> 'R'
           END-EXEC

           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'retire ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           DISPLAY 'number of records retired: ' SQLERRD(3)

           MOVE 'DELETE' TO AUDIT-OPERATION
           MOVE SPACES   TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
           STRING 'STATUS=' WS-OLD-STATUS
               DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
           STRING 'STATUS=I RETIRED=' WS-RETIRE-DATE
               DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
           PERFORM 800-LOG-TITLE-AUDIT
           IF SQLERRD(3) > ZERO
               MOVE 'CHG RETIRE TITLE' TO JRNL-ACTION
               MOVE AUDIT-AU-ID TO JRNL-KEY
               CALL 'OPERJRNL' USING JRNL-PARM-AREA
               END-CALL
           END-IF.

      *    the ISBN is edited by ISBNVAL before it goes on -- a
      *    bad check digit, an ISBN already on another edition or
      *    an edition that already has one is refused -- and the
      *    title must be on the titles table
       500-ADD-ISBN.
           DISPLAY 'Enter TITLE_ID: '
           ACCEPT WS-TITLE-ID-9
           DISPLAY 'Enter edition number (01-99): '
           ACCEPT WS-EDITION-X
           DISPLAY 'Enter edition format (HC PB MM EB AU): '
           ACCEPT WS-EDITION-FORMAT
           DISPLAY 'Enter ISBN-13 (digits only): '
           ACCEPT WS-ISBN

           MOVE WS-TITLE-ID-9 TO WS-TITLE-ID
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ISBN-TITLE-CT
                  FROM titles
                  WHERE TITLE_ID = :WS-TITLE-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           IF SQLCODE < ZERO
               DISPLAY 'Title lookup failed - no insert'
           ELSE
               IF WS-ISBN-TITLE-CT = ZERO
                   DISPLAY 'No title found for TITLE_ID: '
                           WS-TITLE-ID-9
               ELSE
                   MOVE 'I'               TO IVAL-MODE
                   MOVE WS-ISBN           TO IVAL-ISBN
                   MOVE WS-TITLE-ID-9     TO IVAL-TITLE-ID-X
                   MOVE WS-EDITION-X      TO IVAL-EDITION-X
                   MOVE WS-EDITION-FORMAT TO IVAL-FORMAT
                   CALL 'ISBNVAL' USING IVAL-PARM-AREA
                   END-CALL
                   IF NOT IVAL-RC-OK
                       DISPLAY 'ISBN refused: ' IVAL-REASON
                   ELSE
                       PERFORM 550-INSERT-ISBN
                   END-IF
               END-IF
           END-IF.

       550-INSERT-ISBN.
           MOVE WS-EDITION-9 TO WS-EDITION

           EXEC SQL
               INSERT INTO TITLEISBN
                (ISBN,TITLE_ID,EDITION_NO,FORMAT_CODE)
               VALUES
                (:WS-ISBN,:WS-TITLE-ID,:WS-EDITION,
                 :WS-EDITION-FORMAT)
           END-EXEC

           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'insert ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE

           MOVE 'INSERT' TO AUDIT-OPERATION
           MOVE SPACES   TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
           MOVE 'NONE'   TO AUDIT-BEFORE-IMAGE
           STRING 'ISBN=' WS-ISBN ' EDITION=' WS-EDITION-X
                  ' FORMAT=' WS-EDITION-FORMAT
               DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
           PERFORM 800-LOG-TITLE-AUDIT
           IF SQLERRD(3) > ZERO
               MOVE 'CHG INSERT ISBN' TO JRNL-ACTION
               MOVE AUDIT-AU-ID TO JRNL-KEY
               CALL 'OPERJRNL' USING JRNL-PARM-AREA
               END-CALL
           END-IF.

      *    an ISBN keyed against the wrong edition comes off here
      *    and goes back on through the add -- sales already
      *    loaded under it keep the TITLE_ID they were posted to
       600-REMOVE-ISBN.
           DISPLAY 'Enter ISBN-13 to remove: '
           ACCEPT WS-ISBN

           EXEC SQL
               SELECT TITLE_ID, EDITION_NO, FORMAT_CODE
                  INTO :WS-TITLE-ID, :WS-EDITION, :WS-EDITION-FORMAT
                  FROM TITLEISBN
                  WHERE ISBN = :WS-ISBN
           END-EXEC

           IF SQLCODE = 100
               DISPLAY 'ISBN not on file: ' WS-ISBN
           ELSE
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE < ZERO
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'before-image lookup failed, SQLCODE='
                           DISP-CODE ', skipping remove'
               ELSE
                   MOVE WS-EDITION TO WS-EDITION-9

                   EXEC SQL
                       DELETE FROM TITLEISBN
                          WHERE ISBN = :WS-ISBN
                   END-EXEC

                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'remove ' DISP-CODE
                   PERFORM 900-CHECK-SQLCODE

                   MOVE 'DELETE' TO AUDIT-OPERATION
                   MOVE SPACES   TO AUDIT-BEFORE-IMAGE
                                    AUDIT-AFTER-IMAGE
                   STRING 'ISBN=' WS-ISBN ' EDITION=' WS-EDITION-X
                          ' FORMAT=' WS-EDITION-FORMAT
                       DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
                   MOVE 'ISBN REMOVED' TO AUDIT-AFTER-IMAGE
                   PERFORM 800-LOG-TITLE-AUDIT
                   IF SQLERRD(3) > ZERO
                       MOVE 'CHG DELETE ISBN' TO JRNL-ACTION
                       MOVE AUDIT-AU-ID TO JRNL-KEY
                       CALL 'OPERJRNL' USING JRNL-PARM-AREA
                       END-CALL
                   END-IF
               END-IF
           END-IF.

      *    rights reverted to the author -- any sale a
      *    distributor still reports for the title goes to
      *    SALESLD's suspense file instead of SALES, so the
      *    royalty run pays only what was loaded before the
      *    reversion and nothing new accrues on it.  Confirmed
      *    off the REVRPT eligibility list once the notice period
      *    has run (720 holds it to that); the row stays, like a
      *    retire, so the title's royalty history is still there
      *    to answer questions
       700-CONFIRM-REVERSION.
           DISPLAY 'Enter TITLE_ID to revert to the author: '
           ACCEPT WS-TITLE-ID-9

           MOVE 'U'            TO TVAL-MODE
           MOVE WS-TITLE-ID-9  TO TVAL-TITLE-ID-X
           MOVE SPACES         TO TVAL-TITLE-NAME
           MOVE SPACES         TO TVAL-PRICE-X
           CALL 'TITLVAL' USING TVAL-PARM-AREA
           END-CALL

           IF TVAL-RC-FAILED
               DISPLAY 'Title validation failed: ' TVAL-REASON
           ELSE
               MOVE WS-TITLE-ID-9 TO WS-TITLE-ID

               EXEC SQL
                   SELECT TITLE_STATUS INTO
                          :WS-OLD-STATUS:WS-OLD-STATUS-IND
                      FROM titles
                      WHERE TITLE_ID = :WS-TITLE-ID
               END-EXEC

               IF SQLCODE = 100
                   DISPLAY 'No title found for TITLE_ID: '
                           WS-TITLE-ID-9
               ELSE
                   PERFORM 900-CHECK-SQLCODE
                   IF WS-OLD-STATUS-IND < 0
                       MOVE SPACE TO WS-OLD-STATUS
                   END-IF
                   EVALUATE TRUE
                       WHEN SQLCODE < ZERO
                           MOVE SQLCODE TO DISP-CODE
                           DISPLAY 'before-image lookup failed, '
                                   'SQLCODE=' DISP-CODE
                                   ', skipping reversion'
                       WHEN WS-OLD-STATUS = 'R'
                           DISPLAY 'Rights already reverted for '
                                   'TITLE_ID: ' WS-TITLE-ID-9
                       WHEN OTHER
                           PERFORM 720-CHECK-NOTICE-REGISTER
                   END-EVALUATE
               END-IF
           END-IF.

      *    the title must be on REVRPT's register, and the latest
      *    confirm-by date on it for the title -- a later notice
      *    round restarts the clock -- must not be after the
      *    business date.  No register file means no notice
       720-CHECK-NOTICE-REGISTER.
           MOVE 'N' TO WS-REG-EOF-SW WS-REG-FOUND-SW
           MOVE WS-TITLE-ID-9 TO WS-REG-TITLE-ID
           MOVE SPACES TO WS-REG-CONFIRM-DATE
           OPEN INPUT NOTICE-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM 725-SCAN-ONE-NOTICE UNTIL WS-REG-EOF
           IF WS-REG-FILE-STATUS = '00' OR '10'
               CLOSE NOTICE-REGISTER-FILE
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-REG-FOUND
                   DISPLAY 'No reversion notice on the register for '
                           'TITLE_ID: ' WS-TITLE-ID-9
                           ' - run REVRPT first'
               WHEN WS-REG-CONFIRM-DATE > WS-BUSINESS-DATE
                   DISPLAY 'Notice period runs to '
                           WS-REG-CONFIRM-DATE
                           ' - reversion cannot be confirmed yet'
               WHEN OTHER
                   PERFORM 750-APPLY-REVERSION
           END-EVALUATE.

       725-SCAN-ONE-NOTICE.
           READ NOTICE-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ
           IF NOT WS-REG-EOF
               MOVE NOTICE-REGISTER-RECORD TO NOTICE-REGISTER-LINE
               IF NR-TITLE-ID = WS-REG-TITLE-ID
                   SET WS-REG-FOUND TO TRUE
                   IF NR-CONFIRM-DATE > WS-REG-CONFIRM-DATE
                       MOVE NR-CONFIRM-DATE TO WS-REG-CONFIRM-DATE
                   END-IF
               END-IF
           END-IF.

      *    the old status rides the WHERE clause so a second
      *    operator confirming the same title changes nothing
       750-APPLY-REVERSION.
           DISPLAY 'Confirm reversion of TITLE_ID '
                   WS-TITLE-ID-9 ' (Y/N): '
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               DISPLAY 'Reversion not confirmed - no change'
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RETIRE-DATE

               EXEC SQL
                   UPDATE titles
                      SET TITLE_STATUS = 'R',
                          TITLE_RETIRE_DATE = :WS-RETIRE-DATE
                      WHERE TITLE_ID = :WS-TITLE-ID
                        AND COALESCE(TITLE_STATUS, ' ') =
                            :WS-OLD-STATUS
               END-EXEC

               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'revert ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'number of records reverted: ' SQLERRD(3)

               MOVE 'UPDATE' TO AUDIT-OPERATION
               MOVE SPACES   TO AUDIT-BEFORE-IMAGE
                                AUDIT-AFTER-IMAGE
               STRING 'STATUS=' WS-OLD-STATUS
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
               STRING 'STATUS=R REVERTED=' WS-RETIRE-DATE
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
               PERFORM 800-LOG-TITLE-AUDIT
               IF SQLERRD(3) > ZERO
                   MOVE 'CHG REVERT TITLE' TO JRNL-ACTION
                   MOVE AUDIT-AU-ID TO JRNL-KEY
                   CALL 'OPERJRNL' USING JRNL-PARM-AREA
                   END-CALL
               END-IF
           END-IF.

      *    AUDITLOG's key field is sized for an AU_ID -- a title's
      *    key goes in as TITLE=nnnnn so the audit trail still says
      *    which row the change hit
