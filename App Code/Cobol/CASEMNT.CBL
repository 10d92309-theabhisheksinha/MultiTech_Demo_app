       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEMNT.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-ARCHIVE-FILE ASSIGN TO "STMARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STMT-ARCHIVE-FILE.
       01  STMT-ARCHIVE-RECORD     PIC X(140).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY AVALPARM.
           COPY SIGNPARM.
           COPY JRNLPARM.
           COPY BDTPARM.

      *    help-desk case file for author inquiries and statement
      *    disputes -- one AUTHCASE row per case, keyed by a case
      *    number drawn off the one-row CASECTL control table the
      *    same way AUTHNXID draws an AU_ID, with the period and
      *    title in question, a category, the owning operator and
      *    a status (O open, H on hold, R resolved).  Every call,
      *    reassignment and status change leaves a dated note on
      *    AUTHCASE_NOTE under the operator who made it.  A case
      *    names the archived statement it disputes by AU_ID and
      *    period (STMT_LINKED says the statement was on STMARCH
      *    when the case opened), and one resolved as adjusted
      *    must be settled by a ROYADJ memo carrying its case
      *    number -- ADJMNT takes the case number on the memo.
      *    CASERPT ages the open cases; AUTHINQ shows them in the
      *    author's history.
       01 WS-MENU-CHOICE        PIC X.
       01 WS-DONE-SW            PIC X VALUE 'N'.
           88 WS-DONE               VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-EDIT-REASON        PIC X(40).

       01 WS-CASE-NUM           PIC 9(8).
       01 WS-CASE-NO REDEFINES WS-CASE-NUM
                                PIC X(8).
       01 WS-CASE-FOUND-SW      PIC X.
           88 WS-CASE-FOUND         VALUE 'Y'.
       01 WS-AU-ID              PIC X(11).
       01 WS-PERIOD             PIC X(6).
       01 WS-PERIOD-9 REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR        PIC 9(4).
           05 WS-PERIOD-MONTH       PIC 9(2).
       01 WS-TITLE-ID           PIC S9(4) COMP.
       01 WS-TITLE-IND          PIC S9(4) COMP.
       01 WS-TITLE-ID-X         PIC X(4).
       01 WS-TITLE-ID-9 REDEFINES WS-TITLE-ID-X
                                PIC 9(4).
       01 WS-TITLE-EXISTS-CT    PIC S9(9) COMP.
      *    STMT statement dispute, PAYM payment, TAXF tax form,
      *    CONT contract terms, OTHR anything else
       01 WS-CATEGORY           PIC X(4).
           88 WS-CATEGORY-VALID     VALUE 'STMT' 'PAYM' 'TAXF'
                                          'CONT' 'OTHR'.
           88 WS-CATEGORY-STMT      VALUE 'STMT'.
       01 WS-OWNER-ID           PIC X(8).
       01 WS-OLD-OWNER-ID       PIC X(8).
       01 WS-OWNER-EXISTS-CT    PIC S9(9) COMP.
       01 WS-CASE-STATUS        PIC X.
           88 WS-CASE-OPEN          VALUE 'O'.
           88 WS-CASE-HELD          VALUE 'H'.
           88 WS-CASE-ACTIVE        VALUE 'O' 'H'.
           88 WS-CASE-RESOLVED      VALUE 'R'.
       01 WS-NEW-STATUS         PIC X.
       01 WS-OPENED-DATE        PIC X(8).
       01 WS-OPENED-BY          PIC X(8).
       01 WS-RESOLVED-DATE      PIC X(8).
      *    A adjusted by a ROYADJ memo, N no change warranted,
      *    W withdrawn by the author
       01 WS-RESOLUTION         PIC X.
           88 WS-RESOLUTION-VALID   VALUE 'A' 'N' 'W'.
           88 WS-RESOLVED-ADJUSTED  VALUE 'A'.
       01 WS-STMT-LINKED        PIC X.
       01 WS-ADJ-LINK-CT        PIC S9(9) COMP.

       01 WS-NOTE-TEXT          PIC X(60).
       01 WS-NOTE-WORK          PIC X(60).
       01 WS-NOTE-SEQ           PIC S9(4) COMP.
       01 WS-DISP-SEQ           PIC ZZZ9.

      *    the disputed statement off the archive ROYSTMT keeps
       01 WS-STMA-FILE-STATUS   PIC XX.
       01 WS-STMA-EOF-SW        PIC X.
           88 WS-STMA-EOF           VALUE 'Y'.
       01 WS-STMA-FOUND-SW      PIC X.
           88 WS-STMA-FOUND         VALUE 'Y'.
       01 WS-STMA-SHOW-SW       PIC X.
           88 WS-STMA-SHOW          VALUE 'Y'.
       01 WS-STMA-LINE.
           05 SA-AU-ID             PIC X(11).
           05 FILLER               PIC X.
           05 SA-PERIOD            PIC X(6).
           05 FILLER               PIC X.
           05 SA-LINE              PIC X(120).
           05 FILLER               PIC X.

      *    browse areas for the notes, the linked memos and the
      *    author's case list
       01 WS-BRW-EOF-SW         PIC X.
           88 WS-BRW-EOF            VALUE 'Y'.
       01 WS-BRW-CT             PIC 9(4) COMP.
       01 WS-BRW-NOTE-DATE      PIC X(8).
       01 WS-BRW-OPER-ID        PIC X(8).
       01 WS-BRW-TITLE-ID       PIC S9(4) COMP.
       01 WS-BRW-TYPE           PIC X.
       01 WS-BRW-AMOUNT         PIC S9(9)V99.
       01 WS-BRW-REASON         PIC X(4).
       01 WS-BRW-STATUS         PIC X.
       01 WS-BRW-APPLIED-PER    PIC X(6).
       01 WS-DISP-AMT           PIC ZZZ,ZZZ,ZZ9.99.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'CASEMNT' TO SIGN-CALLER-ID
           CALL 'SIGNON' USING SIGN-PARM-AREA
           END-CALL
           IF NOT SIGN-RC-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SIGN-AUTH-INQUIRY
               DISPLAY 'Not authorized for author cases'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'CASEMNT' TO JRNL-CALLER-ID
           MOVE SIGN-OPER-ID TO JRNL-OPER-ID

           MOVE 'CASEMNT' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    notes and status changes carry the business date, with
      *    the wall clock as the off-cycle fallback
           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF BDT-RC-OK
               MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF

           EXEC SQL
               DECLARE CASENOTECUR CURSOR FOR
               SELECT NOTE_SEQ, NOTE_DATE, OPER_ID, NOTE_TEXT
                  FROM AUTHCASE_NOTE
                  WHERE CASE_NO = :WS-CASE-NO
                  ORDER BY NOTE_SEQ
           END-EXEC

           EXEC SQL
               DECLARE CASEADJCUR CURSOR FOR
               SELECT TITLE_ID, ADJ_TYPE, ADJ_AMOUNT, REASON_CODE,
                      ADJ_STATUS, APPLIED_PER
                  FROM ROYADJ
                  WHERE CASE_NO = :WS-CASE-NO
                  ORDER BY TITLE_ID
           END-EXEC

           EXEC SQL
               DECLARE CASELISTCUR CURSOR FOR
               SELECT CASE_NO, CATEGORY, PERIOD, STATUS, OWNER_ID,
                      OPENED_DATE, RESOLUTION
                  FROM AUTHCASE
                  WHERE AU_ID = :WS-AU-ID
                  ORDER BY CASE_NO
           END-EXEC

           PERFORM UNTIL WS-DONE
               PERFORM 150-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               IF WS-MENU-CHOICE NOT = '0'
                  AND WS-MENU-CHOICE NOT = SPACE
                   MOVE SPACES TO JRNL-ACTION JRNL-KEY
                   STRING 'FUNC ' WS-MENU-CHOICE
                       DELIMITED BY SIZE INTO JRNL-ACTION
                   CALL 'OPERJRNL' USING JRNL-PARM-AREA
                   END-CALL
               END-IF
               EVALUATE WS-MENU-CHOICE
                   WHEN '1'
                       PERFORM 200-OPEN-CASE
                   WHEN '2'
                       PERFORM 400-ADD-NOTE
                   WHEN '3'
                       PERFORM 420-REASSIGN-CASE
                   WHEN '4'
                       PERFORM 440-HOLD-OR-RELEASE
                   WHEN '5'
                       PERFORM 500-RESOLVE-CASE
                   WHEN '6'
                       PERFORM 700-SHOW-CASE
                   WHEN '7'
                       PERFORM 800-LIST-AUTHOR-CASES
                   WHEN '0'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'Invalid choice, please try again'
               END-EVALUATE
           END-PERFORM
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       150-DISPLAY-MENU.
           DISPLAY ' '
           DISPLAY 'Author Case Menu'
           DISPLAY '  1. Open a case'
           DISPLAY '  2. Add a note to a case'
           DISPLAY '  3. Reassign a case'
           DISPLAY '  4. Hold or release a case'
           DISPLAY '  5. Resolve a case'
           DISPLAY '  6. Show a case'
           DISPLAY '  7. List cases for an author'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

       200-OPEN-CASE.
           DISPLAY 'Enter AU_ID: '
           ACCEPT WS-AU-ID
           DISPLAY 'Enter category (STMT/PAYM/TAXF/CONT/OTHR): '
           ACCEPT WS-CATEGORY
           DISPLAY 'Enter statement period YYYYMM (blank if none): '
           ACCEPT WS-PERIOD
           DISPLAY 'Enter TITLE_ID (blank if none): '
           ACCEPT WS-TITLE-ID-X
           DISPLAY 'Enter owning operator (blank for yourself): '
           ACCEPT WS-OWNER-ID
           DISPLAY 'Enter the opening note: '
           ACCEPT WS-NOTE-TEXT

           IF WS-OWNER-ID = SPACES
               MOVE SIGN-OPER-ID TO WS-OWNER-ID
           END-IF
           PERFORM 220-EDIT-NEW-CASE
           IF WS-EDIT-REASON NOT = SPACES
               DISPLAY WS-EDIT-REASON ' - no case opened'
           ELSE
               PERFORM 300-INSERT-CASE
           END-IF.

      *    a statement dispute has to name a statement that was
      *    actually sent; any other category may name a period
      *    or not, and the link is recorded either way
       220-EDIT-NEW-CASE.
           MOVE SPACES TO WS-EDIT-REASON
           MOVE 'N'    TO WS-STMT-LINKED

           MOVE 'U'      TO AVAL-MODE
           MOVE WS-AU-ID TO AVAL-AU-ID
           MOVE SPACES   TO AVAL-TAX-ID
           CALL 'AUTHVAL' USING AVAL-PARM-AREA
           END-CALL

           EVALUATE TRUE
               WHEN AVAL-RC-FAILED
                   MOVE AVAL-REASON TO WS-EDIT-REASON
               WHEN NOT WS-CATEGORY-VALID
                   MOVE 'Unknown case category' TO WS-EDIT-REASON
               WHEN WS-PERIOD NOT = SPACES
                    AND WS-PERIOD NOT NUMERIC
                   MOVE 'Period must be YYYYMM' TO WS-EDIT-REASON
               WHEN WS-PERIOD NOT = SPACES
                    AND (WS-PERIOD-MONTH < 1
                         OR WS-PERIOD-MONTH > 12)
                   MOVE 'Period must be YYYYMM' TO WS-EDIT-REASON
               WHEN WS-CATEGORY-STMT AND WS-PERIOD = SPACES
                   MOVE 'A statement dispute needs a period'
                       TO WS-EDIT-REASON
               WHEN WS-TITLE-ID-X NOT = SPACES
                    AND WS-TITLE-ID-X NOT NUMERIC
                   MOVE 'TITLE_ID must be numeric'
                       TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-EDIT-REASON = SPACES
               IF WS-TITLE-ID-X = SPACES
                   MOVE ZERO TO WS-TITLE-ID
                   MOVE -1   TO WS-TITLE-IND
               ELSE
                   MOVE WS-TITLE-ID-9 TO WS-TITLE-ID
                   MOVE ZERO TO WS-TITLE-IND
                   PERFORM 250-CHECK-TITLE-EXISTS
                   IF WS-TITLE-EXISTS-CT = ZERO
                       MOVE 'TITLE_ID not on titles table'
                           TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-EDIT-REASON = SPACES
               PERFORM 260-CHECK-OWNER
           END-IF

           IF WS-EDIT-REASON = SPACES
              AND WS-PERIOD NOT = SPACES
               MOVE 'N' TO WS-STMA-SHOW-SW
               PERFORM 270-SCAN-STATEMENT
               IF WS-STMA-FOUND
                   MOVE 'Y' TO WS-STMT-LINKED
               ELSE
                   IF WS-CATEGORY-STMT
                       MOVE 'No archived statement for that period'
                           TO WS-EDIT-REASON
                   ELSE
                       DISPLAY 'Note: no archived statement for '
                               'that period'
                   END-IF
               END-IF
           END-IF.

       250-CHECK-TITLE-EXISTS.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-TITLE-EXISTS-CT
                  FROM titles
                  WHERE TITLE_ID = :WS-TITLE-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               MOVE ZERO TO WS-TITLE-EXISTS-CT
           END-IF.

      *    a case can only belong to an active operator, or it
      *    sits on nobody's list
       260-CHECK-OWNER.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-OWNER-EXISTS-CT
                  FROM OPERATORS
                  WHERE OPER_ID = :WS-OWNER-ID
                    AND OPER_STATUS = 'A'
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               MOVE ZERO TO WS-OWNER-EXISTS-CT
           END-IF
           IF WS-OWNER-EXISTS-CT = ZERO
               MOVE 'Owner is not an active operator'
                   TO WS-EDIT-REASON
           END-IF.

      *    one pass of STMARCH.DAT for the author and period --
      *    finds the statement, and lists its lines when the
      *    show switch is on
       270-SCAN-STATEMENT.
           MOVE 'N' TO WS-STMA-EOF-SW WS-STMA-FOUND-SW
           OPEN INPUT STMT-ARCHIVE-FILE
           IF WS-STMA-FILE-STATUS NOT = '00'
               SET WS-STMA-EOF TO TRUE
           END-IF
           PERFORM 275-SCAN-ONE-LINE UNTIL WS-STMA-EOF
           IF WS-STMA-FILE-STATUS = '00' OR '10'
               CLOSE STMT-ARCHIVE-FILE
           END-IF.

       275-SCAN-ONE-LINE.
           READ STMT-ARCHIVE-FILE
               AT END
                   SET WS-STMA-EOF TO TRUE
           END-READ
           IF NOT WS-STMA-EOF
               MOVE STMT-ARCHIVE-RECORD TO WS-STMA-LINE
               IF SA-AU-ID = WS-AU-ID
                  AND SA-PERIOD = WS-PERIOD
                   SET WS-STMA-FOUND TO TRUE
                   IF WS-STMA-SHOW
                       DISPLAY SA-LINE
                   ELSE
                       SET WS-STMA-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    the increment runs first so CASECTL stays locked for
      *    the draw, as AUTHNXID does for AUIDCTL
       280-DRAW-CASE-NO.
           MOVE ZERO TO WS-CASE-NUM
           EXEC SQL
               UPDATE CASECTL
                  SET NEXT_CASE_NO = NEXT_CASE_NO + 1
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT NEXT_CASE_NO
                      INTO :WS-CASE-NUM
                      FROM CASECTL
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
           END-IF
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-CASE-NUM
           END-IF.

       300-INSERT-CASE.
           PERFORM 280-DRAW-CASE-NO
           IF WS-CASE-NUM = ZERO
               DISPLAY 'Case number could not be assigned - '
                       'no case opened'
           ELSE
               EXEC SQL
                   INSERT INTO AUTHCASE
                    (CASE_NO,AU_ID,PERIOD,TITLE_ID,CATEGORY,
                     OWNER_ID,STATUS,OPENED_DATE,OPENED_BY,
                     RESOLVED_DATE,RESOLUTION,STMT_LINKED,NOTE_CT)
                   VALUES
                    (:WS-CASE-NO,:WS-AU-ID,:WS-PERIOD,
                     :WS-TITLE-ID:WS-TITLE-IND,:WS-CATEGORY,
                     :WS-OWNER-ID,'O',:WS-BUSINESS-DATE,
                     :SIGN-OPER-ID,' ',' ',:WS-STMT-LINKED,0)
               END-EXEC

               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'insert ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE

               IF SQLCODE = ZERO
                   IF WS-NOTE-TEXT NOT = SPACES
                       PERFORM 600-WRITE-NOTE
                   END-IF
                   MOVE 'CHG CASE OPEN' TO JRNL-ACTION
                   MOVE WS-CASE-NO TO JRNL-KEY
                   CALL 'OPERJRNL' USING JRNL-PARM-AREA
                   END-CALL
                   DISPLAY 'Case ' WS-CASE-NO ' opened for '
                           WS-AU-ID ', owner ' WS-OWNER-ID
               END-IF
           END-IF.

       400-ADD-NOTE.
           PERFORM 450-ACCEPT-AND-GET-CASE
           IF WS-CASE-FOUND
               DISPLAY 'Enter the note: '
               ACCEPT WS-NOTE-TEXT
               IF WS-NOTE-TEXT = SPACES
                   DISPLAY 'No note entered'
               ELSE
                   PERFORM 600-WRITE-NOTE
                   IF SQLCODE = ZERO
                       MOVE 'CHG CASE NOTE' TO JRNL-ACTION
                       MOVE WS-CASE-NO TO JRNL-KEY
                       CALL 'OPERJRNL' USING JRNL-PARM-AREA
                       END-CALL
                       DISPLAY 'Note added to case ' WS-CASE-NO
                   END-IF
               END-IF
           END-IF.

       420-REASSIGN-CASE.
           PERFORM 450-ACCEPT-AND-GET-CASE
           IF WS-CASE-FOUND
               IF NOT WS-CASE-ACTIVE
                   DISPLAY 'Case is resolved - no reassignment'
               ELSE
                   MOVE WS-OWNER-ID TO WS-OLD-OWNER-ID
                   DISPLAY 'Current owner ' WS-OLD-OWNER-ID
                   DISPLAY 'Enter new owning operator: '
                   ACCEPT WS-OWNER-ID
                   MOVE SPACES TO WS-EDIT-REASON
                   PERFORM 260-CHECK-OWNER
                   IF WS-EDIT-REASON NOT = SPACES
                       DISPLAY WS-EDIT-REASON ' - no reassignment'
                   ELSE
                       EXEC SQL
                           UPDATE AUTHCASE
                              SET OWNER_ID = :WS-OWNER-ID
                              WHERE CASE_NO = :WS-CASE-NO
                       END-EXEC
                       MOVE SQLCODE TO DISP-CODE
                       DISPLAY 'update ' DISP-CODE
                       PERFORM 900-CHECK-SQLCODE
                       IF SQLCODE = ZERO
                           MOVE SPACES TO WS-NOTE-TEXT
                           STRING 'REASSIGNED FROM ' WS-OLD-OWNER-ID
                                  ' TO ' WS-OWNER-ID
                               DELIMITED BY SIZE INTO WS-NOTE-TEXT
                           PERFORM 600-WRITE-NOTE
                           MOVE 'CHG CASE OWNER' TO JRNL-ACTION
                           MOVE WS-CASE-NO TO JRNL-KEY
                           CALL 'OPERJRNL' USING JRNL-PARM-AREA
                           END-CALL
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    an open case goes on hold while the desk waits on the
      *    author or another department, and comes back open
      *    when it moves again -- the reason goes on the notes
       440-HOLD-OR-RELEASE.
           PERFORM 450-ACCEPT-AND-GET-CASE
           IF WS-CASE-FOUND
               IF NOT WS-CASE-ACTIVE
                   DISPLAY 'Case is resolved - open a new case'
               ELSE
                   IF WS-CASE-OPEN
                       MOVE 'H' TO WS-NEW-STATUS
                       DISPLAY 'Reason for the hold: '
                   ELSE
                       MOVE 'O' TO WS-NEW-STATUS
                       DISPLAY 'Reason for the release: '
                   END-IF
                   ACCEPT WS-NOTE-TEXT
                   IF WS-NOTE-TEXT = SPACES
                       DISPLAY 'A reason is required - no change'
                   ELSE
                       EXEC SQL
                           UPDATE AUTHCASE
                              SET STATUS = :WS-NEW-STATUS
                              WHERE CASE_NO = :WS-CASE-NO
                                AND STATUS = :WS-CASE-STATUS
                       END-EXEC
                       MOVE SQLCODE TO DISP-CODE
                       DISPLAY 'update ' DISP-CODE
                       PERFORM 900-CHECK-SQLCODE
                       IF SQLCODE = ZERO
                           PERFORM 460-STATUS-NOTE
                           PERFORM 600-WRITE-NOTE
                           MOVE SPACES TO JRNL-ACTION
                           STRING 'CHG CASE STATUS ' WS-NEW-STATUS
                               DELIMITED BY SIZE INTO JRNL-ACTION
                           MOVE WS-CASE-NO TO JRNL-KEY
                           CALL 'OPERJRNL' USING JRNL-PARM-AREA
                           END-CALL
                           DISPLAY 'Case ' WS-CASE-NO
                                   ' now status ' WS-NEW-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       450-ACCEPT-AND-GET-CASE.
           DISPLAY 'Enter case number (8 digits): '
           ACCEPT WS-CASE-NO
           MOVE 'N' TO WS-CASE-FOUND-SW
           EXEC SQL
               SELECT AU_ID, PERIOD, TITLE_ID, CATEGORY, OWNER_ID,
                      STATUS, OPENED_DATE, OPENED_BY,
                      RESOLVED_DATE, RESOLUTION, STMT_LINKED
                  INTO :WS-AU-ID, :WS-PERIOD,
                       :WS-TITLE-ID:WS-TITLE-IND, :WS-CATEGORY,
                       :WS-OWNER-ID, :WS-CASE-STATUS,
                       :WS-OPENED-DATE, :WS-OPENED-BY,
                       :WS-RESOLVED-DATE, :WS-RESOLUTION,
                       :WS-STMT-LINKED
                  FROM AUTHCASE
                  WHERE CASE_NO = :WS-CASE-NO
           END-EXEC
           IF SQLCODE = 100
               DISPLAY 'No such case: ' WS-CASE-NO
           ELSE
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO
                   SET WS-CASE-FOUND TO TRUE
               ELSE
                   DISPLAY 'Case lookup failed'
               END-IF
           END-IF.

      *    the status change leads the note so the trail reads on
      *    its own; the operator's reason follows as far as it fits
       460-STATUS-NOTE.
           MOVE WS-NOTE-TEXT TO WS-NOTE-WORK
           MOVE SPACES TO WS-NOTE-TEXT
           IF WS-NEW-STATUS = 'H'
               STRING 'HELD: ' WS-NOTE-WORK
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
           ELSE
               STRING 'RELEASED: ' WS-NOTE-WORK
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
           END-IF.

      *    resolution closes the dispute, so it takes the
      *    maintenance level -- and a case closed as adjusted must
      *    already have its ROYADJ memo entered against it
       500-RESOLVE-CASE.
           IF NOT SIGN-AUTH-MAINT
               DISPLAY 'Not authorized to resolve cases'
           ELSE
               PERFORM 450-ACCEPT-AND-GET-CASE
               IF WS-CASE-FOUND
                   IF NOT WS-CASE-ACTIVE
                       DISPLAY 'Case is already resolved'
                   ELSE
                       PERFORM 520-RESOLVE-ACTIVE-CASE
                   END-IF
               END-IF
           END-IF.

       520-RESOLVE-ACTIVE-CASE.
           DISPLAY 'Resolution - A adjusted, N no change, '
                   'W withdrawn: '
           ACCEPT WS-RESOLUTION
           DISPLAY 'Enter the resolution note: '
           ACCEPT WS-NOTE-TEXT

           MOVE ZERO TO WS-ADJ-LINK-CT
           IF WS-RESOLVED-ADJUSTED
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ADJ-LINK-CT
                      FROM ROYADJ
                      WHERE CASE_NO = :WS-CASE-NO
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE < ZERO
                   MOVE ZERO TO WS-ADJ-LINK-CT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-RESOLUTION-VALID
                   DISPLAY 'Resolution must be A, N or W - '
                           'not resolved'
               WHEN WS-NOTE-TEXT = SPACES
                   DISPLAY 'A resolution note is required - '
                           'not resolved'
               WHEN WS-RESOLVED-ADJUSTED AND WS-ADJ-LINK-CT = ZERO
                   DISPLAY 'No ROYADJ memo carries this case - '
                           'enter it on ADJMNT first'
               WHEN OTHER
                   EXEC SQL
                       UPDATE AUTHCASE
                          SET STATUS = 'R',
                              RESOLVED_DATE = :WS-BUSINESS-DATE,
                              RESOLUTION = :WS-RESOLUTION
                          WHERE CASE_NO = :WS-CASE-NO
                            AND STATUS IN ('O','H')
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'update ' DISP-CODE
                   PERFORM 900-CHECK-SQLCODE
                   IF SQLCODE = ZERO
                       MOVE WS-NOTE-TEXT TO WS-NOTE-WORK
                       MOVE SPACES TO WS-NOTE-TEXT
                       STRING 'RESOLVED ' WS-RESOLUTION ': '
                              WS-NOTE-WORK
                           DELIMITED BY SIZE INTO WS-NOTE-TEXT
                       PERFORM 600-WRITE-NOTE
                       MOVE SPACES TO JRNL-ACTION
                       STRING 'CHG CASE RESOLVE ' WS-RESOLUTION
                           DELIMITED BY SIZE INTO JRNL-ACTION
                       MOVE WS-CASE-NO TO JRNL-KEY
                       CALL 'OPERJRNL' USING JRNL-PARM-AREA
                       END-CALL
                       DISPLAY 'Case ' WS-CASE-NO ' resolved'
                   END-IF
           END-EVALUATE.

      *    notes are numbered per case off the case row's own
      *    counter -- the increment locks the case row for the
      *    draw, so two operators noting the same case at once
      *    can't collide on a sequence number
       600-WRITE-NOTE.
           EXEC SQL
               UPDATE AUTHCASE
                  SET NOTE_CT = NOTE_CT + 1
                  WHERE CASE_NO = :WS-CASE-NO
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT NOTE_CT INTO :WS-NOTE-SEQ
                      FROM AUTHCASE
                      WHERE CASE_NO = :WS-CASE-NO
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
           END-IF
           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO AUTHCASE_NOTE
                    (CASE_NO,NOTE_SEQ,NOTE_DATE,OPER_ID,NOTE_TEXT)
                   VALUES
                    (:WS-CASE-NO,:WS-NOTE-SEQ,:WS-BUSINESS-DATE,
                     :SIGN-OPER-ID,:WS-NOTE-TEXT)
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'Note could not be recorded'
           END-IF.

       700-SHOW-CASE.
           PERFORM 450-ACCEPT-AND-GET-CASE
           IF WS-CASE-FOUND
               DISPLAY '--- CASE ' WS-CASE-NO ' ---'
               DISPLAY 'author     ' WS-AU-ID
               DISPLAY 'category   ' WS-CATEGORY
               DISPLAY 'status     ' WS-CASE-STATUS
               DISPLAY 'owner      ' WS-OWNER-ID
               DISPLAY 'opened     ' WS-OPENED-DATE ' by '
                       WS-OPENED-BY
               IF WS-PERIOD NOT = SPACES
                   DISPLAY 'period     ' WS-PERIOD
               END-IF
               IF WS-TITLE-IND NOT < 0
                   DISPLAY 'title      ' WS-TITLE-ID
               END-IF
               IF WS-CASE-RESOLVED
                   DISPLAY 'resolved   ' WS-RESOLVED-DATE
                           ' resolution ' WS-RESOLUTION
               END-IF

               IF WS-PERIOD NOT = SPACES
                   DISPLAY '--- STATEMENT ' WS-PERIOD ' ---'
                   SET WS-STMA-SHOW TO TRUE
                   PERFORM 270-SCAN-STATEMENT
                   IF NOT WS-STMA-FOUND
                       DISPLAY '(statement not on the archive)'
                   END-IF
               END-IF

               PERFORM 720-SHOW-NOTES
               PERFORM 740-SHOW-LINKED-MEMOS
           END-IF.

       720-SHOW-NOTES.
           DISPLAY '--- NOTES ---'
           MOVE 'N'  TO WS-BRW-EOF-SW
           MOVE ZERO TO WS-BRW-CT
           EXEC SQL
               OPEN CASENOTECUR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           PERFORM 730-SHOW-ONE-NOTE UNTIL WS-BRW-EOF
           EXEC SQL
               CLOSE CASENOTECUR
           END-EXEC
           IF WS-BRW-CT = ZERO
               DISPLAY '(no notes)'
           END-IF.

       730-SHOW-ONE-NOTE.
           EXEC SQL
               FETCH CASENOTECUR INTO
                  :WS-NOTE-SEQ, :WS-BRW-NOTE-DATE, :WS-BRW-OPER-ID,
                  :WS-NOTE-TEXT
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-BRW-EOF TO TRUE
           ELSE
               ADD 1 TO WS-BRW-CT
               MOVE WS-NOTE-SEQ TO WS-DISP-SEQ
               DISPLAY WS-DISP-SEQ ' ' WS-BRW-NOTE-DATE ' '
                       WS-BRW-OPER-ID ' ' WS-NOTE-TEXT
           END-IF.

       740-SHOW-LINKED-MEMOS.
           DISPLAY '--- ADJUSTMENT MEMOS ---'
           MOVE 'N'  TO WS-BRW-EOF-SW
           MOVE ZERO TO WS-BRW-CT
           EXEC SQL
               OPEN CASEADJCUR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           PERFORM 750-SHOW-ONE-MEMO UNTIL WS-BRW-EOF
           EXEC SQL
               CLOSE CASEADJCUR
           END-EXEC
           IF WS-BRW-CT = ZERO
               DISPLAY '(no memos against this case)'
           END-IF.

       750-SHOW-ONE-MEMO.
           EXEC SQL
               FETCH CASEADJCUR INTO
                  :WS-BRW-TITLE-ID, :WS-BRW-TYPE, :WS-BRW-AMOUNT,
                  :WS-BRW-REASON, :WS-BRW-STATUS,
                  :WS-BRW-APPLIED-PER
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-BRW-EOF TO TRUE
           ELSE
               ADD 1 TO WS-BRW-CT
               MOVE WS-BRW-AMOUNT TO WS-DISP-AMT
               DISPLAY 'title ' WS-BRW-TITLE-ID ' ' WS-BRW-TYPE
                       ' ' WS-DISP-AMT ' reason ' WS-BRW-REASON
                       ' status ' WS-BRW-STATUS
                       ' applied ' WS-BRW-APPLIED-PER
           END-IF.

       800-LIST-AUTHOR-CASES.
           DISPLAY 'Enter AU_ID: '
           ACCEPT WS-AU-ID
           MOVE 'N'  TO WS-BRW-EOF-SW
           MOVE ZERO TO WS-BRW-CT
           EXEC SQL
               OPEN CASELISTCUR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           PERFORM 850-LIST-ONE-CASE UNTIL WS-BRW-EOF
           EXEC SQL
               CLOSE CASELISTCUR
           END-EXEC
           IF WS-BRW-CT = ZERO
               DISPLAY 'No cases on file for ' WS-AU-ID
           END-IF.

       850-LIST-ONE-CASE.
           EXEC SQL
               FETCH CASELISTCUR INTO
                  :WS-CASE-NO, :WS-CATEGORY, :WS-PERIOD,
                  :WS-CASE-STATUS, :WS-OWNER-ID, :WS-OPENED-DATE,
                  :WS-RESOLUTION
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-BRW-EOF TO TRUE
           ELSE
               ADD 1 TO WS-BRW-CT
               DISPLAY 'case ' WS-CASE-NO ' ' WS-CATEGORY
                       ' period ' WS-PERIOD ' status '
                       WS-CASE-STATUS ' ' WS-RESOLUTION
                       ' owner ' WS-OWNER-ID ' opened '
                       WS-OPENED-DATE
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the session can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM CASEMNT.
