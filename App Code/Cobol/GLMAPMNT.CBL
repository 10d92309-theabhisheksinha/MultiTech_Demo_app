       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPMNT.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO WS-MAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD           PIC X(42).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY AUDITPARM.
           COPY SIGNPARM.
           COPY JRNLPARM.
           COPY GLMCPARM.
           COPY GLMAPREC.

      *    online maintenance for the two GL account maps,
      *    GLMAP.DAT for the payroll journal and ROYGLMAP.DAT for
      *    the royalty journals -- both used to be keyed with an
      *    editor and a wrong account surfaced only when the month
      *    end journal would not balance.  Every account is asked
      *    of GLMAPCOV before the card goes on, so it must be open
      *    on the GLCOA.DAT chart extract in the class the card
      *    posts to.  A fixed offset card can be changed but never
      *    taken off, and a jurisdiction card stays while authors
      *    still live there.  Every change reaches AUDITLOG.
      *    Looking is open to any signed-on operator; changing a
      *    map moves the ledger, so it takes the royalty level.
       01 WS-MAP-FILE-NAME      PIC X(12).
       01 WS-MAP-FILE-STATUS    PIC XX.
       01 WS-MAP-EOF-SW         PIC X.
           88 WS-MAP-EOF            VALUE 'Y'.
       01 WS-MAP-OK-SW          PIC X.
           88 WS-MAP-OK             VALUE 'Y'.
       01 WS-LOAD-FAILED-SW     PIC X.
           88 WS-LOAD-FAILED        VALUE 'Y'.

       01 WS-MENU-CHOICE        PIC X.
       01 WS-MAP-CHOICE         PIC X.
       01 WS-DONE-SW            PIC X VALUE 'N'.
           88 WS-DONE               VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.

       01 WS-STATE              PIC X(2).
       01 WS-COUNTRY            PIC X(30).
       01 WS-NEW-ACCOUNT        PIC X(8).
       01 WS-OLD-ACCOUNT        PIC X(8).
       01 WS-FIXED-CARD-SW      PIC X.
           88 WS-FIXED-CARD         VALUE 'Y'.
       01 WS-AUTHOR-CT          PIC S9(9) COMP.
       01 DISP-AUTHOR-CT        PIC ZZZ,ZZ9.

      *    the whole map held in storage and written back in one
      *    pass, the RUNPUPD shape for RUNPARM.DAT
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 500 TIMES
                                PIC X(42).
       01 WS-CARD-CT            PIC 9(4) COMP VALUE ZERO.
       01 WS-CARD-SUB           PIC 9(4) COMP.
       01 WS-MATCH-SUB          PIC 9(4) COMP.
      *    the journal steps hold at most a hundred cards besides
      *    the offset cards they keep apart -- one more would be
      *    dropped without a word when they load the map
       01 WS-TABLE-CT           PIC 9(4) COMP.

       01 WS-CARD-KEY.
           05 WS-KEY-MAP        PIC X.
           05 WS-KEY-STATE      PIC X(2).
           05 WS-KEY-COUNTRY    PIC X(8).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'GLMAPMNT' TO SIGN-CALLER-ID
           CALL 'SIGNON' USING SIGN-PARM-AREA
           END-CALL
           IF NOT SIGN-RC-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SIGN-AUTH-INQUIRY
               DISPLAY 'Not authorized for the GL account maps'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SIGN-OPER-ID TO AUDIT-USER-ID
           MOVE 'GLMAPMNT' TO JRNL-CALLER-ID
           MOVE SIGN-OPER-ID TO JRNL-OPER-ID

           MOVE 'GLMAPMNT' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

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
                       PERFORM 200-LIST-MAP
                   WHEN '2'
                       IF SIGN-AUTH-ROYALTY
                           PERFORM 300-CHANGE-CARD
                       ELSE
                           DISPLAY 'Not authorized for map changes'
                       END-IF
                   WHEN '3'
                       IF SIGN-AUTH-ROYALTY
                           PERFORM 400-REMOVE-CARD
                       ELSE
                           DISPLAY 'Not authorized for map changes'
                       END-IF
                   WHEN '0'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'Invalid choice, please try again'
               END-EVALUATE
           END-PERFORM
           .
       100-EXIT.
      *    a map rewrite or SQL failure anywhere in the session
      *    shows in the return code instead of exiting RC=0
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       150-DISPLAY-MENU.
           DISPLAY ' '
           DISPLAY 'GL Account Map Maintenance Menu'
           DISPLAY '  1. List a map'
           DISPLAY '  2. Add or change a card'
           DISPLAY '  3. Remove a card'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

       160-ACCEPT-MAP-ID.
           MOVE 'N' TO WS-MAP-OK-SW
           DISPLAY 'Which map - G payroll (GLMAP.DAT) or '
                   'R royalty (ROYGLMAP.DAT): '
           ACCEPT WS-MAP-CHOICE
           MOVE WS-MAP-CHOICE TO GLMC-MAP-ID
           EVALUATE TRUE
               WHEN GLMC-MAP-COMP
                   MOVE 'GLMAP.DAT' TO WS-MAP-FILE-NAME
                   SET WS-MAP-OK TO TRUE
               WHEN GLMC-MAP-ROYALTY
                   MOVE 'ROYGLMAP.DAT' TO WS-MAP-FILE-NAME
                   SET WS-MAP-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'No such map'
           END-EVALUATE.

       170-ACCEPT-CARD-NAME.
           DISPLAY 'State, or the two symbols of a fixed card: '
           ACCEPT WS-STATE
           MOVE 'N' TO WS-FIXED-CARD-SW
           MOVE SPACES TO WS-COUNTRY
           IF WS-STATE IS NOT ALPHABETIC
               SET WS-FIXED-CARD TO TRUE
           ELSE
               DISPLAY 'Country: '
               ACCEPT WS-COUNTRY
           END-IF
           MOVE GLMC-MAP-ID TO WS-KEY-MAP
           MOVE WS-STATE    TO WS-KEY-STATE
           MOVE WS-COUNTRY  TO WS-KEY-COUNTRY.

       200-LIST-MAP.
           PERFORM 160-ACCEPT-MAP-ID
           IF WS-MAP-OK
               MOVE 'N' TO WS-MAP-EOF-SW
               OPEN INPUT GL-MAP-FILE
               IF WS-MAP-FILE-STATUS NOT = '00'
                   DISPLAY 'No account map file, status '
                           WS-MAP-FILE-STATUS
                   SET WS-MAP-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-MAP-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET WS-MAP-EOF TO TRUE
                   END-READ
                   IF NOT WS-MAP-EOF
                       MOVE GL-MAP-RECORD TO GL-MAP-LINE
                       DISPLAY GM-STATE ' ' GM-COUNTRY ' '
                               GM-ACCOUNT
                   END-IF
               END-PERFORM
               IF WS-MAP-FILE-STATUS = '00' OR '10'
                   CLOSE GL-MAP-FILE
               END-IF
           END-IF.

       300-CHANGE-CARD.
           PERFORM 160-ACCEPT-MAP-ID
           IF NOT WS-MAP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 170-ACCEPT-CARD-NAME
           IF NOT WS-FIXED-CARD
              AND WS-STATE = SPACES
              AND WS-COUNTRY = SPACES
               DISPLAY 'A card needs a state or a country'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'GL account: '
           ACCEPT WS-NEW-ACCOUNT
           IF WS-NEW-ACCOUNT = SPACES
               DISPLAY 'Account is required - use remove to take a '
                       'card off'
               EXIT PARAGRAPH
           END-IF

      *    the chart says whether the account may go on at all
           SET GLMC-FUNC-ACCOUNT TO TRUE
           MOVE WS-STATE       TO GLMC-CARD-STATE
           MOVE WS-NEW-ACCOUNT TO GLMC-ACCOUNT
           CALL 'GLMAPCOV' USING GLMC-PARM-AREA
           END-CALL
           IF NOT GLMC-RC-OK
               DISPLAY 'Card refused: ' GLMC-PROBLEM-TEXT(1)
               EXIT PARAGRAPH
           END-IF

           PERFORM 500-LOAD-MAP
           IF WS-LOAD-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM 550-FIND-CARD

           IF WS-MATCH-SUB > ZERO
               IF WS-OLD-ACCOUNT = WS-NEW-ACCOUNT
                   DISPLAY 'Card already names that account - '
                           'nothing changed'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CARD-ENTRY(WS-MATCH-SUB) TO GL-MAP-LINE
               MOVE WS-NEW-ACCOUNT TO GM-ACCOUNT
               MOVE GL-MAP-LINE TO WS-CARD-ENTRY(WS-MATCH-SUB)
               MOVE 'UPDATE' TO AUDIT-OPERATION
           ELSE
               IF WS-CARD-CT NOT < 500
                  OR (NOT WS-FIXED-CARD AND WS-TABLE-CT NOT < 100)
                   DISPLAY 'Map is full - the journal steps would '
                           'not load another card'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CARD-CT
               MOVE SPACES         TO GL-MAP-LINE
               MOVE WS-STATE       TO GM-STATE
               MOVE WS-COUNTRY     TO GM-COUNTRY
               MOVE WS-NEW-ACCOUNT TO GM-ACCOUNT
               MOVE GL-MAP-LINE TO WS-CARD-ENTRY(WS-CARD-CT)
               MOVE 'INSERT' TO AUDIT-OPERATION
           END-IF

           PERFORM 600-REWRITE-MAP
           IF NOT WS-RUN-FAILED
               PERFORM 700-LOG-CHANGE
               DISPLAY 'Card written to ' WS-MAP-FILE-NAME
           END-IF.

      *    the offset cards are what the journals balance against,
      *    and a jurisdiction with authors in it would leave their
      *    lines unposted -- neither comes off here
       400-REMOVE-CARD.
           PERFORM 160-ACCEPT-MAP-ID
           IF NOT WS-MAP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 170-ACCEPT-CARD-NAME
           IF WS-STATE = '**'
              OR (GLMC-MAP-ROYALTY AND WS-STATE = '$$')
               DISPLAY 'An offset card cannot be removed - change '
                       'its account instead'
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-FIXED-CARD
               MOVE ZERO TO WS-AUTHOR-CT
               EXEC SQL
                   SELECT COUNT(*)
                      INTO :WS-AUTHOR-CT
                      FROM authors
                      WHERE STATE = :WS-STATE
                        AND COUNTRY = :WS-COUNTRY
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM 900-CHECK-SQLCODE
                   DISPLAY 'Authors lookup failed - card kept'
                   EXIT PARAGRAPH
               END-IF
               IF WS-AUTHOR-CT > ZERO
                   MOVE WS-AUTHOR-CT TO DISP-AUTHOR-CT
                   DISPLAY DISP-AUTHOR-CT ' authors still map to '
                           'this card - card kept'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 500-LOAD-MAP
           IF WS-LOAD-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM 550-FIND-CARD
           IF WS-MATCH-SUB = ZERO
               DISPLAY 'No such card on ' WS-MAP-FILE-NAME
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CARD-SUB FROM WS-MATCH-SUB BY 1
                   UNTIL WS-CARD-SUB NOT < WS-CARD-CT
               MOVE WS-CARD-ENTRY(WS-CARD-SUB + 1)
                   TO WS-CARD-ENTRY(WS-CARD-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-CARD-CT
           MOVE SPACES TO WS-NEW-ACCOUNT
           MOVE 'DELETE' TO AUDIT-OPERATION

           PERFORM 600-REWRITE-MAP
           IF NOT WS-RUN-FAILED
               PERFORM 700-LOG-CHANGE
               DISPLAY 'Card removed from ' WS-MAP-FILE-NAME
           END-IF.

       500-LOAD-MAP.
           MOVE 'N' TO WS-MAP-EOF-SW WS-LOAD-FAILED-SW
           MOVE ZERO TO WS-CARD-CT WS-TABLE-CT
           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'No account map file, status '
                       WS-MAP-FILE-STATUS ' - nothing changed'
               SET WS-LOAD-FAILED TO TRUE
               SET WS-MAP-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-MAP-EOF
               READ GL-MAP-FILE
                   AT END
                       SET WS-MAP-EOF TO TRUE
               END-READ
               IF NOT WS-MAP-EOF
                   IF WS-CARD-CT < 500
                       ADD 1 TO WS-CARD-CT
                       MOVE GL-MAP-RECORD TO WS-CARD-ENTRY(WS-CARD-CT)
                       MOVE GL-MAP-RECORD TO GL-MAP-LINE
                       IF GM-ACCOUNT NOT = SPACES
                          AND GM-STATE NOT = '**'
                          AND NOT (GLMC-MAP-ROYALTY AND GM-STATE = '$$')
                           ADD 1 TO WS-TABLE-CT
                       END-IF
                   ELSE
      *                a partial load must not reach the rewrite --
      *                writing back only what fit would drop every
      *                card past the table
                       DISPLAY 'Map table full - change refused, '
                               'nothing changed'
                       SET WS-LOAD-FAILED TO TRUE
                       SET WS-MAP-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MAP-FILE-STATUS = '00' OR '10'
               CLOSE GL-MAP-FILE
           END-IF.

      *    the first card for a jurisdiction is the one the journal
      *    steps post through, so it is the one changed here; a
      *    fixed card is known by its symbols alone
       550-FIND-CARD.
           MOVE ZERO TO WS-MATCH-SUB
           MOVE SPACES TO WS-OLD-ACCOUNT
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-CT
                      OR WS-MATCH-SUB > ZERO
               MOVE WS-CARD-ENTRY(WS-CARD-SUB) TO GL-MAP-LINE
               IF GM-STATE = WS-STATE
                  AND GM-ACCOUNT NOT = SPACES
                  AND (WS-FIXED-CARD OR GM-COUNTRY = WS-COUNTRY)
                   MOVE WS-CARD-SUB TO WS-MATCH-SUB
                   MOVE GM-ACCOUNT TO WS-OLD-ACCOUNT
               END-IF
           END-PERFORM.

       600-REWRITE-MAP.
           OPEN OUTPUT GL-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'Account map rewrite failed, status '
                       WS-MAP-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                       UNTIL WS-CARD-SUB > WS-CARD-CT
                   MOVE WS-CARD-ENTRY(WS-CARD-SUB) TO GL-MAP-RECORD
                   WRITE GL-MAP-RECORD
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

       700-LOG-CHANGE.
           MOVE 'GLMAPMNT'  TO AUDIT-CALLER-ID
           MOVE WS-CARD-KEY TO AUDIT-AU-ID
           MOVE 1           TO AUDIT-ROWS-AFFECTED
           MOVE SPACES      TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
           IF AUDIT-OPERATION = 'INSERT'
               MOVE 'NONE' TO AUDIT-BEFORE-IMAGE
           ELSE
               STRING 'ACCT=' WS-OLD-ACCOUNT ' CTRY=' WS-COUNTRY
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
           END-IF
           IF AUDIT-OPERATION = 'DELETE'
               MOVE 'CARD REMOVED' TO AUDIT-AFTER-IMAGE
           ELSE
               STRING 'ACCT=' WS-NEW-ACCOUNT ' CTRY=' WS-COUNTRY
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
           END-IF
           CALL 'AUDITLOG' USING AUDIT-PARM-AREA
           END-CALL

           MOVE SPACES TO JRNL-ACTION
           STRING 'CHG ' AUDIT-OPERATION
               DELIMITED BY SIZE INTO JRNL-ACTION
           MOVE AUDIT-AU-ID TO JRNL-KEY
           CALL 'OPERJRNL' USING JRNL-PARM-AREA
           END-CALL.

       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM GLMAPMNT.
