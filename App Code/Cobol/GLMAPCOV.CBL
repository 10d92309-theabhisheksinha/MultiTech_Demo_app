       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPCOV.
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
           SELECT GL-CHART-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD           PIC X(42).
       FD  GL-CHART-FILE.
       01  GL-CHART-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
      *    chart-of-accounts and coverage proof for the two GL
      *    account maps -- see GLMCPARM.  The journal steps load
      *    a map into a hundred-card table and take the first
      *    card for a jurisdiction, so a map the steps would
      *    read differently from the way it was keyed is as much
      *    a problem as a missing account.
       01  WS-MAP-FILE-NAME        PIC X(12).
       01  WS-MAP-FILE-STATUS      PIC XX.
       01  WS-COA-FILE-STATUS      PIC XX.
       01  WS-EOF-SW               PIC X.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-FAILED-SW            PIC X.
           88  WS-FAILED               VALUE 'Y'.
       01  WS-FOUND-SW             PIC X.
           88  WS-FOUND                VALUE 'Y'.

           COPY GLCOAREC.
           COPY GLMAPREC.

       01  WS-CHART-TABLE.
           05  WS-CHART-ENTRY OCCURS 3000 TIMES.
               10  WS-CH-ACCOUNT       PIC X(8).
               10  WS-CH-CLASS         PIC X.
               10  WS-CH-STATUS        PIC X.
       01  WS-CHART-CT             PIC 9(5) COMP VALUE ZERO.
       01  WS-CHART-SUB            PIC 9(5) COMP.

      *    the cards as the journal steps would hold them
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 100 TIMES.
               10  WS-CD-STATE         PIC X(2).
               10  WS-CD-COUNTRY       PIC X(30).
               10  WS-CD-ACCOUNT       PIC X(8).
       01  WS-CARD-CT              PIC 9(4) COMP VALUE ZERO.
       01  WS-CARD-SUB             PIC 9(4) COMP.
       01  WS-DUP-SUB              PIC 9(4) COMP.
       01  WS-OFFSET-CT            PIC 9(4) COMP.
       01  WS-CASH-CT              PIC 9(4) COMP.

      *    the class of account a card must name -- expense for a
      *    jurisdiction, and per fixed card as GLMAPREC lists them
       01  WS-WANT-CLASS           PIC X.
       01  WS-CHECK-STATE          PIC X(2).
       01  WS-CHECK-COUNTRY        PIC X(30).
       01  WS-CHECK-ACCOUNT        PIC X(8).
       01  WS-CARD-NAME            PIC X(34).
       01  WS-PROBLEM-TEXT         PIC X(60).

       01  WS-AU-STATE             PIC X(2).
       01  WS-AU-STATE-IND         PIC S9(4) COMP.
       01  WS-AU-COUNTRY           PIC X(30).
       01  WS-AU-COUNTRY-IND       PIC S9(4) COMP.
       01  WS-AU-MORE-SW           PIC X.
           88  WS-AU-NO-MORE           VALUE 'N'.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       LINKAGE SECTION.
           COPY GLMCPARM.

       PROCEDURE DIVISION USING GLMC-PARM-AREA.
       100-CHECK-MAP.
           SET GLMC-RC-FAILED TO TRUE
           MOVE ZERO TO GLMC-CARD-CT GLMC-PROBLEM-CT
           MOVE SPACES TO GLMC-PROBLEM-TEXT(1)
           MOVE 'N' TO WS-FAILED-SW

           IF GLMC-MAP-COMP
               MOVE 'GLMAP.DAT' TO WS-MAP-FILE-NAME
           ELSE
               MOVE 'ROYGLMAP.DAT' TO WS-MAP-FILE-NAME
           END-IF

           PERFORM 200-LOAD-CHART
           IF WS-FAILED
               GOBACK
           END-IF

           IF GLMC-FUNC-ACCOUNT
               MOVE GLMC-CARD-STATE TO WS-CHECK-STATE
               MOVE SPACES          TO WS-CHECK-COUNTRY
               MOVE GLMC-ACCOUNT    TO WS-CHECK-ACCOUNT
               PERFORM 400-CHECK-ONE-CARD
           ELSE
               PERFORM 300-LOAD-MAP
               IF WS-FAILED
                   GOBACK
               END-IF
               PERFORM 450-CHECK-EVERY-CARD
               PERFORM 500-CHECK-OFFSET-CARDS
               PERFORM 600-CHECK-AUTHOR-COVERAGE
               IF WS-FAILED
                   GOBACK
               END-IF
           END-IF

           IF GLMC-PROBLEM-CT = ZERO
               SET GLMC-RC-OK TO TRUE
           ELSE
               SET GLMC-RC-PROBLEMS TO TRUE
           END-IF
           GOBACK.

       200-LOAD-CHART.
           MOVE ZERO TO WS-CHART-CT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT GL-CHART-FILE
           IF WS-COA-FILE-STATUS NOT = '00'
               MOVE 'NO CHART-OF-ACCOUNTS EXTRACT (GLCOA.DAT) TO CHECK'
                   TO GLMC-PROBLEM-TEXT(1)
               SET WS-FAILED TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 250-LOAD-ONE-ACCOUNT UNTIL WS-EOF
           IF WS-COA-FILE-STATUS = '00' OR '10'
               CLOSE GL-CHART-FILE
           END-IF.

       250-LOAD-ONE-ACCOUNT.
           READ GL-CHART-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               MOVE GL-CHART-RECORD TO GL-CHART-LINE
               IF WS-CHART-CT < 3000
                   ADD 1 TO WS-CHART-CT
                   MOVE COA-ACCOUNT TO WS-CH-ACCOUNT(WS-CHART-CT)
                   MOVE COA-CLASS   TO WS-CH-CLASS(WS-CHART-CT)
                   MOVE COA-STATUS  TO WS-CH-STATUS(WS-CHART-CT)
               ELSE
      *            a partial chart would refuse good accounts as
      *            missing -- better to say the check could not run
                   MOVE 'CHART EXTRACT LARGER THAN THE TABLE'
                       TO GLMC-PROBLEM-TEXT(1)
                   SET WS-FAILED TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

      *    loaded the way the journal steps load it: blank-account
      *    cards are skipped, the fixed offset cards are counted
      *    apart, and the first hundred of the rest are the map
       300-LOAD-MAP.
           MOVE ZERO TO WS-CARD-CT WS-OFFSET-CT WS-CASH-CT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               MOVE SPACES TO GLMC-PROBLEM-TEXT(1)
               STRING 'NO ACCOUNT MAP FILE ' WS-MAP-FILE-NAME
                   DELIMITED BY SIZE INTO GLMC-PROBLEM-TEXT(1)
               SET WS-FAILED TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 350-LOAD-ONE-CARD UNTIL WS-EOF
           IF WS-MAP-FILE-STATUS = '00' OR '10'
               CLOSE GL-MAP-FILE
           END-IF.

       350-LOAD-ONE-CARD.
           READ GL-MAP-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               MOVE GL-MAP-RECORD TO GL-MAP-LINE
               IF GM-ACCOUNT NOT = SPACES
                   ADD 1 TO GLMC-CARD-CT
                   EVALUATE TRUE
                       WHEN GM-STATE = '**'
                           ADD 1 TO WS-OFFSET-CT
                           MOVE GM-STATE   TO WS-CHECK-STATE
                           MOVE SPACES     TO WS-CHECK-COUNTRY
                           MOVE GM-ACCOUNT TO WS-CHECK-ACCOUNT
                           PERFORM 400-CHECK-ONE-CARD
                       WHEN GM-STATE = '$$' AND GLMC-MAP-ROYALTY
                           ADD 1 TO WS-CASH-CT
                           MOVE GM-STATE   TO WS-CHECK-STATE
                           MOVE SPACES     TO WS-CHECK-COUNTRY
                           MOVE GM-ACCOUNT TO WS-CHECK-ACCOUNT
                           PERFORM 400-CHECK-ONE-CARD
                       WHEN WS-CARD-CT < 100
                           ADD 1 TO WS-CARD-CT
                           MOVE GM-STATE
                               TO WS-CD-STATE(WS-CARD-CT)
                           MOVE GM-COUNTRY
                               TO WS-CD-COUNTRY(WS-CARD-CT)
                           MOVE GM-ACCOUNT
                               TO WS-CD-ACCOUNT(WS-CARD-CT)
                       WHEN OTHER
                           MOVE GM-STATE   TO WS-CHECK-STATE
                           MOVE GM-COUNTRY TO WS-CHECK-COUNTRY
                           PERFORM 420-NAME-THE-CARD
                           MOVE SPACES TO WS-PROBLEM-TEXT
                           STRING WS-CARD-NAME DELIMITED BY '  '
                                  ': PAST THE 100 CARDS THE JOURNAL '
                                  'LOADS' DELIMITED BY SIZE
                               INTO WS-PROBLEM-TEXT
                           PERFORM 800-ADD-PROBLEM
                   END-EVALUATE
               END-IF
           END-IF.

      *    the card must be one the map uses, and its account open
      *    on the chart in the class that card posts to
       400-CHECK-ONE-CARD.
           PERFORM 410-CLASS-FOR-CARD
           PERFORM 420-NAME-THE-CARD
           MOVE SPACES TO WS-PROBLEM-TEXT
           IF WS-WANT-CLASS = SPACE
               STRING WS-CARD-NAME DELIMITED BY '  '
                      ': NOT A CARD THIS MAP USES'
                      DELIMITED BY SIZE
                   INTO WS-PROBLEM-TEXT
               PERFORM 800-ADD-PROBLEM
           ELSE
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
                       UNTIL WS-CHART-SUB > WS-CHART-CT
                          OR WS-FOUND
                   IF WS-CH-ACCOUNT(WS-CHART-SUB) = WS-CHECK-ACCOUNT
                       SET WS-FOUND TO TRUE
                       SUBTRACT 1 FROM WS-CHART-SUB
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT WS-FOUND
                       STRING WS-CARD-NAME DELIMITED BY '  '
                              ': ' WS-CHECK-ACCOUNT
                              ' NOT ON THE CHART'
                              DELIMITED BY SIZE
                           INTO WS-PROBLEM-TEXT
                       PERFORM 800-ADD-PROBLEM
                   WHEN WS-CH-STATUS(WS-CHART-SUB) NOT = 'A'
                       STRING WS-CARD-NAME DELIMITED BY '  '
                              ': ' WS-CHECK-ACCOUNT
                              ' CLOSED TO POSTING'
                              DELIMITED BY SIZE
                           INTO WS-PROBLEM-TEXT
                       PERFORM 800-ADD-PROBLEM
                   WHEN WS-CH-CLASS(WS-CHART-SUB) NOT = WS-WANT-CLASS
                       STRING WS-CARD-NAME DELIMITED BY '  '
                              ': ' WS-CHECK-ACCOUNT
                              ' CLASS ' WS-CH-CLASS(WS-CHART-SUB)
                              ', CARD NEEDS ' WS-WANT-CLASS
                              DELIMITED BY SIZE
                           INTO WS-PROBLEM-TEXT
                       PERFORM 800-ADD-PROBLEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       410-CLASS-FOR-CARD.
           MOVE SPACE TO WS-WANT-CLASS
           EVALUATE TRUE
               WHEN WS-CHECK-STATE = '**'
                   MOVE 'L' TO WS-WANT-CLASS
               WHEN WS-CHECK-STATE = SPACES
                  OR WS-CHECK-STATE ALPHABETIC
                   MOVE 'E' TO WS-WANT-CLASS
               WHEN GLMC-MAP-COMP
                   CONTINUE
               WHEN WS-CHECK-STATE = '$$' OR '&&'
                   MOVE 'A' TO WS-WANT-CLASS
               WHEN WS-CHECK-STATE = '%%' OR '@@' OR '~~'
                   MOVE 'L' TO WS-WANT-CLASS
               WHEN WS-CHECK-STATE = '##' OR '^^'
                   MOVE 'E' TO WS-WANT-CLASS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    a jurisdiction with no state reads -- in the problem
      *    text, so the line never starts blank
       420-NAME-THE-CARD.
           MOVE SPACES TO WS-CARD-NAME
           EVALUATE TRUE
               WHEN WS-CHECK-COUNTRY = SPACES
                   STRING 'CARD ' WS-CHECK-STATE
                       DELIMITED BY SIZE INTO WS-CARD-NAME
               WHEN WS-CHECK-STATE = SPACES
                   STRING '--/' WS-CHECK-COUNTRY
                       DELIMITED BY SIZE INTO WS-CARD-NAME
               WHEN OTHER
                   STRING WS-CHECK-STATE '/' WS-CHECK-COUNTRY
                       DELIMITED BY SIZE INTO WS-CARD-NAME
           END-EVALUATE.

      *    every jurisdiction card, once each -- the journal steps
      *    take the first card for a jurisdiction, so a second one
      *    keyed for it is never read
       450-CHECK-EVERY-CARD.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-CT
               MOVE WS-CD-STATE(WS-CARD-SUB)   TO WS-CHECK-STATE
               MOVE WS-CD-COUNTRY(WS-CARD-SUB) TO WS-CHECK-COUNTRY
               MOVE WS-CD-ACCOUNT(WS-CARD-SUB) TO WS-CHECK-ACCOUNT
               PERFORM 400-CHECK-ONE-CARD
               PERFORM VARYING WS-DUP-SUB FROM 1 BY 1
                       UNTIL WS-DUP-SUB NOT < WS-CARD-SUB
                   IF WS-CD-STATE(WS-DUP-SUB) = WS-CHECK-STATE
                      AND WS-CD-COUNTRY(WS-DUP-SUB)
                          = WS-CHECK-COUNTRY
                       MOVE SPACES TO WS-PROBLEM-TEXT
                       STRING WS-CARD-NAME DELIMITED BY '  '
                              ': ON THE MAP TWICE'
                              DELIMITED BY SIZE
                           INTO WS-PROBLEM-TEXT
                       PERFORM 800-ADD-PROBLEM
                   END-IF
               END-PERFORM
           END-PERFORM.

       500-CHECK-OFFSET-CARDS.
           EVALUATE TRUE
               WHEN WS-OFFSET-CT = ZERO
                   MOVE 'NO ** OFFSET CARD' TO WS-PROBLEM-TEXT
                   PERFORM 800-ADD-PROBLEM
               WHEN WS-OFFSET-CT > 1
                   MOVE 'MORE THAN ONE ** OFFSET CARD'
                       TO WS-PROBLEM-TEXT
                   PERFORM 800-ADD-PROBLEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF GLMC-MAP-ROYALTY
               EVALUATE TRUE
                   WHEN WS-CASH-CT = ZERO
                       MOVE 'NO $$ CASH CARD' TO WS-PROBLEM-TEXT
                       PERFORM 800-ADD-PROBLEM
                   WHEN WS-CASH-CT > 1
                       MOVE 'MORE THAN ONE $$ CASH CARD'
                           TO WS-PROBLEM-TEXT
                       PERFORM 800-ADD-PROBLEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    the authors table is the demand side: every jurisdiction
      *    an author sits in has to find a card, matched on STATE
      *    and COUNTRY exactly the way the journal steps match
       600-CHECK-AUTHOR-COVERAGE.
           EXEC SQL
               DECLARE GLCOVCUR CURSOR FOR
               SELECT DISTINCT STATE, COUNTRY
                  FROM authors
                  ORDER BY COUNTRY, STATE
           END-EXEC

           EXEC SQL
               OPEN GLCOVCUR
           END-EXEC
           IF SQLCODE < 0
               MOVE ZERO TO GLMC-PROBLEM-CT
               MOVE 'AUTHORS TABLE COULD NOT BE READ'
                   TO GLMC-PROBLEM-TEXT(1)
               SET WS-FAILED TO TRUE
           ELSE
               MOVE 'Y' TO WS-AU-MORE-SW
               PERFORM 650-CHECK-ONE-JURISDICTION UNTIL WS-AU-NO-MORE
               EXEC SQL
                   CLOSE GLCOVCUR
               END-EXEC
           END-IF.

       650-CHECK-ONE-JURISDICTION.
           EXEC SQL
               FETCH GLCOVCUR
                  INTO :WS-AU-STATE:WS-AU-STATE-IND,
                       :WS-AU-COUNTRY:WS-AU-COUNTRY-IND
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               IF SQLCODE < 0
                   MOVE ZERO TO GLMC-PROBLEM-CT
                   MOVE 'AUTHORS TABLE COULD NOT BE READ'
                       TO GLMC-PROBLEM-TEXT(1)
                   SET WS-FAILED TO TRUE
               END-IF
               SET WS-AU-NO-MORE TO TRUE
           ELSE
               IF WS-AU-STATE-IND < 0
                   MOVE SPACES TO WS-AU-STATE
               END-IF
               IF WS-AU-COUNTRY-IND < 0
                   MOVE SPACES TO WS-AU-COUNTRY
               END-IF
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                       UNTIL WS-CARD-SUB > WS-CARD-CT
                          OR WS-FOUND
                   IF WS-CD-STATE(WS-CARD-SUB) = WS-AU-STATE
                      AND WS-CD-COUNTRY(WS-CARD-SUB) = WS-AU-COUNTRY
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   MOVE WS-AU-STATE   TO WS-CHECK-STATE
                   MOVE WS-AU-COUNTRY TO WS-CHECK-COUNTRY
                   PERFORM 420-NAME-THE-CARD
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING WS-CARD-NAME DELIMITED BY '  '
                          ': AUTHORS HERE BUT NO CARD'
                          DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   PERFORM 800-ADD-PROBLEM
               END-IF
           END-IF.

       800-ADD-PROBLEM.
           ADD 1 TO GLMC-PROBLEM-CT
           IF GLMC-PROBLEM-CT NOT > 50
               MOVE WS-PROBLEM-TEXT
                   TO GLMC-PROBLEM-TEXT(GLMC-PROBLEM-CT)
           END-IF.
       END PROGRAM GLMAPCOV.
