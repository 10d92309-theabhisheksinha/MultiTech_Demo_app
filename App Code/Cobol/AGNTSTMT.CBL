       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNTSTMT.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT AGENT-STMT-FILE ASSIGN TO "AGNTSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  AGENT-STMT-FILE.
       01  AGENT-STMT-RECORD       PIC X(120).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.

      *    one consolidated statement per literary agent: every
      *    client payment registered to the agent for the period,
      *    the commission the agent keeps at the rate the payment
      *    registered with, and the net the agent owes on to the
      *    author.  The register is the book of record, so the
      *    statement reads PAYREG.DAT rather than recomputing --
      *    a voided payment drops off and its reissue shows up.
      *    One agent per page, with a closing summary page.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-REG-EOF-SW         PIC X VALUE 'N'.
           88 WS-REG-EOF            VALUE 'Y'.
       01 WS-STMT-PERIOD        PIC X(6).
       01 WS-RUN-DATE           PIC X(8).

           COPY PAYRREC.

      *    the period's agent-paid registrations, held in storage
      *    so each agent's page is one pass of the table
       01 WS-AGP-TABLE.
           05 WS-AGP-ENTRY OCCURS 2000 TIMES.
               10 WS-AGP-AGENT-ID      PIC X(11).
               10 WS-AGP-AU-ID         PIC X(11).
               10 WS-AGP-PAY-NUM       PIC 9(7).
               10 WS-AGP-STATUS        PIC X.
               10 WS-AGP-AMOUNT        PIC 9(9)V99.
               10 WS-AGP-COMM-PCT      PIC 9(3)V99.
       01 WS-AGP-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-AGP-SUB            PIC 9(4) COMP.

       01 WS-AGENT-ID           PIC X(11).
       01 WS-AGENT-NAME         PIC X(40).
       01 WS-AGENT-EOF-SW       PIC X VALUE 'N'.
           88 WS-AGENT-EOF          VALUE 'Y'.
       01 WS-CL-AU-ID           PIC X(11).
       01 WS-CL-AU-LNAME        PIC X(40).
       01 WS-CL-AU-FNAME        PIC X(20).

       01 WS-CLIENT-CT          PIC 9(5) COMP.
       01 WS-COMMISSION         PIC S9(9)V99.
       01 WS-NET-TO-AUTHOR      PIC S9(9)V99.
       01 WS-AGT-GROSS          PIC S9(11)V99.
       01 WS-AGT-COMM           PIC S9(11)V99.
       01 WS-AGT-NET            PIC S9(11)V99.
       01 WS-GRAND-GROSS        PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-COMM         PIC S9(11)V99 VALUE ZERO.
       01 WS-STMT-CT            PIC 9(6) COMP VALUE ZERO.
       01 DISP-STMT-CT          PIC ZZZ,ZZ9.

       01 AST-HEADING-LINE.
           05 FILLER               PIC X(30)
               VALUE 'AGENT ROYALTY STATEMENT'.
           05 FILLER               PIC X(8)  VALUE 'PERIOD: '.
           05 AH-PERIOD            PIC X(6).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(5)  VALUE 'RUN: '.
           05 AH-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(59) VALUE SPACES.

       01 AST-NAME-LINE.
           05 AN-AGENT-NAME        PIC X(40).
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'AGENT_ID: '.
           05 AN-AGENT-ID          PIC X(11).
           05 FILLER               PIC X(54) VALUE SPACES.

       01 AST-COL-HEADS.
           05 FILLER               PIC X(12) VALUE 'AU_ID'.
           05 FILLER               PIC X(31) VALUE 'CLIENT'.
           05 FILLER               PIC X(10) VALUE 'PAYNUM S'.
           05 FILLER               PIC X(15) VALUE '  GROSS PAID'.
           05 FILLER               PIC X(7)  VALUE '  COMM%'.
           05 FILLER               PIC X(15) VALUE '  COMMISSION'.
           05 FILLER               PIC X(15) VALUE '  NET TO CLIENT'.
           05 FILLER               PIC X(15) VALUE SPACES.

       01 AST-DETAIL-LINE.
           05 AD-AU-ID             PIC X(11).
           05 FILLER               PIC X     VALUE SPACE.
           05 AD-CLIENT-NAME       PIC X(30).
           05 FILLER               PIC X     VALUE SPACE.
           05 AD-PAY-NUM           PIC 9(7).
           05 FILLER               PIC X     VALUE SPACE.
           05 AD-STATUS            PIC X.
           05 FILLER               PIC X     VALUE SPACE.
           05 AD-GROSS             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X     VALUE SPACE.
           05 AD-COMM-PCT          PIC ZZ9.99.
           05 FILLER               PIC X     VALUE SPACE.
           05 AD-COMMISSION        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X     VALUE SPACE.
           05 AD-NET               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(15) VALUE SPACES.

       01 AST-TOTAL-LINE.
           05 AT-LABEL             PIC X(52).
           05 FILLER               PIC X     VALUE SPACE.
           05 AT-GROSS             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 AT-COMMISSION        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X     VALUE SPACE.
           05 AT-NET               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(16) VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               DECLARE AGENTCUR CURSOR FOR
                   SELECT AGENT_ID, AGENT_NAME
                      FROM AGENTS
                      ORDER BY AGENT_ID
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'AGNTSTMT' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

      *    the business date names the statement period, matching
      *    the period the royalty run registered under
           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF BDT-RC-OK
               MOVE BDT-BUSINESS-DATE(1:6) TO WS-STMT-PERIOD
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-STMT-PERIOD
           END-IF

           PERFORM 200-LOAD-REGISTER
           IF WS-RUN-FAILED
               DISPLAY 'Register load failed - no statements cut'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AGENT-STMT-FILE

           EXEC SQL
               OPEN AGENTCUR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-AGENT-EOF TO TRUE
           END-IF
           PERFORM 300-STATE-ONE-AGENT UNTIL WS-AGENT-EOF
           EXEC SQL
               CLOSE AGENTCUR
           END-EXEC

           PERFORM 400-WRITE-SUMMARY-PAGE
           CLOSE AGENT-STMT-FILE

           MOVE WS-STMT-CT TO DISP-STMT-CT
           DISPLAY 'Agent statements produced: ' DISP-STMT-CT
           MOVE WS-AGP-CT TO DISP-STMT-CT
           DISPLAY 'Agent-paid client payments: ' DISP-STMT-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-LOAD-REGISTER.
           OPEN INPUT PAY-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               DISPLAY 'No payment register, status '
                       WS-REG-FILE-STATUS
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM 250-LOAD-ONE-RECORD UNTIL WS-REG-EOF
           IF WS-REG-FILE-STATUS = '00' OR '10'
               CLOSE PAY-REGISTER-FILE
           END-IF.

      *    only un-voided payments registered to an agent for the
      *    statement period are the agent's business
       250-LOAD-ONE-RECORD.
           READ PAY-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ
           IF NOT WS-REG-EOF
               MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
               IF PR-PAYEE-AGENT
                  AND PR-PERIOD = WS-STMT-PERIOD
                  AND NOT PR-VOID
                   IF WS-AGP-CT < 2000
                       ADD 1 TO WS-AGP-CT
                       MOVE PR-PAYEE-ID
                           TO WS-AGP-AGENT-ID(WS-AGP-CT)
                       MOVE PR-AU-ID  TO WS-AGP-AU-ID(WS-AGP-CT)
                       MOVE PR-PAY-NUM
                           TO WS-AGP-PAY-NUM(WS-AGP-CT)
                       MOVE PR-STATUS TO WS-AGP-STATUS(WS-AGP-CT)
                       MOVE PR-AMOUNT TO WS-AGP-AMOUNT(WS-AGP-CT)
                       IF PR-COMM-PCT NUMERIC
                           MOVE PR-COMM-PCT
                               TO WS-AGP-COMM-PCT(WS-AGP-CT)
                       ELSE
                           MOVE ZERO TO WS-AGP-COMM-PCT(WS-AGP-CT)
                       END-IF
                   ELSE
                       DISPLAY 'Agent payment table full - run '
                               'aborted'
                       SET WS-RUN-FAILED TO TRUE
                       SET WS-REG-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    an agent with nothing registered this period gets no
      *    page -- an empty statement is just paper
       300-STATE-ONE-AGENT.
           EXEC SQL
               FETCH AGENTCUR
                  INTO :WS-AGENT-ID, :WS-AGENT-NAME
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-AGENT-EOF TO TRUE
           ELSE
               MOVE ZERO TO WS-CLIENT-CT WS-AGT-GROSS
                            WS-AGT-COMM WS-AGT-NET
               PERFORM 320-STATE-ONE-CLIENT
                   VARYING WS-AGP-SUB FROM 1 BY 1
                   UNTIL WS-AGP-SUB > WS-AGP-CT
               IF WS-CLIENT-CT > ZERO
                   PERFORM 380-WRITE-AGENT-TOTAL
               END-IF
           END-IF.

       310-START-AGENT-PAGE.
           MOVE SPACES TO AGENT-STMT-RECORD
           MOVE X'0C' TO AGENT-STMT-RECORD(1:1)
           WRITE AGENT-STMT-RECORD

           MOVE WS-STMT-PERIOD TO AH-PERIOD
           MOVE WS-RUN-DATE    TO AH-RUN-DATE
           MOVE AST-HEADING-LINE TO AGENT-STMT-RECORD
           WRITE AGENT-STMT-RECORD
           MOVE SPACES TO AGENT-STMT-RECORD
           WRITE AGENT-STMT-RECORD

           MOVE WS-AGENT-NAME TO AN-AGENT-NAME
           MOVE WS-AGENT-ID   TO AN-AGENT-ID
           MOVE AST-NAME-LINE TO AGENT-STMT-RECORD
           WRITE AGENT-STMT-RECORD
           MOVE SPACES TO AGENT-STMT-RECORD
           WRITE AGENT-STMT-RECORD

           MOVE AST-COL-HEADS TO AGENT-STMT-RECORD
           WRITE AGENT-STMT-RECORD
           ADD 1 TO WS-STMT-CT.

      *    the commission is taken at the rate the payment was
      *    registered with, not today's assignment -- a rate
      *    renegotiated since doesn't rewrite what was paid
       320-STATE-ONE-CLIENT.
           IF WS-AGP-AGENT-ID(WS-AGP-SUB) = WS-AGENT-ID
               IF WS-CLIENT-CT = ZERO
                   PERFORM 310-START-AGENT-PAGE
               END-IF
               ADD 1 TO WS-CLIENT-CT

               MOVE WS-AGP-AU-ID(WS-AGP-SUB) TO WS-CL-AU-ID
               MOVE SPACES TO WS-CL-AU-LNAME WS-CL-AU-FNAME
               EXEC SQL
                   SELECT AU_LNAME, AU_FNAME
                      INTO :WS-CL-AU-LNAME, :WS-CL-AU-FNAME
                      FROM authors
                      WHERE AU_ID = :WS-CL-AU-ID
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM 900-CHECK-SQLCODE
               END-IF

               COMPUTE WS-COMMISSION ROUNDED =
                   WS-AGP-AMOUNT(WS-AGP-SUB)
                 * WS-AGP-COMM-PCT(WS-AGP-SUB) / 100
               COMPUTE WS-NET-TO-AUTHOR =
                   WS-AGP-AMOUNT(WS-AGP-SUB) - WS-COMMISSION

               MOVE SPACES TO AST-DETAIL-LINE
               MOVE WS-CL-AU-ID TO AD-AU-ID
               STRING WS-CL-AU-LNAME(1:18) ' ' WS-CL-AU-FNAME(1:11)
                   DELIMITED BY SIZE INTO AD-CLIENT-NAME
               MOVE WS-AGP-PAY-NUM(WS-AGP-SUB)  TO AD-PAY-NUM
               MOVE WS-AGP-STATUS(WS-AGP-SUB)   TO AD-STATUS
               MOVE WS-AGP-AMOUNT(WS-AGP-SUB)   TO AD-GROSS
               MOVE WS-AGP-COMM-PCT(WS-AGP-SUB) TO AD-COMM-PCT
               MOVE WS-COMMISSION               TO AD-COMMISSION
               MOVE WS-NET-TO-AUTHOR            TO AD-NET
               MOVE AST-DETAIL-LINE TO AGENT-STMT-RECORD
               WRITE AGENT-STMT-RECORD

               ADD WS-AGP-AMOUNT(WS-AGP-SUB) TO WS-AGT-GROSS
               ADD WS-COMMISSION             TO WS-AGT-COMM
               ADD WS-NET-TO-AUTHOR          TO WS-AGT-NET
           END-IF.

       380-WRITE-AGENT-TOTAL.
           MOVE SPACES TO AGENT-STMT-RECORD
           WRITE AGENT-STMT-RECORD
           MOVE SPACES TO AST-TOTAL-LINE
           MOVE 'STATEMENT TOTAL' TO AT-LABEL
           MOVE WS-AGT-GROSS TO AT-GROSS
           MOVE WS-AGT-COMM  TO AT-COMMISSION
           MOVE WS-AGT-NET   TO AT-NET
           MOVE AST-TOTAL-LINE TO AGENT-STMT-RECORD
           WRITE AGENT-STMT-RECORD

           ADD WS-AGT-GROSS TO WS-GRAND-GROSS
           ADD WS-AGT-COMM  TO WS-GRAND-COMM.

       400-WRITE-SUMMARY-PAGE.
           MOVE SPACES TO AGENT-STMT-RECORD
           MOVE X'0C' TO AGENT-STMT-RECORD(1:1)
           WRITE AGENT-STMT-RECORD

           MOVE 'AGENT STATEMENT RUN SUMMARY' TO AGENT-STMT-RECORD
           WRITE AGENT-STMT-RECORD
           MOVE SPACES TO AGENT-STMT-RECORD
           WRITE AGENT-STMT-RECORD

           MOVE SPACES TO AGENT-STMT-RECORD
           MOVE WS-STMT-CT TO DISP-STMT-CT
           STRING 'STATEMENTS PRODUCED: ' DISP-STMT-CT
               DELIMITED BY SIZE INTO AGENT-STMT-RECORD
           WRITE AGENT-STMT-RECORD

           MOVE SPACES TO AST-TOTAL-LINE
           MOVE 'TOTAL PAID TO AGENTS / COMMISSION / NET'
               TO AT-LABEL
           MOVE WS-GRAND-GROSS TO AT-GROSS
           MOVE WS-GRAND-COMM  TO AT-COMMISSION
           COMPUTE WS-AGT-NET = WS-GRAND-GROSS - WS-GRAND-COMM
           MOVE WS-AGT-NET     TO AT-NET
           MOVE AST-TOTAL-LINE TO AGENT-STMT-RECORD
           WRITE AGENT-STMT-RECORD.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM AGNTSTMT.
