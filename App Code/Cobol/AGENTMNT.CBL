       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENTMNT.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY AVALPARM.
           COPY AUDITPARM.
           COPY SIGNPARM.
           COPY JRNLPARM.
           COPY SANCPARM.

      *    literary-agent master and the author-to-agent
      *    assignment.  An agent carries a name, a status and the
      *    bank details the agent is paid through; an assignment
      *    names the agent who collects an author's royalties and
      *    the commission the agent keeps.  ROYCALC and SETTLE
      *    register a represented author's payment to the agent,
      *    BANKDISB pays the agent's account and AGNTSTMT lists
      *    every client payment for the agent.  Same shape as
      *    BANKMNT: sign-on, edits before anything is written,
      *    before/after AUDITLOG images with the account masked
      *    to its last four, and the operator activity journal.
       01 WS-MENU-CHOICE        PIC X.
       01 WS-DONE-SW            PIC X VALUE 'N'.
           88 WS-DONE               VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.

       01 WS-AGENT-ID           PIC X(11).
       01 WS-AGENT-NAME         PIC X(40).
       01 WS-AGENT-STATUS       PIC X.
       01 WS-ROUTING-NO         PIC X(9).
       01 WS-ACCOUNT-NO         PIC X(17).
       01 WS-PAY-METHOD         PIC X.
       01 WS-OLD-NAME           PIC X(40).
       01 WS-OLD-STATUS         PIC X.
       01 WS-OLD-ROUTING        PIC X(9).
       01 WS-OLD-ACCOUNT        PIC X(17).
       01 WS-OLD-METHOD         PIC X.
      *    an ACH return code ACHRET left on the agent's account
      *    -- cleared when a new routing or account is keyed
       01 WS-ACCT-RETURN        PIC X(3).
      *    prenote state and bank-detail change date, kept as on
      *    AUTHBANK -- a new or re-keyed account goes back to N
       01 WS-PRENOTE-STATUS     PIC X.
       01 WS-CHANGE-DATE        PIC X(8).
       01 WS-AGENT-EXISTS-SW    PIC X.
           88 WS-AGENT-EXISTS       VALUE 'Y'.
       01 WS-EDIT-REASON        PIC X(40).

       01 WS-AU-ID              PIC X(11).
       01 WS-COMM-PCT           PIC 9(3)V99.
       01 WS-OLD-AGENT-ID       PIC X(11).
       01 WS-OLD-COMM-PCT       PIC 9(3)V99.
       01 WS-ASSIGN-EXISTS-SW   PIC X.
           88 WS-ASSIGN-EXISTS      VALUE 'Y'.
       01 WS-PCT-X              PIC X(3).
       01 WS-PCT-9 REDEFINES WS-PCT-X
                                PIC 9(3).
       01 WS-DISP-PCT           PIC ZZ9.99.
       01 WS-DISP-OLD-PCT       PIC ZZ9.99.
       01 WS-BUSINESS-DATE      PIC X(8).
           COPY BDTPARM.

      *    an agent's commission is a whole percent and no agency
      *    agreement the contracts desk has seen goes past this
       01 WS-MAX-COMM-PCT       PIC 9(3) VALUE 50.

      *    client listing for the display function
       01 WS-CLIENT-EOF-SW      PIC X.
           88 WS-CLIENT-EOF         VALUE 'Y'.
       01 WS-CL-AU-ID           PIC X(11).
       01 WS-CL-AU-LNAME        PIC X(40).
       01 WS-CL-COMM-PCT        PIC 9(3)V99.
       01 WS-CLIENT-CT          PIC 9(5) COMP.

      *    ABA check-digit work fields -- the ninth digit must
      *    satisfy the 3-7-1 weighting over all nine
       01 WS-RTN-DIGIT          PIC 9 OCCURS 9 TIMES.
       01 WS-RTN-SUB            PIC 9(2) COMP.
       01 WS-RTN-WEIGHTED       PIC 9(4) COMP.
       01 WS-RTN-REMAINDER      PIC 9(4) COMP.

      *    masked views for display and the audit images -- only
      *    the last four of an account ever leave this program
       01 WS-MASKED-ACCOUNT     PIC X(17).
       01 WS-ACCT-LEN           PIC 9(2) COMP.
       01 WS-ACCT-SUB           PIC 9(2) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               DECLARE CLIENTCUR CURSOR FOR
                   SELECT X.AU_ID, A.AU_LNAME, X.COMM_PCT
                      FROM AUTHAGENT X, authors A
                      WHERE X.AGENT_ID = :WS-AGENT-ID
                        AND A.AU_ID = X.AU_ID
                      ORDER BY X.AU_ID
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'AGENTMNT' TO SIGN-CALLER-ID
           CALL 'SIGNON' USING SIGN-PARM-AREA
           END-CALL
           IF NOT SIGN-RC-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SIGN-AUTH-MAINT
               DISPLAY 'Not authorized for agent maintenance'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SIGN-OPER-ID TO AUDIT-USER-ID
           MOVE 'AGENTMNT' TO JRNL-CALLER-ID
           MOVE SIGN-OPER-ID TO JRNL-OPER-ID

           MOVE 'AGENTMNT' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    the assignment date is the business date, with the
      *    wall clock as the off-cycle fallback
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
                       PERFORM 200-ADD-OR-UPDATE-AGENT
                   WHEN '2'
                       PERFORM 400-ASSIGN-AUTHOR
                   WHEN '3'
                       PERFORM 500-REMOVE-ASSIGNMENT
                   WHEN '4'
                       PERFORM 600-DISPLAY-AGENT
                   WHEN '0'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'Invalid choice, please try again'
               END-EVALUATE
           END-PERFORM
           .
       100-EXIT.
      *    flag a bad SQLCODE anywhere in the session instead of
      *    always exiting RC=0
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       150-DISPLAY-MENU.
           DISPLAY ' '
           DISPLAY 'Literary Agent Menu'
           DISPLAY '  1. Add or update agent'
           DISPLAY '  2. Assign author to agent'
           DISPLAY '  3. Remove author from agent'
           DISPLAY '  4. Display agent and clients'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

       200-ADD-OR-UPDATE-AGENT.
           DISPLAY 'Enter AGENT_ID: '
           ACCEPT WS-AGENT-ID
           DISPLAY 'Enter agent name: '
           ACCEPT WS-AGENT-NAME
           DISPLAY 'Enter status (A=active, I=inactive): '
           ACCEPT WS-AGENT-STATUS
           DISPLAY 'Enter routing number (9 digits): '
           ACCEPT WS-ROUTING-NO
           DISPLAY 'Enter account number: '
           ACCEPT WS-ACCOUNT-NO
           DISPLAY 'Enter payment method (E=EFT, C=check): '
           ACCEPT WS-PAY-METHOD

           PERFORM 250-EDIT-AGENT-DETAILS
           IF WS-EDIT-REASON NOT = SPACES
               DISPLAY 'Agent edit failed: ' WS-EDIT-REASON
           ELSE
               PERFORM 300-APPLY-AGENT-DETAILS
           END-IF.

      *    the agent is paid off these details, so they get the
      *    same edits BANKMNT gives an author's: a good ABA check
      *    digit, an account, and a known method
       250-EDIT-AGENT-DETAILS.
           MOVE SPACES TO WS-EDIT-REASON
           EVALUATE TRUE
               WHEN WS-AGENT-ID = SPACES
                   MOVE 'Agent id missing' TO WS-EDIT-REASON
               WHEN WS-AGENT-NAME = SPACES
                   MOVE 'Agent name missing' TO WS-EDIT-REASON
               WHEN WS-AGENT-STATUS NOT = 'A'
                AND WS-AGENT-STATUS NOT = 'I'
                   MOVE 'Status must be A or I' TO WS-EDIT-REASON
               WHEN WS-ROUTING-NO NOT NUMERIC
                   MOVE 'Routing number not numeric'
                       TO WS-EDIT-REASON
               WHEN OTHER
                   PERFORM 270-CHECK-ROUTING-DIGIT
                   IF WS-EDIT-REASON = SPACES
                       IF WS-ACCOUNT-NO = SPACES
                           MOVE 'Account number missing'
                               TO WS-EDIT-REASON
                       ELSE
                           IF WS-PAY-METHOD NOT = 'E'
                              AND WS-PAY-METHOD NOT = 'C'
                               MOVE 'Payment method must be E or C'
                                   TO WS-EDIT-REASON
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      *    the ABA 3-7-1 weighting over the nine digits must leave
      *    no remainder -- a transposed routing number fails here
      *    instead of at the bank
       270-CHECK-ROUTING-DIGIT.
           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB > 9
               MOVE WS-ROUTING-NO(WS-RTN-SUB:1)
                   TO WS-RTN-DIGIT(WS-RTN-SUB)
           END-PERFORM
           COMPUTE WS-RTN-WEIGHTED =
               3 * (WS-RTN-DIGIT(1) + WS-RTN-DIGIT(4)
                    + WS-RTN-DIGIT(7))
             + 7 * (WS-RTN-DIGIT(2) + WS-RTN-DIGIT(5)
                    + WS-RTN-DIGIT(8))
             + (WS-RTN-DIGIT(3) + WS-RTN-DIGIT(6)
                    + WS-RTN-DIGIT(9))
           COMPUTE WS-RTN-REMAINDER =
               FUNCTION MOD(WS-RTN-WEIGHTED 10)
           IF WS-RTN-REMAINDER NOT = ZERO
               MOVE 'Routing number fails check digit'
                   TO WS-EDIT-REASON
           END-IF.

       300-APPLY-AGENT-DETAILS.
           MOVE 'N' TO WS-AGENT-EXISTS-SW
           EXEC SQL
               SELECT AGENT_NAME, AGENT_STATUS, ROUTING_NO,
                      ACCOUNT_NO, PAY_METHOD,
                      COALESCE(RETURN_CODE, ' '),
                      COALESCE(PRENOTE_STATUS, 'V'),
                      COALESCE(CHANGE_DATE, ' ')
                  INTO :WS-OLD-NAME, :WS-OLD-STATUS,
                       :WS-OLD-ROUTING, :WS-OLD-ACCOUNT,
                       :WS-OLD-METHOD, :WS-ACCT-RETURN,
                       :WS-PRENOTE-STATUS, :WS-CHANGE-DATE
                  FROM AGENTS
                  WHERE AGENT_ID = :WS-AGENT-ID
           END-EXEC

           IF SQLCODE = ZERO
               SET WS-AGENT-EXISTS TO TRUE
               IF WS-ROUTING-NO NOT = WS-OLD-ROUTING
                  OR WS-ACCOUNT-NO NOT = WS-OLD-ACCOUNT
                   MOVE SPACES TO WS-ACCT-RETURN
                   MOVE 'N' TO WS-PRENOTE-STATUS
                   MOVE WS-BUSINESS-DATE TO WS-CHANGE-DATE
               END-IF
           ELSE
               PERFORM 900-CHECK-SQLCODE
           END-IF

           IF SQLCODE < ZERO
               DISPLAY 'Agent lookup failed - no change'
           ELSE
               IF WS-AGENT-EXISTS
                   EXEC SQL
                       UPDATE AGENTS
                          SET AGENT_NAME   = :WS-AGENT-NAME,
                              AGENT_STATUS = :WS-AGENT-STATUS,
                              ROUTING_NO   = :WS-ROUTING-NO,
                              ACCOUNT_NO   = :WS-ACCOUNT-NO,
                              PAY_METHOD   = :WS-PAY-METHOD,
                              RETURN_CODE  = :WS-ACCT-RETURN,
                              PRENOTE_STATUS = :WS-PRENOTE-STATUS,
                              CHANGE_DATE  = :WS-CHANGE-DATE
                          WHERE AGENT_ID = :WS-AGENT-ID
                   END-EXEC
                   MOVE 'UPDATE' TO AUDIT-OPERATION
               ELSE
                   EXEC SQL
                       INSERT INTO AGENTS
                        (AGENT_ID,AGENT_NAME,AGENT_STATUS,
                         ROUTING_NO,ACCOUNT_NO,PAY_METHOD,
                         PRENOTE_STATUS,CHANGE_DATE)
                       VALUES
                        (:WS-AGENT-ID,:WS-AGENT-NAME,
                         :WS-AGENT-STATUS,:WS-ROUTING-NO,
                         :WS-ACCOUNT-NO,:WS-PAY-METHOD,'N',
                         :WS-BUSINESS-DATE)
                   END-EXEC
                   MOVE 'INSERT' TO AUDIT-OPERATION
               END-IF

               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'agent apply ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE

               IF SQLCODE NOT < ZERO
                   PERFORM 350-AUDIT-AGENT-CHANGE
                   PERFORM 360-SCREEN-AGENT
               END-IF
           END-IF.

      *    the agent id rides the audit key; the images carry the
      *    routing number, status and method in full but never
      *    more than the account's last four
       350-AUDIT-AGENT-CHANGE.
           MOVE 'AGENTMNT'  TO AUDIT-CALLER-ID
           MOVE WS-AGENT-ID TO AUDIT-AU-ID
           MOVE SQLERRD(3)  TO AUDIT-ROWS-AFFECTED
           MOVE SPACES TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
           IF WS-AGENT-EXISTS
               MOVE WS-OLD-ACCOUNT TO WS-MASKED-ACCOUNT
               PERFORM 380-MASK-ACCOUNT
               STRING 'STS=' WS-OLD-STATUS ' RTN=' WS-OLD-ROUTING
                      ' ACCT=' WS-MASKED-ACCOUNT
                      ' MTH=' WS-OLD-METHOD
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
           ELSE
               MOVE 'NONE' TO AUDIT-BEFORE-IMAGE
           END-IF
           MOVE WS-ACCOUNT-NO TO WS-MASKED-ACCOUNT
           PERFORM 380-MASK-ACCOUNT
           STRING 'STS=' WS-AGENT-STATUS ' RTN=' WS-ROUTING-NO
                  ' ACCT=' WS-MASKED-ACCOUNT
                  ' MTH=' WS-PAY-METHOD
               DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
           CALL 'AUDITLOG' USING AUDIT-PARM-AREA
           END-CALL

           MOVE SPACES TO JRNL-ACTION
           STRING 'CHG ' AUDIT-OPERATION ' AGENT'
               DELIMITED BY SIZE INTO JRNL-ACTION
           MOVE WS-AGENT-ID TO JRNL-KEY
           CALL 'OPERJRNL' USING JRNL-PARM-AREA
           END-CALL.

      *    a new or renamed agent is screened against the
      *    sanctions list as it is keyed, not first at the next
      *    disbursement run.  AGENTS carries no country, so the
      *    name alone is screened.
       360-SCREEN-AGENT.
           SET SANC-FUNC-SCREEN TO TRUE
           MOVE 'AGENTMNT'    TO SANC-CALLER-ID
           MOVE SIGN-OPER-ID  TO SANC-OPER-ID
           MOVE 'G'           TO SANC-PAYEE-TYPE
           MOVE WS-AGENT-ID   TO SANC-PAYEE-ID
           MOVE WS-AGENT-NAME TO SANC-LNAME
           MOVE SPACES        TO SANC-FNAME SANC-COUNTRY
           CALL 'SANCSCRN' USING SANC-PARM-AREA
           END-CALL
           EVALUATE TRUE
               WHEN SANC-RC-HELD
                   DISPLAY 'Possible sanctions match - payments to '
                           SANC-PAYEE-ID ' held for compliance'
               WHEN SANC-RC-FAILED
                   DISPLAY 'Sanctions screen failed for '
                           SANC-PAYEE-ID ' - SANCBAT will retry'
           END-EVALUATE.

      *    everything but the last four significant characters is
      *    starred out in place
       380-MASK-ACCOUNT.
           MOVE ZERO TO WS-ACCT-LEN
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > 17
               IF WS-MASKED-ACCOUNT(WS-ACCT-SUB:1) NOT = SPACE
                   MOVE WS-ACCT-SUB TO WS-ACCT-LEN
               END-IF
           END-PERFORM
           IF WS-ACCT-LEN > 4
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > WS-ACCT-LEN - 4
                   MOVE '*' TO WS-MASKED-ACCOUNT(WS-ACCT-SUB:1)
               END-PERFORM
           END-IF.

      *    one agent per author -- a new assignment replaces the
      *    old one, and the next royalty run pays the new agent
       400-ASSIGN-AUTHOR.
           DISPLAY 'Enter AU_ID: '
           ACCEPT WS-AU-ID
           DISPLAY 'Enter AGENT_ID: '
           ACCEPT WS-AGENT-ID
           DISPLAY 'Enter commission percent (000-050): '
           ACCEPT WS-PCT-X

           MOVE SPACES TO WS-EDIT-REASON
           MOVE 'U'      TO AVAL-MODE
           MOVE WS-AU-ID TO AVAL-AU-ID
           MOVE SPACES   TO AVAL-TAX-ID
           CALL 'AUTHVAL' USING AVAL-PARM-AREA
           END-CALL
           EVALUATE TRUE
               WHEN AVAL-RC-FAILED
                   MOVE AVAL-REASON TO WS-EDIT-REASON
               WHEN WS-PCT-X NOT NUMERIC
                   MOVE 'Commission must be 3 digits'
                       TO WS-EDIT-REASON
               WHEN WS-PCT-9 > WS-MAX-COMM-PCT
                   MOVE 'Commission over the 50 percent limit'
                       TO WS-EDIT-REASON
               WHEN OTHER
                   MOVE WS-PCT-9 TO WS-COMM-PCT
                   EXEC SQL
                       SELECT AGENT_STATUS
                          INTO :WS-AGENT-STATUS
                          FROM AGENTS
                          WHERE AGENT_ID = :WS-AGENT-ID
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           MOVE 'Agent not on file'
                               TO WS-EDIT-REASON
                       WHEN SQLCODE < ZERO
                           PERFORM 900-CHECK-SQLCODE
                           MOVE 'Agent lookup failed'
                               TO WS-EDIT-REASON
                       WHEN WS-AGENT-STATUS NOT = 'A'
                           MOVE 'Agent is not active'
                               TO WS-EDIT-REASON
                   END-EVALUATE
           END-EVALUATE

           IF WS-EDIT-REASON NOT = SPACES
               DISPLAY 'Assignment edit failed: ' WS-EDIT-REASON
           ELSE
               PERFORM 450-APPLY-ASSIGNMENT
           END-IF.

       450-APPLY-ASSIGNMENT.
           MOVE 'N' TO WS-ASSIGN-EXISTS-SW
           EXEC SQL
               SELECT AGENT_ID, COMM_PCT
                  INTO :WS-OLD-AGENT-ID, :WS-OLD-COMM-PCT
                  FROM AUTHAGENT
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-ASSIGN-EXISTS TO TRUE
           ELSE
               PERFORM 900-CHECK-SQLCODE
           END-IF

           IF SQLCODE < ZERO
               DISPLAY 'Assignment lookup failed - no change'
           ELSE
               IF WS-ASSIGN-EXISTS
                   EXEC SQL
                       UPDATE AUTHAGENT
                          SET AGENT_ID    = :WS-AGENT-ID,
                              COMM_PCT    = :WS-COMM-PCT,
                              ASSIGN_DATE = :WS-BUSINESS-DATE
                          WHERE AU_ID = :WS-AU-ID
                   END-EXEC
                   MOVE 'UPDATE' TO AUDIT-OPERATION
               ELSE
                   EXEC SQL
                       INSERT INTO AUTHAGENT
                        (AU_ID,AGENT_ID,COMM_PCT,ASSIGN_DATE)
                       VALUES
                        (:WS-AU-ID,:WS-AGENT-ID,:WS-COMM-PCT,
                         :WS-BUSINESS-DATE)
                   END-EXEC
                   MOVE 'INSERT' TO AUDIT-OPERATION
               END-IF

               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'assignment apply ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE

               IF SQLCODE NOT < ZERO
                   MOVE 'AGENTMNT' TO AUDIT-CALLER-ID
                   MOVE WS-AU-ID   TO AUDIT-AU-ID
                   MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
                   MOVE SPACES TO AUDIT-BEFORE-IMAGE
                                  AUDIT-AFTER-IMAGE
                   IF WS-ASSIGN-EXISTS
                       MOVE WS-OLD-COMM-PCT TO WS-DISP-OLD-PCT
                       STRING 'AGENT=' WS-OLD-AGENT-ID
                              ' COMM=' WS-DISP-OLD-PCT
                           DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
                   ELSE
                       MOVE 'NONE' TO AUDIT-BEFORE-IMAGE
                   END-IF
                   MOVE WS-COMM-PCT TO WS-DISP-PCT
                   STRING 'AGENT=' WS-AGENT-ID ' COMM=' WS-DISP-PCT
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                   END-CALL

                   MOVE SPACES TO JRNL-ACTION
                   STRING 'CHG ' AUDIT-OPERATION ' AGTASGN'
                       DELIMITED BY SIZE INTO JRNL-ACTION
                   MOVE WS-AU-ID TO JRNL-KEY
                   CALL 'OPERJRNL' USING JRNL-PARM-AREA
                   END-CALL
               END-IF
           END-IF.

      *    the author is paid direct again from the next run on
       500-REMOVE-ASSIGNMENT.
           DISPLAY 'Enter AU_ID to remove from its agent: '
           ACCEPT WS-AU-ID

           EXEC SQL
               DELETE FROM AUTHAGENT
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC

           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'delete ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           DISPLAY 'number of records deleted: ' SQLERRD(3)

           IF SQLERRD(3) = ZERO AND SQLCODE NOT < ZERO
               DISPLAY 'No agent assignment on file for ' WS-AU-ID
           ELSE
               MOVE 'AGENTMNT' TO AUDIT-CALLER-ID
               MOVE 'DELETE'   TO AUDIT-OPERATION
               MOVE WS-AU-ID   TO AUDIT-AU-ID
               MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
               MOVE SPACES TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
               MOVE 'AGENT ASSIGNMENT' TO AUDIT-BEFORE-IMAGE
               MOVE 'ROW DELETED'      TO AUDIT-AFTER-IMAGE
               CALL 'AUDITLOG' USING AUDIT-PARM-AREA
               END-CALL
               MOVE 'CHG DELETE AGTASGN' TO JRNL-ACTION
               MOVE WS-AU-ID TO JRNL-KEY
               CALL 'OPERJRNL' USING JRNL-PARM-AREA
               END-CALL
           END-IF.

       600-DISPLAY-AGENT.
           DISPLAY 'Enter AGENT_ID to display: '
           ACCEPT WS-AGENT-ID

           EXEC SQL
               SELECT AGENT_NAME, AGENT_STATUS, ROUTING_NO,
                      ACCOUNT_NO, PAY_METHOD,
                      COALESCE(RETURN_CODE, ' '),
                      COALESCE(PRENOTE_STATUS, 'V'),
                      COALESCE(CHANGE_DATE, ' ')
                  INTO :WS-AGENT-NAME, :WS-AGENT-STATUS,
                       :WS-ROUTING-NO, :WS-ACCOUNT-NO,
                       :WS-PAY-METHOD, :WS-ACCT-RETURN,
                       :WS-PRENOTE-STATUS, :WS-CHANGE-DATE
                  FROM AGENTS
                  WHERE AGENT_ID = :WS-AGENT-ID
           END-EXEC

           IF SQLCODE = 100
               DISPLAY 'No agent on file for ' WS-AGENT-ID
           ELSE
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO
                   MOVE WS-ACCOUNT-NO TO WS-MASKED-ACCOUNT
                   PERFORM 380-MASK-ACCOUNT
                   DISPLAY 'name     ' WS-AGENT-NAME
                   DISPLAY 'status   ' WS-AGENT-STATUS
                   DISPLAY 'routing  ' WS-ROUTING-NO
                   DISPLAY 'account  ' WS-MASKED-ACCOUNT
                   DISPLAY 'method   ' WS-PAY-METHOD
                   IF WS-ACCT-RETURN NOT = SPACES
                       DISPLAY 'ACH return ' WS-ACCT-RETURN
                               ' - paid by check until re-keyed'
                   END-IF
                   DISPLAY 'prenote  ' WS-PRENOTE-STATUS
                           '  details changed ' WS-CHANGE-DATE
                   PERFORM 650-LIST-CLIENTS
               END-IF
           END-IF.

       650-LIST-CLIENTS.
           MOVE ZERO TO WS-CLIENT-CT
           MOVE 'N' TO WS-CLIENT-EOF-SW
           EXEC SQL
               OPEN CLIENTCUR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-CLIENT-EOF TO TRUE
           END-IF
           PERFORM 660-SHOW-ONE-CLIENT UNTIL WS-CLIENT-EOF
           EXEC SQL
               CLOSE CLIENTCUR
           END-EXEC
           IF WS-CLIENT-CT = ZERO
               DISPLAY 'no clients assigned'
           END-IF.

       660-SHOW-ONE-CLIENT.
           EXEC SQL
               FETCH CLIENTCUR
                  INTO :WS-CL-AU-ID, :WS-CL-AU-LNAME,
                       :WS-CL-COMM-PCT
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-CLIENT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-CLIENT-CT
               MOVE WS-CL-COMM-PCT TO WS-DISP-PCT
               DISPLAY 'client   ' WS-CL-AU-ID ' '
                       WS-CL-AU-LNAME(1:30) ' ' WS-DISP-PCT '%'
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the session can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM AGENTMNT.
