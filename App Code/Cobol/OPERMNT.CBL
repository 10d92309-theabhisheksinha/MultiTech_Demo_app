       01 WS-OPER-EXISTS-CT     PIC S9(9) COMP.
       01 WS-DISP-LEVEL         PIC 9.

      *    each operator answers to a supervisor, who is the one
      *    asked to recertify the operator's access every quarter
       01 WS-SUPV-ID            PIC X(8).
       01 WS-SUPV-IND           PIC S9(4) COMP.
       01 WS-OLD-SUPV           PIC X(8).
       01 WS-OLD-SUPV-IND       PIC S9(4) COMP.
       01 WS-SUPV-STATUS        PIC X.
       01 WS-SUPV-STATUS-IND    PIC S9(4) COMP.
       01 WS-SUPV-OK-SW         PIC X.
           88 WS-SUPV-OK            VALUE 'Y'.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
                       PERFORM 600-RESET-PASSWORD
                   WHEN '6'
                       PERFORM 700-FORCE-PASSWORD-CHANGE
                   WHEN '7'
                       PERFORM 750-ASSIGN-SUPERVISOR
                   WHEN '0'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
           DISPLAY '  4. Unlock a locked operator'
           DISPLAY '  5. Reset a password'
           DISPLAY '  6. Force a password change at next sign-on'
           DISPLAY '  7. Assign a supervisor'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

           ACCEPT WS-NEW-PASSWORD
           DISPLAY 'Enter authority level (1-3): '
           ACCEPT WS-AUTH-LEVEL-X
           DISPLAY 'Enter supervisor operator ID (blank for none): '
           ACCEPT WS-SUPV-ID

           MOVE 'Y' TO WS-SUPV-OK-SW
           IF WS-SUPV-ID NOT = SPACES
               PERFORM 760-CHECK-SUPERVISOR
           END-IF

           IF WS-OPER-ID = SPACES
              OR WS-NEW-PASSWORD = SPACES
              OR WS-AUTH-LEVEL-X NOT NUMERIC
              OR WS-AUTH-LEVEL-X = '0'
              OR WS-AUTH-LEVEL-X > '3'
              OR NOT WS-SUPV-OK
               DISPLAY 'Invalid operator, password, level or '
                       'supervisor - no add'
           ELSE
               MOVE WS-AUTH-LEVEL-X TO WS-NEW-AUTH-LEVEL

               IF WS-OPER-EXISTS-CT > ZERO
                   DISPLAY 'Operator ID already on OPERATORS'
               ELSE
                   IF WS-SUPV-ID = SPACES
                       MOVE -1 TO WS-SUPV-IND
                   ELSE
                       MOVE ZERO TO WS-SUPV-IND
                   END-IF
      *            a new operator starts with a password already
      *            marked for change, so the starting value the
      *            supervisor keyed never outlives the first sign-on
                       INSERT INTO OPERATORS
                        (OPER_ID,OPER_PASSWORD,OPER_AUTH_LEVEL,
                         FAILED_COUNT,LOCKED_FLAG,OPER_STATUS,
                         PWD_CHANGED,FORCE_PWD,SUPERVISOR_ID)
                       VALUES
                        (:WS-OPER-ID,:WS-NEW-PASSWORD,
                         :WS-NEW-AUTH-LEVEL,0,'N','A',
                         :WS-TODAY,'Y',:WS-SUPV-ID:WS-SUPV-IND)
                   END-EXEC

                   MOVE SQLCODE TO DISP-CODE
                   MOVE 'NONE'   TO AUDIT-BEFORE-IMAGE
                   MOVE WS-NEW-AUTH-LEVEL TO WS-DISP-LEVEL
                   STRING 'LEVEL=' WS-DISP-LEVEL ' STATUS=A'
                          ' SUPV=' WS-SUPV-ID
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   PERFORM 800-LOG-OPER-AUDIT
               END-IF
               PERFORM 800-LOG-OPER-AUDIT
           END-IF.

      *    a blank supervisor takes the operator off anyone's
      *    list -- the recertification run then wants a level 3
      *    operator to vouch for the account instead
       750-ASSIGN-SUPERVISOR.
           DISPLAY 'Enter operator ID: '
           ACCEPT WS-OPER-ID
           DISPLAY 'Enter supervisor operator ID (blank for none): '
           ACCEPT WS-SUPV-ID

           EXEC SQL
               SELECT SUPERVISOR_ID INTO
                      :WS-OLD-SUPV:WS-OLD-SUPV-IND
                  FROM OPERATORS
                  WHERE OPER_ID = :WS-OPER-ID
           END-EXEC

           IF SQLCODE = 100
               DISPLAY 'No such operator on OPERATORS'
           ELSE
               PERFORM 900-CHECK-SQLCODE
               IF WS-OLD-SUPV-IND < 0
                   MOVE SPACES TO WS-OLD-SUPV
               END-IF

               MOVE 'Y' TO WS-SUPV-OK-SW
               IF WS-SUPV-ID NOT = SPACES
                   PERFORM 760-CHECK-SUPERVISOR
               END-IF

               IF NOT WS-SUPV-OK
                   DISPLAY 'Invalid supervisor - no change'
               ELSE
                   IF WS-SUPV-ID = SPACES
                       MOVE -1 TO WS-SUPV-IND
                   ELSE
                       MOVE ZERO TO WS-SUPV-IND
                   END-IF
                   EXEC SQL
                       UPDATE OPERATORS
                          SET SUPERVISOR_ID = :WS-SUPV-ID:WS-SUPV-IND
                          WHERE OPER_ID = :WS-OPER-ID
                   END-EXEC

                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'assign ' DISP-CODE
                   PERFORM 900-CHECK-SQLCODE

                   MOVE 'UPDATE' TO AUDIT-OPERATION
                   MOVE SPACES   TO AUDIT-BEFORE-IMAGE
                                    AUDIT-AFTER-IMAGE
                   STRING 'SUPV=' WS-OLD-SUPV
                       DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
                   STRING 'SUPV=' WS-SUPV-ID
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   PERFORM 800-LOG-OPER-AUDIT
               END-IF
           END-IF.

      *    a supervisor has to be a live operator record, and no
      *    operator is left to vouch for their own access
       760-CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPV-OK-SW
           IF WS-SUPV-ID NOT = WS-OPER-ID
               EXEC SQL
                   SELECT OPER_STATUS INTO
                          :WS-SUPV-STATUS:WS-SUPV-STATUS-IND
                      FROM OPERATORS
                      WHERE OPER_ID = :WS-SUPV-ID
               END-EXEC
               IF SQLCODE = ZERO
                   IF WS-SUPV-STATUS-IND < 0
                       MOVE 'A' TO WS-SUPV-STATUS
                   END-IF
                   IF WS-SUPV-STATUS NOT = 'I'
                       SET WS-SUPV-OK TO TRUE
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       PERFORM 900-CHECK-SQLCODE
                   END-IF
               END-IF
           END-IF.

      *    AUDITLOG's key field is sized for an AU_ID -- an operator
      *    record goes in as its OPER_ID, which fits with room over
       800-LOG-OPER-AUDIT.
