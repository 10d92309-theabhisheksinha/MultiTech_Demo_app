       01 WS-PD-STATUS          PIC X.
       01 WS-OPENED-DATE        PIC X(8).
       01 WS-CLOSED-DATE        PIC X(8).
       01 WS-YEAR               PIC X(4).
       01 WS-CONFIRM-YEAR       PIC X(4).

           EXEC SQL
               INCLUDE SQLCA
                       PERFORM 300-CLOSE-PERIOD
                   WHEN '3'
                       PERFORM 400-REOPEN-PERIOD
                   WHEN '4'
                       PERFORM 500-REOPEN-YEAR
                   WHEN '0'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
           DISPLAY '  1. Inquire on a period'
           DISPLAY '  2. Close a period'
           DISPLAY '  3. Reopen a period'
           DISPLAY '  4. Reopen a closed year'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

               SET WS-RUN-FAILED TO TRUE
           END-IF.

      *    a year YRCLOSE locked only opens again from here, and
      *    only on purpose -- the operator keys the year twice
       500-REOPEN-YEAR.
           DISPLAY 'Enter year YYYY to reopen: '
           ACCEPT WS-YEAR
           DISPLAY 'Re-enter year YYYY to confirm: '
           ACCEPT WS-CONFIRM-YEAR
           IF WS-YEAR NOT NUMERIC
              OR WS-CONFIRM-YEAR NOT = WS-YEAR
               DISPLAY 'Years do not match - reopen cancelled'
           ELSE
               MOVE SPACES TO FIS-PERIOD
               STRING WS-YEAR '01' DELIMITED BY SIZE
                   INTO FIS-PERIOD
               SET FIS-FUNC-REOPEN-YEAR TO TRUE
               CALL 'FISCAL' USING FIS-PARM-AREA
               END-CALL
               EVALUATE TRUE
                   WHEN FIS-RC-OK
                       DISPLAY 'Year ' WS-YEAR ' reopened'
                       MOVE 'CHG YEAR REOPEN' TO JRNL-ACTION
                       MOVE WS-YEAR TO JRNL-KEY
                       CALL 'OPERJRNL' USING JRNL-PARM-AREA
                       END-CALL
                   WHEN FIS-RC-REFUSED
                       DISPLAY 'Reopen refused: ' FIS-REASON
                   WHEN OTHER
                       DISPLAY 'Reopen failed: ' FIS-REASON
                       SET WS-RUN-FAILED TO TRUE
               END-EVALUATE
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the session can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
