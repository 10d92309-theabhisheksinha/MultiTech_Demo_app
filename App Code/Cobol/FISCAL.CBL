           88  WS-DAILIES-OK           VALUE 'Y'.
       01  WS-TODAY                PIC X(8).

      *    GLRECON's standing for the period -- B balanced, U an
      *    unexplained difference with the general ledger
       01  WS-RECON-STATUS         PIC X.

      *    YRCLOSE's lock on the period's year -- L locked, R
      *    reopened on purpose through the period control desk
       01  WS-LOCK-YEAR            PIC X(4).
       01  WS-YR-STATUS            PIC X.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
                   WHEN FIS-FUNC-CLOSE
                       PERFORM 400-CLOSE-PERIOD
                   WHEN FIS-FUNC-OPEN
                       PERFORM 250-CHECK-YEAR-LOCK
                       IF FIS-RC-OK
                           PERFORM 500-OPEN-PERIOD
                       END-IF
                   WHEN FIS-FUNC-REOPEN-YEAR
                       PERFORM 600-REOPEN-YEAR
                   WHEN OTHER
                       SET FIS-RC-FAILED TO TRUE
               END-EVALUATE
                       SET FIS-RC-REFUSED TO TRUE
                       MOVE 'Period is closed' TO FIS-REASON
                   END-IF
           END-EVALUATE
           IF FIS-RC-OK
               PERFORM 250-CHECK-YEAR-LOCK
           END-IF.

      *    a year YRCLOSE has closed is locked whole -- nothing
      *    posts to it and no period of it reopens until the year
      *    itself is deliberately reopened.  No row is a year
      *    closed before YRCLOSE existed, let through like the
      *    calendar.
       250-CHECK-YEAR-LOCK.
           MOVE FIS-PERIOD(1:4) TO WS-LOCK-YEAR
           EXEC SQL
               SELECT YR_STATUS
                  INTO :WS-YR-STATUS
                  FROM ROYYEAR
                  WHERE TAX_YEAR = :WS-LOCK-YEAR
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE < ZERO
                   SET FIS-RC-FAILED TO TRUE
                   MOVE 'Year lock lookup failed' TO FIS-REASON
               WHEN SQLCODE = ZERO
                AND WS-YR-STATUS = 'L'
                   SET FIS-RC-REFUSED TO TRUE
                   MOVE 'Year is closed - reopen the year first'
                       TO FIS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    every weekday of the period must appear on the
               END-IF
           END-PERFORM.

      *    a royalty subledger GLRECON found out of balance with
      *    the GL holds the close until the items are keyed and the
      *    step rerun clean.  No row is a period reconciled before
      *    GLRECON existed, and is let through like the calendar.
      *    A lookup that fails holds the close as well.
       390-CHECK-GL-RECON.
           EXEC SQL
               SELECT RECON_STATUS
                  INTO :WS-RECON-STATUS
                  FROM ROYRECON
                  WHERE PERIOD = :FIS-PERIOD
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE < ZERO
                   SET FIS-RC-FAILED TO TRUE
                   MOVE 'GL reconciliation lookup failed'
                       TO FIS-REASON
               WHEN SQLCODE = ZERO
                AND WS-RECON-STATUS = 'U'
                   SET FIS-RC-REFUSED TO TRUE
                   MOVE 'Royalty GL reconciliation out of balance'
                       TO FIS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    the close seals the period -- it demands the dailies
      *    complete first, and is what the scheduler invokes once
      *    GLFEED has balanced.  Late sales and retro adjustments
      *    bounce off the sealed row from then on.
       400-CLOSE-PERIOD.
           PERFORM 300-CHECK-DAILIES
           IF WS-DAILIES-OK
               PERFORM 390-CHECK-GL-RECON
           END-IF
           IF NOT WS-DAILIES-OK
              OR FIS-RC-REFUSED
              OR FIS-RC-FAILED
               IF NOT FIS-RC-FAILED
                   SET FIS-RC-REFUSED TO TRUE
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               PERFORM 200-CHECK-PERIOD-OPEN
               SET FIS-RC-FAILED TO TRUE
               MOVE 'Calendar update failed' TO FIS-REASON
           END-IF.

      *    the deliberate reopen of a closed year -- its periods
      *    can then be reopened one by one, and YRCLOSE relocks
      *    the year when it is run again
       600-REOPEN-YEAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FIS-PERIOD(1:4) TO WS-LOCK-YEAR
           EXEC SQL
               UPDATE ROYYEAR
                  SET YR_STATUS = 'R',
                      REOPEN_DATE = :WS-TODAY
                  WHERE TAX_YEAR = :WS-LOCK-YEAR
                    AND YR_STATUS = 'L'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET FIS-RC-REFUSED TO TRUE
                   MOVE 'Year is not closed' TO FIS-REASON
               WHEN SQLCODE < ZERO
                   SET FIS-RC-FAILED TO TRUE
                   MOVE 'Year lock update failed' TO FIS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END PROGRAM FISCAL.
