           STRING 'CUR=' WS-CURRENCY-CODE
               DELIMITED BY SIZE INTO AUDIT-AU-ID
           MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
           IF SQLCODE NOT < ZERO
               PERFORM 270-RECORD-RATE-HISTORY
           END-IF
           MOVE SPACES     TO AUDIT-AFTER-IMAGE
           MOVE WS-RATE-TO-USD TO WS-DISP-RATE
           STRING 'RATE=' WS-DISP-RATE ' EFF=' WS-EFF-DATE
               END-CALL
           END-IF.

      *    every rate that goes live also lands on EXCHHIST under
      *    its effective date, so a sale can convert at the rate
      *    in force on the day it was made rather than today's
       270-RECORD-RATE-HISTORY.
           EXEC SQL
               UPDATE EXCHHIST
                  SET RATE_TO_USD = :WS-RATE-TO-USD
                  WHERE CURRENCY_CODE = :WS-CURRENCY-CODE
                    AND EFF_DATE = :WS-EFF-DATE
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT < ZERO AND SQLERRD(3) = ZERO
               EXEC SQL
                   INSERT INTO EXCHHIST
                    (CURRENCY_CODE,EFF_DATE,RATE_TO_USD)
                   VALUES
                    (:WS-CURRENCY-CODE,:WS-EFF-DATE,:WS-RATE-TO-USD)
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
           END-IF.

       300-DELETE-RATE.
           DISPLAY 'Enter currency code to delete: '
           ACCEPT WS-CURRENCY-CODE
