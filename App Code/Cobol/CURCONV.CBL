           SET CUR-RC-OK TO TRUE
           MOVE ZERO TO CUR-USD-AMOUNT CUR-RATE-TO-USD

      *    a dated lookup with a blank country has named the
      *    currency itself; anything else resolves it off the
      *    country as it always has, blank country included
           IF CUR-COUNTRY NOT = SPACES
              OR CUR-RATE-DATE = SPACES
               MOVE CUR-COUNTRY TO RATE-COUNTRY
               MOVE ZERO        TO RATE-PAYRATE
               CALL 'RATEFMT' USING RATE-PARM-AREA
               END-CALL
               MOVE RATE-DISPLAY(1:3) TO CUR-CURRENCY-CODE
           END-IF

           EVALUATE TRUE
               WHEN CUR-CURRENCY-CODE = 'USD'
                   MOVE 1 TO CUR-RATE-TO-USD
                   MOVE CUR-NATIVE-AMOUNT TO CUR-USD-AMOUNT
               WHEN CUR-RATE-DATE NOT = SPACES
                   PERFORM 300-LOOK-UP-DATED-RATE
               WHEN OTHER
                   PERFORM 200-LOOK-UP-RATE
           END-EVALUATE

           GOBACK.

       200-LOOK-UP-RATE.
                   COMPUTE CUR-USD-AMOUNT ROUNDED =
                       CUR-NATIVE-AMOUNT * WS-RATE-TO-USD
           END-EVALUATE.
      *    the latest EXCHHIST rate effective on or before the
      *    rate date -- a date before the currency's first rate on
      *    file has no rate, and says so
       300-LOOK-UP-DATED-RATE.
           EXEC SQL
               SELECT H.RATE_TO_USD
                  INTO :WS-RATE-TO-USD
                  FROM EXCHHIST H
                  WHERE H.CURRENCY_CODE = :CUR-CURRENCY-CODE
                    AND H.EFF_DATE =
                        (SELECT MAX(X.EFF_DATE)
                            FROM EXCHHIST X
                            WHERE X.CURRENCY_CODE = :CUR-CURRENCY-CODE
                              AND X.EFF_DATE <= :CUR-RATE-DATE)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET CUR-RC-NO-RATE TO TRUE
               WHEN SQLCODE < ZERO
                   SET CUR-RC-FAILED TO TRUE
               WHEN OTHER
                   MOVE WS-RATE-TO-USD TO CUR-RATE-TO-USD
                   COMPUTE CUR-USD-AMOUNT ROUNDED =
                       CUR-NATIVE-AMOUNT * WS-RATE-TO-USD
           END-EVALUATE.
       END PROGRAM CURCONV.
