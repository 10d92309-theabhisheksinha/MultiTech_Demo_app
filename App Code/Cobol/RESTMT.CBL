       01 WS-LT-QTY             PIC S9(7) COMP.
       01 WS-LT-AMOUNT          PIC S9(9)V99.
       01 WS-LT-SALE-DATE       PIC X(8).
       01 WS-LT-RATED           PIC S9(9)V99.

      *    control break on title and the sale's own period
       01 WS-FIRST-ROW-SW       PIC X VALUE 'Y'.
       01 WS-PRV-PERIOD         PIC X(6).
       01 WS-GRP-UNITS          PIC S9(9) COMP.
       01 WS-GRP-DOLLARS        PIC S9(11)V99.
       01 WS-GRP-RATED          PIC S9(11)V99.

       01 WS-SUM-ROYALTYPER     PIC S9(9) COMP.
       01 WS-SUM-ROY-IND        PIC S9(4) COMP.

           EXEC SQL
               DECLARE LATECUR CURSOR FOR
               SELECT S.TITLE_ID, S.QTY, S.AMOUNT, S.SALE_DATE,
                      S.AMOUNT * COALESCE(R.ROY_RATE, 100) / 100
                  FROM sales S
                       LEFT OUTER JOIN SALESRATE R
                         ON R.TITLE_ID = S.TITLE_ID
                        AND R.FORMAT_CODE = S.FORMAT_CODE
                        AND R.CHANNEL = S.CHANNEL
                  WHERE S.PRIOR_PERIOD = 'Y'
                    AND S.LOAD_DATE = :WS-BUSINESS-DATE
                  ORDER BY S.TITLE_ID, S.SALE_DATE
           END-EXEC

           EXEC SQL
           EXEC SQL
               FETCH LATECUR INTO
                  :WS-LT-TITLE-ID, :WS-LT-QTY, :WS-LT-AMOUNT,
                  :WS-LT-SALE-DATE, :WS-LT-RATED
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
                   MOVE WS-LT-TITLE-ID TO WS-PRV-TITLE-ID
                   MOVE WS-LT-SALE-DATE(1:6) TO WS-PRV-PERIOD
                   MOVE ZERO TO WS-GRP-UNITS WS-GRP-DOLLARS
                                WS-GRP-RATED
                   MOVE 'N' TO WS-FIRST-ROW-SW
               END-IF

                   MOVE WS-LT-TITLE-ID TO WS-PRV-TITLE-ID
                   MOVE WS-LT-SALE-DATE(1:6) TO WS-PRV-PERIOD
                   MOVE ZERO TO WS-GRP-UNITS WS-GRP-DOLLARS
                                WS-GRP-RATED
               END-IF

               ADD WS-LT-QTY    TO WS-GRP-UNITS
               ADD WS-LT-AMOUNT TO WS-GRP-DOLLARS
               ADD WS-LT-RATED  TO WS-GRP-RATED
           END-IF.

      *    the royalty impact is the group's dollars, each sale at
      *    its format/channel rate, at the title's combined split
      *    across its authors -- the same
      *    arithmetic the royalty run would have applied had the
      *    sales arrived on time
       300-CLOSE-GROUP.
           END-IF

           COMPUTE WS-ROY-IMPACT ROUNDED =
               WS-GRP-RATED * WS-SUM-ROYALTYPER / 100

           ADD 1 TO WS-GROUP-CT
           ADD WS-ROY-IMPACT TO WS-TOT-IMPACT
