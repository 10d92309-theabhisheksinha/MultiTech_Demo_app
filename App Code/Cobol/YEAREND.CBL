       01 WS-BEST-DATE          PIC X(8).
       01 WS-ROYALTIES          PIC S9(11)V99.
       01 WS-ROYALTIES-IND      PIC S9(4) COMP.
       01 WS-SUBR-ROYALTIES     PIC S9(11)V99.
       01 WS-SUBR-ROYALTIES-IND PIC S9(4) COMP.
       01 WS-AUTHOR-TOTAL       PIC S9(11)V99.
       01 WS-GRAND-TOTAL        PIC S9(13)V99 VALUE ZERO.

      *    the year's royalties from the same split-times-sales
      *    arithmetic ROYCALC pays on, bounded to the tax year --
      *    read from the SALESSUM period summary SALESLD keeps,
      *    not the raw detail, each format and channel at its
      *    SALESRATE rate
       340-COMPUTE-YEAR-ROYALTIES.
           EXEC SQL
               SELECT SUM(T.ROYALTYPER * S.DOLLARS
                          * COALESCE(R.ROY_RATE, 100) / 10000)
                  INTO :WS-ROYALTIES:WS-ROYALTIES-IND
                  FROM titleauthor T
                       INNER JOIN SALESSUM S
                         ON S.TITLE_ID = T.TITLE_ID
                       LEFT OUTER JOIN SALESRATE R
                         ON R.TITLE_ID = S.TITLE_ID
                        AND R.FORMAT_CODE = S.FORMAT_CODE
                        AND R.CHANNEL = S.CHANNEL
                  WHERE T.AU_ID = :AU-ID
                    AND S.PERIOD >= :WS-YEAR-START-PER
                    AND S.PERIOD <= :WS-YEAR-END-PER
           END-EXEC

           IF WS-ROYALTIES-IND < 0
               MOVE ZERO TO WS-ROYALTIES
           END-IF

      *    licence income shared to the author is royalty income
      *    for the form too -- SUBRPAID holds what each period
      *    actually paid
           EXEC SQL
               SELECT SUM(SHARE_AMOUNT)
                  INTO :WS-SUBR-ROYALTIES:WS-SUBR-ROYALTIES-IND
                  FROM SUBRPAID
                  WHERE AU_ID = :AU-ID
                    AND PAID_PER >= :WS-YEAR-START-PER
                    AND PAID_PER <= :WS-YEAR-END-PER
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           IF WS-SUBR-ROYALTIES-IND NOT < 0
               ADD WS-SUBR-ROYALTIES TO WS-ROYALTIES
           END-IF.

       400-ACCUMULATE-JURISDICTION.
