       01 WS-TTL-UNITS-IND      PIC S9(4) COMP.
       01 WS-TTL-DOLLARS        PIC S9(11)V99.
       01 WS-TTL-DOLLARS-IND    PIC S9(4) COMP.
       01 WS-TTL-RATED          PIC S9(11)V99.
       01 WS-TTL-RATED-IND      PIC S9(4) COMP.
       01 WS-SUM-ROYALTYPER     PIC S9(9) COMP.
       01 WS-SUM-ROY-IND        PIC S9(4) COMP.
       01 WS-TTL-EXPENSE        PIC S9(9)V99.

      *    the royalty expense a title generates is its sales at
      *    the combined titleauthor split -- the same arithmetic
      *    the royalty run pays by, each format and channel priced
      *    at its SALESRATE rate first
       250-ADD-ONE-TITLE.
           EXEC SQL
               FETCH PUBTITLES INTO :WS-RPT-TITLE-ID
               SET WS-TTL-NO-MORE TO TRUE
           ELSE
               EXEC SQL
                   SELECT SUM(S.QTY), SUM(S.AMOUNT),
                          SUM(S.AMOUNT
                              * COALESCE(R.ROY_RATE, 100) / 100)
                      INTO :WS-TTL-UNITS:WS-TTL-UNITS-IND,
                           :WS-TTL-DOLLARS:WS-TTL-DOLLARS-IND,
                           :WS-TTL-RATED:WS-TTL-RATED-IND
                      FROM sales S
                           LEFT OUTER JOIN SALESRATE R
                             ON R.TITLE_ID = S.TITLE_ID
                            AND R.FORMAT_CODE = S.FORMAT_CODE
                            AND R.CHANNEL = S.CHANNEL
                      WHERE S.TITLE_ID = :WS-RPT-TITLE-ID
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF WS-TTL-UNITS-IND < 0
               IF WS-TTL-DOLLARS-IND < 0
                   MOVE ZERO TO WS-TTL-DOLLARS
               END-IF
               IF WS-TTL-RATED-IND < 0
                   MOVE ZERO TO WS-TTL-RATED
               END-IF

               EXEC SQL
                   SELECT SUM(ROYALTYPER)
               END-IF

               COMPUTE WS-TTL-EXPENSE ROUNDED =
                   WS-TTL-RATED * WS-SUM-ROYALTYPER / 100

               ADD WS-TTL-UNITS   TO WS-PUB-UNITS
               ADD WS-TTL-DOLLARS TO WS-PUB-DOLLARS
