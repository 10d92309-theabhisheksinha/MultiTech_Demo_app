       01 WS-BLD-QTY            PIC S9(7) COMP.
       01 WS-BLD-AMOUNT         PIC S9(9)V99.
       01 WS-BLD-SALE-DATE      PIC X(8).
       01 WS-BLD-FORMAT         PIC X(2).
       01 WS-BLD-CHANNEL        PIC X(2).
       01 WS-FIRST-ROW-SW       PIC X VALUE 'Y'.
           88 WS-FIRST-ROW          VALUE 'Y'.
       01 WS-PRV-TITLE-ID       PIC S9(4) COMP.
       01 WS-PRV-PERIOD         PIC X(6).
       01 WS-PRV-FORMAT         PIC X(2).
       01 WS-PRV-CHANNEL        PIC X(2).
       01 WS-GRP-UNITS          PIC S9(9) COMP.
       01 WS-GRP-DOLLARS        PIC S9(11)V99.

           END-IF.

      *    clean slate, then one ordered pass over the detail with
      *    a title/format/channel/period control break inserting
      *    each group -- the same grain SALESLD posts at
       300-REBUILD-SUMMARY.
           EXEC SQL
               DELETE FROM SALESSUM

           EXEC SQL
               DECLARE BLDCUR CURSOR FOR
               SELECT TITLE_ID, QTY, AMOUNT, SALE_DATE,
                      FORMAT_CODE, CHANNEL
                  FROM sales
                  ORDER BY TITLE_ID, FORMAT_CODE, CHANNEL,
                           SALE_DATE
           END-EXEC

           EXEC SQL
           EXEC SQL
               FETCH BLDCUR INTO
                  :WS-BLD-TITLE-ID, :WS-BLD-QTY, :WS-BLD-AMOUNT,
                  :WS-BLD-SALE-DATE, :WS-BLD-FORMAT,
                  :WS-BLD-CHANNEL
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               IF WS-FIRST-ROW
                   MOVE WS-BLD-TITLE-ID TO WS-PRV-TITLE-ID
                   MOVE WS-BLD-SALE-DATE(1:6) TO WS-PRV-PERIOD
                   MOVE WS-BLD-FORMAT  TO WS-PRV-FORMAT
                   MOVE WS-BLD-CHANNEL TO WS-PRV-CHANNEL
                   MOVE ZERO TO WS-GRP-UNITS WS-GRP-DOLLARS
                   MOVE 'N' TO WS-FIRST-ROW-SW
               END-IF
               IF WS-BLD-TITLE-ID NOT = WS-PRV-TITLE-ID
                  OR WS-BLD-SALE-DATE(1:6) NOT = WS-PRV-PERIOD
                  OR WS-BLD-FORMAT NOT = WS-PRV-FORMAT
                  OR WS-BLD-CHANNEL NOT = WS-PRV-CHANNEL
                   PERFORM 500-INSERT-GROUP
                   MOVE WS-BLD-TITLE-ID TO WS-PRV-TITLE-ID
                   MOVE WS-BLD-SALE-DATE(1:6) TO WS-PRV-PERIOD
                   MOVE WS-BLD-FORMAT  TO WS-PRV-FORMAT
                   MOVE WS-BLD-CHANNEL TO WS-PRV-CHANNEL
                   MOVE ZERO TO WS-GRP-UNITS WS-GRP-DOLLARS
               END-IF
               ADD WS-BLD-QTY    TO WS-GRP-UNITS
       500-INSERT-GROUP.
           EXEC SQL
               INSERT INTO SALESSUM
                (TITLE_ID,PERIOD,FORMAT_CODE,CHANNEL,UNITS,DOLLARS)
               VALUES
                (:WS-PRV-TITLE-ID,:WS-PRV-PERIOD,
                 :WS-PRV-FORMAT,:WS-PRV-CHANNEL,
                 :WS-GRP-UNITS,:WS-GRP-DOLLARS)
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
