           05 ACAT-FILE-NAME        PIC X(16).

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       WORKING-STORAGE SECTION.

       01 WS-PUB-IND            PIC S9(4) COMP.
       01 WS-DISP-PRICE         PIC $$$,$$9.99.

      *    the title's editions as the TITLEISBN cross-reference
      *    holds them -- the ISBNs the distributors report under
       01 WS-ISB-ISBN           PIC X(13).
       01 WS-ISB-EDITION        PIC S9(4) COMP.
       01 WS-ISB-FORMAT         PIC X(2).
       01 WS-ISB-FORMAT-IND     PIC S9(4) COMP.
       01 WS-ISB-MORE-SW        PIC X.
           88 WS-ISB-NO-MORE        VALUE 'N'.
       01 WS-ISB-CT             PIC 9(4) COMP.
       01 WS-DISP-EDITION       PIC Z9.

      *    the title's AUDITLOG key exactly as TITLMSTR writes it
       01 WS-AUDIT-KEY          PIC X(11).
       01 WS-DISP-TITLE-ID      PIC ----9.
                  ORDER BY T.AU_ID
           END-EXEC

           EXEC SQL
               DECLARE INQISBNS CURSOR FOR
               SELECT ISBN, EDITION_NO, FORMAT_CODE
                  FROM TITLEISBN
                  WHERE TITLE_ID = :WS-INQ-TITLE-ID
                  ORDER BY EDITION_NO
           END-EXEC

           EXEC SQL
               DECLARE INQSALES CURSOR FOR
               SELECT QTY, AMOUNT, SALE_DATE
               MOVE ZERO TO WS-HIST-CT
               PERFORM 250-SHOW-TITLE-ROW
               IF SQLCODE = ZERO
                   PERFORM 260-SHOW-ISBNS
                   PERFORM 300-SHOW-SPLITS
                   PERFORM 400-SHOW-SALES-HISTORY
                   PERFORM 500-SHOW-PAYMENTS
                      AND WS-TITLE-STATUS = 'I'
                       DISPLAY 'STATUS: RETIRED'
                   END-IF
                   IF WS-STATUS-IND NOT < 0
                      AND WS-TITLE-STATUS = 'R'
                       DISPLAY 'STATUS: RIGHTS REVERTED TO AUTHOR'
                   END-IF
                   IF WS-PUB-IND NOT < 0
                      AND WS-PUB-CODE NOT = SPACES
                       DISPLAY 'publisher ' WS-PUB-CODE
               END-IF
           END-IF.

       260-SHOW-ISBNS.
           MOVE 'Y'  TO WS-ISB-MORE-SW
           MOVE ZERO TO WS-ISB-CT

           EXEC SQL
               OPEN INQISBNS
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           PERFORM 265-SHOW-ONE-ISBN UNTIL WS-ISB-NO-MORE

           EXEC SQL
               CLOSE INQISBNS
           END-EXEC

           IF WS-ISB-CT = ZERO
               DISPLAY 'isbn   (none on file)'
           END-IF.

       265-SHOW-ONE-ISBN.
           EXEC SQL
               FETCH INQISBNS INTO
                  :WS-ISB-ISBN, :WS-ISB-EDITION,
                  :WS-ISB-FORMAT:WS-ISB-FORMAT-IND
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-ISB-NO-MORE TO TRUE
           ELSE
               IF WS-ISB-FORMAT-IND < 0
                   MOVE SPACES TO WS-ISB-FORMAT
               END-IF
               ADD 1 TO WS-ISB-CT
               MOVE WS-ISB-EDITION TO WS-DISP-EDITION
               DISPLAY 'isbn   ' WS-ISB-ISBN ' edition '
                       WS-DISP-EDITION ' ' WS-ISB-FORMAT
           END-IF.

       300-SHOW-SPLITS.
           DISPLAY '--- ROYALTY SPLITS ---'
           MOVE 'Y'  TO WS-SPL-MORE-SW
