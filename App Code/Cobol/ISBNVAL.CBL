       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISBNVAL.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    ISBN edits shared by every path that files or reads an
      *    ISBN (TITLMSTR and TITLLOAD adding an edition, SALESLD
      *    translating a distributor's sale) -- the TITLVAL
      *    arrangement, so an ISBN with a bad check digit can't
      *    reach the cross-reference whichever program files it
       01 WS-ISBN-X             PIC X(13).
       01 WS-ISBN-DIGITS REDEFINES WS-ISBN-X.
           05 WS-ISBN-DIGIT     PIC 9 OCCURS 13 TIMES.
       01 WS-DIGIT-SUB          PIC 9(2) COMP.
       01 WS-WEIGHTED-SUM       PIC 9(4) COMP.
       01 WS-SUM-QUOT           PIC 9(4) COMP.
       01 WS-SUM-REM            PIC 9(2) COMP.
       01 WS-CHECK-DIGIT        PIC 9(2) COMP.

       01 WS-ISBN               PIC X(13).
       01 WS-TITLE-ID           PIC S9(4) COMP.
       01 WS-TITLE-ID-9         PIC 9(4).
       01 WS-EDITION            PIC S9(4) COMP.
       01 WS-EDITION-9          PIC 9(2).
       01 WS-FORMAT             PIC X(2).
       01 WS-FORMAT-IND         PIC S9(4) COMP.
       01 WS-ISBN-COUNT         PIC S9(9) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       LINKAGE SECTION.
           COPY ISBNPARM.

       PROCEDURE DIVISION USING IVAL-PARM-AREA.
       100-VALIDATE.
           SET IVAL-RC-OK TO TRUE
           MOVE SPACES TO IVAL-REASON

           PERFORM 200-CHECK-ISBN-FORM

           IF IVAL-RC-OK AND IVAL-MODE-INSERT
               PERFORM 300-CHECK-EDITION
           END-IF
           IF IVAL-RC-OK AND IVAL-MODE-INSERT
               PERFORM 400-CHECK-ISBN-UNIQUE
           END-IF
           IF IVAL-RC-OK AND IVAL-MODE-RESOLVE
               PERFORM 500-RESOLVE-ISBN
           END-IF

           GOBACK.

      *    the ISBN-13 check digit weights the first twelve digits
      *    1,3,1,3... and makes the total a multiple of ten -- one
      *    mistyped digit or two swapped neighbours fail it
       200-CHECK-ISBN-FORM.
           MOVE IVAL-ISBN TO WS-ISBN-X
           IF WS-ISBN-X NOT NUMERIC
               SET IVAL-RC-REFUSED TO TRUE
               MOVE 'ISBN must be 13 digits' TO IVAL-REASON
           ELSE
               IF WS-ISBN-X(1:3) NOT = '978'
                  AND WS-ISBN-X(1:3) NOT = '979'
                   SET IVAL-RC-REFUSED TO TRUE
                   MOVE 'ISBN must begin 978 or 979' TO IVAL-REASON
               ELSE
                   MOVE ZERO TO WS-WEIGHTED-SUM
                   PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 2
                           UNTIL WS-DIGIT-SUB > 11
                       ADD WS-ISBN-DIGIT(WS-DIGIT-SUB)
                           TO WS-WEIGHTED-SUM
                       COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                           + 3 * WS-ISBN-DIGIT(WS-DIGIT-SUB + 1)
                   END-PERFORM
                   DIVIDE WS-WEIGHTED-SUM BY 10
                       GIVING WS-SUM-QUOT REMAINDER WS-SUM-REM
                   IF WS-SUM-REM = ZERO
                       MOVE ZERO TO WS-CHECK-DIGIT
                   ELSE
                       COMPUTE WS-CHECK-DIGIT = 10 - WS-SUM-REM
                   END-IF
                   IF WS-CHECK-DIGIT NOT = WS-ISBN-DIGIT(13)
                       SET IVAL-RC-REFUSED TO TRUE
                       MOVE 'ISBN check digit does not verify'
                           TO IVAL-REASON
                   END-IF
               END-IF
           END-IF.

       300-CHECK-EDITION.
           IF IVAL-TITLE-ID-X = SPACES
              OR IVAL-TITLE-ID-X NOT NUMERIC
               SET IVAL-RC-REFUSED TO TRUE
               MOVE 'Invalid or missing TITLE_ID' TO IVAL-REASON
           ELSE
               IF IVAL-EDITION-X NOT NUMERIC
                  OR IVAL-EDITION-X = '00'
                   SET IVAL-RC-REFUSED TO TRUE
                   MOVE 'Edition must be 01-99' TO IVAL-REASON
               ELSE
                   IF IVAL-FORMAT NOT = 'HC' AND NOT = 'PB'
                      AND NOT = 'MM' AND NOT = 'EB' AND NOT = 'AU'
                       SET IVAL-RC-REFUSED TO TRUE
                       MOVE 'Edition format must be HC PB MM EB AU'
                           TO IVAL-REASON
                   END-IF
               END-IF
           END-IF.

      *    one ISBN names one edition, and an edition has one ISBN
      *    -- either collision is refused here rather than left to
      *    the caller as a duplicate-key SQLCODE
       400-CHECK-ISBN-UNIQUE.
           MOVE IVAL-ISBN       TO WS-ISBN
           MOVE IVAL-TITLE-ID-X TO WS-TITLE-ID-9
           MOVE WS-TITLE-ID-9   TO WS-TITLE-ID
           MOVE IVAL-EDITION-X  TO WS-EDITION-9
           MOVE WS-EDITION-9    TO WS-EDITION

           EXEC SQL
               SELECT COUNT(*)
                  INTO :WS-ISBN-COUNT
                  FROM TITLEISBN
                  WHERE ISBN = :WS-ISBN
           END-EXEC
           IF SQLCODE < ZERO
               SET IVAL-RC-FAILED TO TRUE
               MOVE 'ISBN uniqueness check failed' TO IVAL-REASON
           ELSE
               IF WS-ISBN-COUNT > ZERO
                   SET IVAL-RC-REFUSED TO TRUE
                   MOVE 'ISBN already on file' TO IVAL-REASON
               END-IF
           END-IF

           IF IVAL-RC-OK
               EXEC SQL
                   SELECT COUNT(*)
                      INTO :WS-ISBN-COUNT
                      FROM TITLEISBN
                      WHERE TITLE_ID = :WS-TITLE-ID
                        AND EDITION_NO = :WS-EDITION
               END-EXEC
               IF SQLCODE < ZERO
                   SET IVAL-RC-FAILED TO TRUE
                   MOVE 'ISBN uniqueness check failed'
                       TO IVAL-REASON
               ELSE
                   IF WS-ISBN-COUNT > ZERO
                       SET IVAL-RC-REFUSED TO TRUE
                       MOVE 'Edition already has an ISBN'
                           TO IVAL-REASON
                   END-IF
               END-IF
           END-IF.

       500-RESOLVE-ISBN.
           MOVE IVAL-ISBN TO WS-ISBN
           EXEC SQL
               SELECT TITLE_ID, EDITION_NO, FORMAT_CODE
                  INTO :WS-TITLE-ID, :WS-EDITION,
                       :WS-FORMAT:WS-FORMAT-IND
                  FROM TITLEISBN
                  WHERE ISBN = :WS-ISBN
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET IVAL-RC-NOT-FOUND TO TRUE
                   MOVE 'ISBN not on title cross-reference'
                       TO IVAL-REASON
               WHEN SQLCODE < ZERO
                   SET IVAL-RC-FAILED TO TRUE
                   MOVE 'ISBN lookup failed' TO IVAL-REASON
               WHEN OTHER
                   IF WS-FORMAT-IND < 0
                       MOVE SPACES TO WS-FORMAT
                   END-IF
                   MOVE WS-TITLE-ID   TO WS-TITLE-ID-9
                   MOVE WS-TITLE-ID-9 TO IVAL-TITLE-ID-X
                   MOVE WS-EDITION    TO WS-EDITION-9
                   MOVE WS-EDITION-9  TO IVAL-EDITION-X
                   MOVE WS-FORMAT     TO IVAL-FORMAT
           END-EVALUATE.
       END PROGRAM ISBNVAL.
