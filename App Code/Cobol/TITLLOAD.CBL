      *    PUBLISHERS master, blank allowed while the contract
      *    desk sorts it out
           05 XN-PUB-CODE           PIC X(4).
      *    the edition's ISBN-13 for the TITLEISBN cross-reference
      *    -- blank while the ISBN agency has not issued one.  A
      *    blank edition number is the first edition.
           05 XN-EDITION            PIC X(2).
           05 XN-FORMAT             PIC X(2).
           05 XN-ISBN               PIC X(13).

       FD  TITLE-SUSPENSE-FILE.
       01  TITLE-SUSPENSE-RECORD    PIC X(160).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD        PIC X(4).
       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY TVALPARM.
           COPY ISBNPARM.

      *    inbound file registration -- the file must open with a
      *    header naming its feed and sequence and close with a
       01 WS-TITLE-PRICE        PIC S9(7)V99.
       01 WS-PUB-CODE           PIC X(4).
       01 WS-PUB-EXISTS-CT      PIC S9(9) COMP.
       01 WS-ISBN               PIC X(13).
       01 WS-EDITION-X          PIC X(2).
       01 WS-EDITION-9 REDEFINES WS-EDITION-X
                                PIC 9(2).
       01 WS-EDITION            PIC S9(4) COMP.
       01 WS-EDITION-FORMAT     PIC X(2).
       01 WS-XN-PRICE-X         PIC X(9).
       01 WS-XN-PRICE-9 REDEFINES WS-XN-PRICE-X
                                PIC 9(7)V99.
           05 TSUSP-PUB-CODE        PIC X(4).
           05 FILLER                PIC X  VALUE SPACE.
           05 TSUSP-REASON          PIC X(40).
           05 FILLER                PIC X  VALUE SPACE.
           05 TSUSP-ISBN            PIC X(13).

           EXEC SQL
               INCLUDE SQLCA
                           MOVE XN-PRICE      TO TSUSP-PRICE
                           MOVE XN-PUB-CODE   TO TSUSP-PUB-CODE
                           MOVE TVAL-REASON   TO TSUSP-REASON
                           MOVE XN-ISBN       TO TSUSP-ISBN
                           MOVE TITLE-SUSPENSE-LINE
                                TO TITLE-SUSPENSE-RECORD
                           WRITE TITLE-SUSPENSE-RECORD
                   SET TVAL-RC-FAILED TO TRUE
                   MOVE 'Unknown publisher code' TO TVAL-REASON
               END-IF
           END-IF

      *    an ISBN on the feed gets the same ISBNVAL edits the menu
      *    gives it -- a bad check digit or an ISBN already on
      *    another edition rejects the whole title row, so the
      *    title never loads without the ISBN the feed sent
           IF TVAL-RC-OK AND XN-ISBN NOT = SPACES
               MOVE XN-EDITION TO WS-EDITION-X
               IF WS-EDITION-X = SPACES
                   MOVE '01' TO WS-EDITION-X
               END-IF
               MOVE 'I'          TO IVAL-MODE
               MOVE XN-ISBN      TO IVAL-ISBN
               MOVE XN-TITLE-ID  TO IVAL-TITLE-ID-X
               MOVE WS-EDITION-X TO IVAL-EDITION-X
               MOVE XN-FORMAT    TO IVAL-FORMAT
               CALL 'ISBNVAL' USING IVAL-PARM-AREA
               END-CALL
               IF NOT IVAL-RC-OK
                   IF IVAL-RC-FAILED
                       SET WS-RUN-FAILED TO TRUE
                   END-IF
                   SET TVAL-RC-FAILED TO TRUE
                   MOVE IVAL-REASON TO TVAL-REASON
               END-IF
           END-IF.

       450-INSERT-TITLE.
           DISPLAY 'execute for ' XN-TITLE-ID ' -> ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE

           IF SQLCODE = ZERO AND XN-ISBN NOT = SPACES
               PERFORM 460-INSERT-ISBN
           END-IF

           IF SQLCODE = ZERO
               ADD 1 TO WS-XN-INSERT-CT
               MOVE XN-TITLE-ID TO WS-CKPT-TITLE-ID
               END-IF
           END-IF.

      *    the edition was edited in 400 with the title; the
      *    cross-reference row goes on straight behind the title row
       460-INSERT-ISBN.
           MOVE XN-ISBN      TO WS-ISBN
           MOVE WS-EDITION-9 TO WS-EDITION
           MOVE XN-FORMAT    TO WS-EDITION-FORMAT

           EXEC SQL
               INSERT INTO TITLEISBN
                (ISBN,TITLE_ID,EDITION_NO,FORMAT_CODE)
               VALUES
                (:WS-ISBN,:WS-TITLE-ID,:WS-EDITION,
                 :WS-EDITION-FORMAT)
           END-EXEC

           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'ISBN ' XN-ISBN ' -> ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE.

      *    pulls the last-committed TITLE_ID from a prior abended
      *    run, if any, and puts the load into skip mode until that
      *    TITLE_ID is seen again on the feed
