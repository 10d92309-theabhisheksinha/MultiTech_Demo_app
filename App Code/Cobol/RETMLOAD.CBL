       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMLOAD.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETMAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    the mail room's log of pieces the post office sent back
      *    undeliverable, one line per piece -- the AU_ID off the
      *    label, the date it came back and the address it was
      *    sent to
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05 RM-AU-ID              PIC X(11).
           05 FILLER                PIC X.
           05 RM-RETURN-DATE        PIC X(8).
           05 FILLER                PIC X.
           05 RM-ADDRESS            PIC X(40).

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE authors
           END-EXEC

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY AUDITPARM.

      *    inbound file registration -- the same header, trailer
      *    and RECVLOG discipline every loader holds its file to
           COPY RECVPARM.
           COPY INFREC.

      *    returned-mail load -- raises the returned-mail flag on
      *    each author whose mail came back, so ROYSTMT holds the
      *    paper statement and TEST9 holds the mailing until the
      *    address is confirmed through AUTHMENU or a
      *    change-of-address load moves the author.  A piece sent
      *    to an address the author has since left says nothing
      *    about the address on file now and is passed by.
       01 WS-VFY-EOF-SW         PIC X.
           88 WS-VFY-EOF            VALUE 'Y'.
       01 WS-FILE-REFUSED-SW    PIC X VALUE 'N'.
           88 WS-FILE-REFUSED       VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW    PIC X.
           88 WS-TRAILER-SEEN       VALUE 'Y'.
       01 WS-VFY-DETAIL-CT      PIC 9(7) VALUE ZERO.
       01 WS-HDR-SEQ-9          PIC 9(5).
       01 WS-TRL-COUNT-9        PIC 9(7).

       01 WS-RM-EOF-SW          PIC X VALUE 'N'.
           88 WS-RM-EOF             VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.

       01 WS-MAIL-RET           PIC X.
       01 WS-MRET-IND           PIC S9(4) COMP.
       01 WS-MRET-DATE          PIC X(8).
       01 WS-MRDT-IND           PIC S9(4) COMP.
       01 WS-NEW-MRET           PIC X VALUE 'Y'.
       01 WS-RETURN-DATE        PIC X(8).

       01 WS-RM-READ-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-RM-FLAGGED-CT      PIC 9(7) COMP VALUE ZERO.
       01 WS-RM-ALREADY-CT      PIC 9(7) COMP VALUE ZERO.
       01 WS-RM-STALE-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-RM-REJECT-CT       PIC 9(7) COMP VALUE ZERO.
       01 DISP-RM-CT            PIC Z,ZZZ,ZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'RETMLOAD' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 320-VERIFY-INBOUND-FILE
           IF WS-FILE-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 300-LOAD-RETURNED-MAIL
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               SET RECV-FUNC-LOG TO TRUE
               MOVE WS-VFY-DETAIL-CT TO RECV-RECORD-COUNT
               CALL 'RECVLOG' USING RECV-PARM-AREA
               END-CALL
               IF NOT RECV-RC-OK
                   DISPLAY 'Receive registry write failed'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    one pass over the whole file before the load pass --
      *    header, sequence, trailer and count must all hold or
      *    no flag is raised
       320-VERIFY-INBOUND-FILE.
           MOVE 'N'  TO WS-VFY-EOF-SW WS-TRAILER-SEEN-SW
           MOVE ZERO TO WS-VFY-DETAIL-CT

           OPEN INPUT RETURNED-MAIL-FILE
           READ RETURNED-MAIL-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF WS-VFY-EOF
               DISPLAY 'Empty returned-mail file - load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               MOVE RETURNED-MAIL-RECORD TO INBOUND-HEADER-LINE
               PERFORM 325-CHECK-FILE-HEADER
           END-IF

           PERFORM 330-VERIFY-ONE-RECORD
               UNTIL WS-VFY-EOF OR WS-FILE-REFUSED
           CLOSE RETURNED-MAIL-FILE

           IF NOT WS-FILE-REFUSED
               IF NOT WS-TRAILER-SEEN
                   DISPLAY 'No trailer on returned-mail file - '
                           'load refused'
                   SET WS-FILE-REFUSED TO TRUE
               ELSE
                   IF WS-VFY-DETAIL-CT NOT = WS-TRL-COUNT-9
                       DISPLAY 'Trailer count does not tie to '
                               'records on file - load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       325-CHECK-FILE-HEADER.
           IF IFH-REC-TYPE NOT = 'H'
              OR IFH-FEED-ID NOT = 'RETMAIL'
              OR IFH-FILE-SEQ NOT NUMERIC
               DISPLAY 'Missing or bad registration header - '
                       'load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               MOVE IFH-FILE-SEQ TO WS-HDR-SEQ-9
               SET RECV-FUNC-CHECK TO TRUE
               MOVE 'RETMAIL'           TO RECV-FEED-ID
               MOVE IFH-BUSINESS-DATE   TO RECV-BUSINESS-DATE
               MOVE WS-HDR-SEQ-9        TO RECV-FILE-SEQ
               CALL 'RECVLOG' USING RECV-PARM-AREA
               END-CALL
               EVALUATE TRUE
                   WHEN RECV-RC-DUPLICATE
                       DISPLAY 'File sequence ' IFH-FILE-SEQ
                               ' already consumed - load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN RECV-RC-OUT-OF-SEQ
                       DISPLAY 'File sequence ' IFH-FILE-SEQ
                               ' out of order - an earlier file '
                               'is missing, load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN RECV-RC-FAILED
                       DISPLAY 'Receive registry check failed - '
                               'load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       330-VERIFY-ONE-RECORD.
           READ RETURNED-MAIL-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF NOT WS-VFY-EOF
               EVALUATE TRUE
                   WHEN RETURNED-MAIL-RECORD(1:2) = 'T '
                       IF WS-TRAILER-SEEN
                           DISPLAY 'Two trailers on returned-mail '
                                   'file - load refused'
                           SET WS-FILE-REFUSED TO TRUE
                       ELSE
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE RETURNED-MAIL-RECORD
                               TO INBOUND-TRAILER-LINE
                           IF IFT-RECORD-COUNT NUMERIC
                               MOVE IFT-RECORD-COUNT
                                   TO WS-TRL-COUNT-9
                           ELSE
                               DISPLAY 'Bad trailer count - '
                                       'load refused'
                               SET WS-FILE-REFUSED TO TRUE
                           END-IF
                       END-IF
                   WHEN WS-TRAILER-SEEN
                       DISPLAY 'Records after the trailer - '
                               'load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-VFY-DETAIL-CT
               END-EVALUATE
           END-IF.

       300-LOAD-RETURNED-MAIL.
           OPEN INPUT RETURNED-MAIL-FILE
           PERFORM UNTIL WS-RM-EOF
               READ RETURNED-MAIL-FILE
                   AT END
                       SET WS-RM-EOF TO TRUE
               END-READ

               IF NOT WS-RM-EOF
                  AND (RETURNED-MAIL-RECORD(1:2) = 'H '
                       OR RETURNED-MAIL-RECORD(1:2) = 'T ')
                   CONTINUE
               ELSE
               IF NOT WS-RM-EOF
                   ADD 1 TO WS-RM-READ-CT
                   PERFORM 400-FLAG-ONE-RETURN
               END-IF
               END-IF
           END-PERFORM
           CLOSE RETURNED-MAIL-FILE

           MOVE WS-RM-READ-CT    TO DISP-RM-CT
           DISPLAY 'Returned mail - pieces read:       ' DISP-RM-CT
           MOVE WS-RM-FLAGGED-CT TO DISP-RM-CT
           DISPLAY 'Returned mail - authors flagged:   ' DISP-RM-CT
           MOVE WS-RM-ALREADY-CT TO DISP-RM-CT
           DISPLAY 'Returned mail - already flagged:   ' DISP-RM-CT
           MOVE WS-RM-STALE-CT   TO DISP-RM-CT
           DISPLAY 'Returned mail - address since moved:' DISP-RM-CT
           MOVE WS-RM-REJECT-CT  TO DISP-RM-CT
           DISPLAY 'Returned mail - rejected:          ' DISP-RM-CT.

       400-FLAG-ONE-RETURN.
           MOVE RM-AU-ID TO AU-ID
           IF RM-AU-ID = SPACES OR RM-RETURN-DATE NOT NUMERIC
               ADD 1 TO WS-RM-REJECT-CT
               DISPLAY 'rejected return ' RM-AU-ID
                       ' -> missing AU_ID or bad return date'
           ELSE
               EXEC SQL
                   SELECT ADDRESS, MAIL_RETURNED, MAIL_RET_DATE
                      INTO :ADDRESS, :WS-MAIL-RET:WS-MRET-IND,
                           :WS-MRET-DATE:WS-MRDT-IND
                      FROM authors
                      WHERE AU_ID = :AU-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       ADD 1 TO WS-RM-REJECT-CT
                       DISPLAY 'rejected return ' RM-AU-ID
                               ' -> AU_ID not on file'
                   WHEN SQLCODE < ZERO
                       MOVE SQLCODE TO DISP-CODE
                       DISPLAY 'author read for ' RM-AU-ID ' -> '
                               DISP-CODE
                       PERFORM 900-CHECK-SQLCODE
                   WHEN OTHER
                       IF WS-MRET-IND < 0
                           MOVE 'N' TO WS-MAIL-RET
                       END-IF
                       IF WS-MRDT-IND < 0
                           MOVE SPACES TO WS-MRET-DATE
                       END-IF
                       EVALUATE TRUE
                           WHEN RM-ADDRESS NOT = SPACES
                            AND RM-ADDRESS NOT = ADDRESS
                               ADD 1 TO WS-RM-STALE-CT
                           WHEN WS-MAIL-RET = 'Y'
                               ADD 1 TO WS-RM-ALREADY-CT
                           WHEN OTHER
                               PERFORM 450-SET-RETURNED-FLAG
                       END-EVALUATE
               END-EVALUATE
           END-IF.

      *    same stale-row guard as the online flag maintenance --
      *    an operator who confirmed the address since the read
      *    isn't overridden
       450-SET-RETURNED-FLAG.
           MOVE RM-RETURN-DATE TO WS-RETURN-DATE
           IF WS-MRET-IND < 0
               EXEC SQL
                   UPDATE authors
                      SET MAIL_RETURNED = :WS-NEW-MRET,
                          MAIL_RET_DATE = :WS-RETURN-DATE
                      WHERE AU_ID = :AU-ID
                        AND ADDRESS = :ADDRESS
                        AND MAIL_RETURNED IS NULL
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE authors
                      SET MAIL_RETURNED = :WS-NEW-MRET,
                          MAIL_RET_DATE = :WS-RETURN-DATE
                      WHERE AU_ID = :AU-ID
                        AND ADDRESS = :ADDRESS
                        AND MAIL_RETURNED = :WS-MAIL-RET
               END-EXEC
           END-IF

           MOVE SQLCODE TO DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               DISPLAY 'flag update for ' AU-ID ' -> ' DISP-CODE
           ELSE
               IF SQLERRD(3) = ZERO
                   ADD 1 TO WS-RM-STALE-CT
               ELSE
                   ADD 1 TO WS-RM-FLAGGED-CT
                   MOVE 'RETMLOAD' TO AUDIT-CALLER-ID
                   MOVE 'UPDATE'   TO AUDIT-OPERATION
                   MOVE AU-ID      TO AUDIT-AU-ID
                   MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
                   MOVE SPACES     TO AUDIT-BEFORE-IMAGE
                                      AUDIT-AFTER-IMAGE
                   STRING 'MAILRET=' WS-MAIL-RET ' ' WS-MRET-DATE
                       DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
                   STRING 'MAILRET=' WS-NEW-MRET ' ' WS-RETURN-DATE
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                   END-CALL
               END-IF
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM RETMLOAD.
