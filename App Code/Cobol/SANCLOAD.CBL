       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCLOAD.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "SANCLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    the published sanctions watch list, one entry per
      *    listed party -- each publication is the whole list, so
      *    a load replaces what SANCLIST held rather than adding
      *    to it.  A party the government has delisted simply
      *    isn't on the next file.
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           05 WL-ENTRY-ID           PIC X(10).
           05 FILLER                PIC X.
           05 WL-ENTRY-NAME         PIC X(60).
           05 FILLER                PIC X.
           05 WL-COUNTRY            PIC X(3).
           05 FILLER                PIC X.
           05 WL-LIST-CODE          PIC X(8).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.

      *    inbound file registration -- the same header, trailer
      *    and RECVLOG discipline every loader holds its file to,
      *    so an old publication can't be reloaded over a newer
      *    one
           COPY RECVPARM.
           COPY INFREC.

       01 WS-VFY-EOF-SW         PIC X.
           88 WS-VFY-EOF            VALUE 'Y'.
       01 WS-FILE-REFUSED-SW    PIC X VALUE 'N'.
           88 WS-FILE-REFUSED       VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW    PIC X.
           88 WS-TRAILER-SEEN       VALUE 'Y'.
       01 WS-VFY-DETAIL-CT      PIC 9(7) VALUE ZERO.
       01 WS-HDR-SEQ-9          PIC 9(5).
       01 WS-TRL-COUNT-9        PIC 9(7).

       01 WS-WL-EOF-SW          PIC X VALUE 'N'.
           88 WS-WL-EOF             VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-WL-READ-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-WL-INSERT-CT       PIC 9(7) COMP VALUE ZERO.
       01 WS-WL-REJECT-CT       PIC 9(7) COMP VALUE ZERO.
       01 DISP-WL-CT            PIC Z,ZZZ,ZZ9.

       01 WS-ENTRY-ID           PIC X(10).
       01 WS-ENTRY-NAME         PIC X(60).
       01 WS-COUNTRY            PIC X(3).
       01 WS-LIST-CODE          PIC X(8).
       01 WS-BUSINESS-DATE      PIC X(8).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'SANCLOAD' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF BDT-RC-OK
               MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF

           PERFORM 320-VERIFY-INBOUND-FILE
           IF WS-FILE-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 300-LOAD-WATCH-LIST
           .
       100-EXIT.
      *    a failed load is rolled back whole -- the list the
      *    screen runs against is never half of one publication
           IF WS-RUN-FAILED
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE 16 TO RETURN-CODE
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
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
      *    the list on file is left as it was
       320-VERIFY-INBOUND-FILE.
           MOVE 'N'  TO WS-VFY-EOF-SW WS-TRAILER-SEEN-SW
           MOVE ZERO TO WS-VFY-DETAIL-CT

           OPEN INPUT WATCH-LIST-FILE
           READ WATCH-LIST-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF WS-VFY-EOF
               DISPLAY 'Empty watch-list file - load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               MOVE WATCH-LIST-RECORD TO INBOUND-HEADER-LINE
               PERFORM 325-CHECK-FILE-HEADER
           END-IF

           PERFORM 330-VERIFY-ONE-RECORD
               UNTIL WS-VFY-EOF OR WS-FILE-REFUSED
           CLOSE WATCH-LIST-FILE

           IF NOT WS-FILE-REFUSED
               IF NOT WS-TRAILER-SEEN
                   DISPLAY 'No trailer on watch-list file - '
                           'load refused'
                   SET WS-FILE-REFUSED TO TRUE
               ELSE
                   IF WS-VFY-DETAIL-CT NOT = WS-TRL-COUNT-9
                       DISPLAY 'Trailer count does not tie to '
                               'records on file - load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF

      *    an empty publication would lift every hold the screen
      *    could raise -- that is a bad file, not a clean list
           IF NOT WS-FILE-REFUSED AND WS-VFY-DETAIL-CT = ZERO
               DISPLAY 'Watch-list file has no entries - '
                       'load refused'
               SET WS-FILE-REFUSED TO TRUE
           END-IF.

       325-CHECK-FILE-HEADER.
           IF IFH-REC-TYPE NOT = 'H'
              OR IFH-FEED-ID NOT = 'SANCLIST'
              OR IFH-FILE-SEQ NOT NUMERIC
               DISPLAY 'Missing or bad registration header - '
                       'load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               MOVE IFH-FILE-SEQ TO WS-HDR-SEQ-9
               SET RECV-FUNC-CHECK TO TRUE
               MOVE 'SANCLIST'          TO RECV-FEED-ID
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
           READ WATCH-LIST-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF NOT WS-VFY-EOF
               EVALUATE TRUE
                   WHEN WATCH-LIST-RECORD(1:2) = 'T '
                       IF WS-TRAILER-SEEN
                           DISPLAY 'Two trailers on watch-list '
                                   'file - load refused'
                           SET WS-FILE-REFUSED TO TRUE
                       ELSE
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE WATCH-LIST-RECORD
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

      *    the old publication comes off and the new one goes on
      *    in the one unit of work.  SANCHIT keeps the entry id and
      *    name of every hit it raised, so a delisting never loses
      *    the history of what was held and why.
       300-LOAD-WATCH-LIST.
           EXEC SQL
               DELETE FROM SANCLIST
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'prior list removed ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE

           OPEN INPUT WATCH-LIST-FILE
           PERFORM UNTIL WS-WL-EOF OR WS-RUN-FAILED
               READ WATCH-LIST-FILE
                   AT END
                       SET WS-WL-EOF TO TRUE
               END-READ

               IF NOT WS-WL-EOF
                  AND (WATCH-LIST-RECORD(1:2) = 'H '
                       OR WATCH-LIST-RECORD(1:2) = 'T ')
                   CONTINUE
               ELSE
               IF NOT WS-WL-EOF
                   ADD 1 TO WS-WL-READ-CT
                   PERFORM 400-INSERT-ENTRY
               END-IF
               END-IF
           END-PERFORM
           CLOSE WATCH-LIST-FILE

           MOVE WS-WL-READ-CT   TO DISP-WL-CT
           DISPLAY 'Watch-list load - entries read:     ' DISP-WL-CT
           MOVE WS-WL-INSERT-CT TO DISP-WL-CT
           DISPLAY 'Watch-list load - entries loaded:   ' DISP-WL-CT
           MOVE WS-WL-REJECT-CT TO DISP-WL-CT
           DISPLAY 'Watch-list load - entries rejected: ' DISP-WL-CT.

      *    names are held in upper case so SANCSCRN compares like
      *    with like; an entry with no name can match nothing and
      *    is counted out
       400-INSERT-ENTRY.
           IF WL-ENTRY-ID = SPACES OR WL-ENTRY-NAME = SPACES
               ADD 1 TO WS-WL-REJECT-CT
               DISPLAY 'rejected entry ' WL-ENTRY-ID
                       ' -> missing id or name'
           ELSE
               MOVE WL-ENTRY-ID   TO WS-ENTRY-ID
               MOVE WL-ENTRY-NAME TO WS-ENTRY-NAME
               MOVE WL-COUNTRY    TO WS-COUNTRY
               MOVE WL-LIST-CODE  TO WS-LIST-CODE
               INSPECT WS-ENTRY-NAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-COUNTRY CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               EXEC SQL
                   INSERT INTO SANCLIST
                    (ENTRY_ID,ENTRY_NAME,COUNTRY,LIST_CODE,
                     LOAD_DATE)
                   VALUES
                    (:WS-ENTRY-ID,:WS-ENTRY-NAME,:WS-COUNTRY,
                     :WS-LIST-CODE,:WS-BUSINESS-DATE)
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO
                   ADD 1 TO WS-WL-INSERT-CT
               ELSE
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'insert for ' WL-ENTRY-ID ' -> '
                           DISP-CODE
               END-IF
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM SANCLOAD.
