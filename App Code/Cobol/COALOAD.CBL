       IDENTIFICATION DIVISION.
       PROGRAM-ID. COALOAD.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COA-RESULT-FILE ASSIGN TO "NCOARSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    the postal change-of-address service's results for our
      *    author mailing list, one line per author it found a
      *    filed move for.  F is a full match on name and address;
      *    P matched the address but not the whole name (a family
      *    member's move, a maiden name) and is never applied
      *    without a person confirming it.
       FD  COA-RESULT-FILE.
       01  COA-RESULT-RECORD.
           05 COA-AU-ID             PIC X(11).
           05 FILLER                PIC X.
           05 COA-MATCH-TYPE        PIC X.
           05 FILLER                PIC X.
           05 COA-MOVE-DATE         PIC X(8).
           05 FILLER                PIC X.
           05 COA-LNAME             PIC X(40).
           05 FILLER                PIC X.
           05 COA-OLD-ADDRESS       PIC X(40).
           05 FILLER                PIC X.
           05 COA-OLD-POSTALCODE    PIC X(10).
           05 FILLER                PIC X.
           05 COA-NEW-ADDRESS       PIC X(40).
           05 FILLER                PIC X.
           05 COA-NEW-CITY          PIC X(20).
           05 FILLER                PIC X.
           05 COA-NEW-STATE         PIC X(2).
           05 FILLER                PIC X.
           05 COA-NEW-COUNTRY       PIC X(30).
           05 FILLER                PIC X.
           05 COA-NEW-POSTALCODE    PIC X(10).

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE authors
           END-EXEC

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY AVALPARM.
           COPY AUDITPARM.

      *    every successful SQL change is mirrored to the IMS
      *    AUTHORS segment at write time -- see AUTHIMS
           COPY IMSPARM.

      *    inbound file registration -- the same header, trailer
      *    and RECVLOG discipline every loader holds its file to,
      *    so a results file can't be applied twice or out of turn
           COPY RECVPARM.
           COPY INFREC.

      *    change-of-address load -- a full match whose old address
      *    is still the one on file is applied through the same
      *    AUTHVAL edits, AUDITLOG before/after trail and AUTHIMS
      *    mirror ADDRSTD's apply run uses, and clears any
      *    returned-mail flag, since the post office has now told
      *    us where the author went.  Anything less certain goes
      *    on the COAREVW.DAT review list with the reason and is
      *    left for an operator to confirm with the author.  A
      *    rerun after a failure finds the rows it already moved
      *    sitting on their new address and passes them by.
       01 WS-VFY-EOF-SW         PIC X.
           88 WS-VFY-EOF            VALUE 'Y'.
       01 WS-FILE-REFUSED-SW    PIC X VALUE 'N'.
           88 WS-FILE-REFUSED       VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW    PIC X.
           88 WS-TRAILER-SEEN       VALUE 'Y'.
       01 WS-VFY-DETAIL-CT      PIC 9(7) VALUE ZERO.
       01 WS-HDR-SEQ-9          PIC 9(5).
       01 WS-TRL-COUNT-9        PIC 9(7).

       01 WS-COA-EOF-SW         PIC X VALUE 'N'.
           88 WS-COA-EOF            VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-REVIEW-REASON      PIC X(40).

       01 WS-CUR-LNAME          PIC X(40).
       01 WS-COA-LNAME          PIC X(40).
       01 WS-OLD-ADDRESS        PIC X(40).
       01 WS-OLD-POSTALCODE     PIC X(10).
       01 WS-NEW-ADDRESS        PIC X(40).
       01 WS-NEW-CITY           PIC X(20).
       01 WS-NEW-STATE          PIC X(2).
       01 WS-NEW-COUNTRY        PIC X(30).
       01 WS-NEW-POSTALCODE     PIC X(10).
       01 WS-MRET-CLEAR         PIC X VALUE 'N'.
       01 WS-MRET-DATE-CLEAR    PIC X(8) VALUE SPACES.

       01 WS-COA-READ-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-COA-APPLIED-CT     PIC 9(7) COMP VALUE ZERO.
       01 WS-COA-ALREADY-CT     PIC 9(7) COMP VALUE ZERO.
       01 WS-COA-REVIEW-CT      PIC 9(7) COMP VALUE ZERO.
       01 DISP-COA-CT           PIC Z,ZZZ,ZZ9.

       01 REVIEW-HEADS.
           05 FILLER                PIC X(23)
                                    VALUE 'AU_ID       M MOVEDATE '.
           05 FILLER                PIC X(41) VALUE 'REASON'.
           05 FILLER                PIC X(41) VALUE 'NEW ADDRESS'.
           05 FILLER                PIC X(21) VALUE 'NEW CITY'.
           05 FILLER                PIC X(10) VALUE 'POSTALCODE'.

       01 REVIEW-LINE.
           05 RV-AU-ID              PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 RV-MATCH-TYPE         PIC X.
           05 FILLER                PIC X  VALUE SPACE.
           05 RV-MOVE-DATE          PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 RV-REASON             PIC X(40).
           05 FILLER                PIC X  VALUE SPACE.
           05 RV-NEW-ADDRESS        PIC X(40).
           05 FILLER                PIC X  VALUE SPACE.
           05 RV-NEW-CITY           PIC X(20).
           05 FILLER                PIC X  VALUE SPACE.
           05 RV-NEW-POSTALCODE     PIC X(10).
           05 FILLER                PIC X(64) VALUE SPACES.

       01 REVIEW-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'COALOAD' TO MYRF-CALLER-ID
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

           MOVE 'COAREVW.DAT' TO RPT-FILE-NAME
           MOVE 'CHANGE-OF-ADDRESS REVIEW LIST' TO RPT-TITLE
           MOVE REVIEW-HEADS TO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING REVIEW-CTL
           END-CALL

           PERFORM 300-LOAD-COA-RESULTS

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING REVIEW-CTL
           END-CALL
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
      *    no address is touched
       320-VERIFY-INBOUND-FILE.
           MOVE 'N'  TO WS-VFY-EOF-SW WS-TRAILER-SEEN-SW
           MOVE ZERO TO WS-VFY-DETAIL-CT

           OPEN INPUT COA-RESULT-FILE
           READ COA-RESULT-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF WS-VFY-EOF
               DISPLAY 'Empty change-of-address file - load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               MOVE COA-RESULT-RECORD TO INBOUND-HEADER-LINE
               PERFORM 325-CHECK-FILE-HEADER
           END-IF

           PERFORM 330-VERIFY-ONE-RECORD
               UNTIL WS-VFY-EOF OR WS-FILE-REFUSED
           CLOSE COA-RESULT-FILE

           IF NOT WS-FILE-REFUSED
               IF NOT WS-TRAILER-SEEN
                   DISPLAY 'No trailer on change-of-address file - '
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
              OR IFH-FEED-ID NOT = 'NCOA'
              OR IFH-FILE-SEQ NOT NUMERIC
               DISPLAY 'Missing or bad registration header - '
                       'load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               MOVE IFH-FILE-SEQ TO WS-HDR-SEQ-9
               SET RECV-FUNC-CHECK TO TRUE
               MOVE 'NCOA'              TO RECV-FEED-ID
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
           READ COA-RESULT-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF NOT WS-VFY-EOF
               EVALUATE TRUE
                   WHEN COA-RESULT-RECORD(1:2) = 'T '
                       IF WS-TRAILER-SEEN
                           DISPLAY 'Two trailers on change-of-'
                                   'address file - load refused'
                           SET WS-FILE-REFUSED TO TRUE
                       ELSE
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE COA-RESULT-RECORD
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

       300-LOAD-COA-RESULTS.
           OPEN INPUT COA-RESULT-FILE
           PERFORM UNTIL WS-COA-EOF
               READ COA-RESULT-FILE
                   AT END
                       SET WS-COA-EOF TO TRUE
               END-READ

               IF NOT WS-COA-EOF
                  AND (COA-RESULT-RECORD(1:2) = 'H '
                       OR COA-RESULT-RECORD(1:2) = 'T ')
                   CONTINUE
               ELSE
               IF NOT WS-COA-EOF
                   ADD 1 TO WS-COA-READ-CT
                   PERFORM 400-PROCESS-ONE-MOVE
               END-IF
               END-IF
           END-PERFORM
           CLOSE COA-RESULT-FILE

           MOVE WS-COA-READ-CT    TO DISP-COA-CT
           DISPLAY 'Change of address - results read:   ' DISP-COA-CT
           MOVE WS-COA-APPLIED-CT TO DISP-COA-CT
           DISPLAY 'Change of address - moves applied:  ' DISP-COA-CT
           MOVE WS-COA-ALREADY-CT TO DISP-COA-CT
           DISPLAY 'Change of address - already on file:' DISP-COA-CT
           MOVE WS-COA-REVIEW-CT  TO DISP-COA-CT
           DISPLAY 'Change of address - for review:     ' DISP-COA-CT.

      *    each result is held to the row as it stands today -- the
      *    author must still be at the address the move was filed
      *    from, under the same last name, or a person looks first
       400-PROCESS-ONE-MOVE.
           MOVE SPACES TO WS-REVIEW-REASON
           MOVE COA-AU-ID TO AU-ID

           IF COA-AU-ID = SPACES
               MOVE 'No AU_ID on the result' TO WS-REVIEW-REASON
           ELSE
               EXEC SQL
                   SELECT AU_LNAME, AU_FNAME, ADDRESS, CITY, STATE,
                          COUNTRY, POSTALCODE
                      INTO :AU-LNAME, :AU-FNAME, :ADDRESS, :CITY,
                           :STATE, :COUNTRY, :POSTALCODE
                      FROM authors
                      WHERE AU_ID = :AU-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE 'AU_ID not on the authors table'
                           TO WS-REVIEW-REASON
                   WHEN SQLCODE < ZERO
                       MOVE SQLCODE TO DISP-CODE
                       DISPLAY 'author read for ' COA-AU-ID ' -> '
                               DISP-CODE
                       PERFORM 900-CHECK-SQLCODE
                       MOVE 'Author could not be read'
                           TO WS-REVIEW-REASON
                   WHEN OTHER
                       PERFORM 420-MATCH-TO-AUTHOR
               END-EVALUATE
           END-IF

           IF WS-REVIEW-REASON NOT = SPACES
               PERFORM 600-WRITE-REVIEW-LINE
           END-IF.

       420-MATCH-TO-AUTHOR.
           MOVE AU-LNAME  TO WS-CUR-LNAME
           MOVE COA-LNAME TO WS-COA-LNAME
           INSPECT WS-CUR-LNAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-COA-LNAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           EVALUATE TRUE
               WHEN COA-MATCH-TYPE = 'P'
                   MOVE 'Partial match - confirm with the author'
                       TO WS-REVIEW-REASON
               WHEN COA-MATCH-TYPE NOT = 'F'
                   MOVE 'Unrecognized match type'
                       TO WS-REVIEW-REASON
               WHEN WS-COA-LNAME NOT = WS-CUR-LNAME
                   MOVE 'Last name does not match the author'
                       TO WS-REVIEW-REASON
               WHEN ADDRESS = COA-NEW-ADDRESS
                AND POSTALCODE = COA-NEW-POSTALCODE
                   ADD 1 TO WS-COA-ALREADY-CT
               WHEN ADDRESS NOT = COA-OLD-ADDRESS
                 OR POSTALCODE NOT = COA-OLD-POSTALCODE
                   MOVE 'Address on file is not the one moved from'
                       TO WS-REVIEW-REASON
               WHEN OTHER
                   PERFORM 450-VALIDATE-NEW-ADDRESS
           END-EVALUATE.

      *    sweep mode runs the field and GEOREF/country edits over
      *    the row as it would stand after the move -- the same
      *    edits an author keyed in with that address would get
       450-VALIDATE-NEW-ADDRESS.
           MOVE 'S'                TO AVAL-MODE
           MOVE AU-ID              TO AVAL-AU-ID
           MOVE AU-LNAME           TO AVAL-AU-LNAME
           MOVE AU-FNAME           TO AVAL-AU-FNAME
           MOVE COA-NEW-ADDRESS    TO AVAL-ADDRESS
           MOVE COA-NEW-STATE      TO AVAL-STATE
           MOVE COA-NEW-COUNTRY    TO AVAL-COUNTRY
           MOVE COA-NEW-POSTALCODE TO AVAL-POSTALCODE
           MOVE SPACES             TO AVAL-TAX-ID
           CALL 'AUTHVAL' USING AVAL-PARM-AREA
           END-CALL
           IF AVAL-RC-FAILED
               MOVE AVAL-REASON TO WS-REVIEW-REASON
           ELSE
               PERFORM 500-APPLY-MOVE
           END-IF.

      *    keyed on AU_ID and the address just read, the same
      *    stale-row guard ADDRSTD's apply carries
       500-APPLY-MOVE.
           MOVE ADDRESS            TO WS-OLD-ADDRESS
           MOVE POSTALCODE         TO WS-OLD-POSTALCODE
           MOVE COA-NEW-ADDRESS    TO WS-NEW-ADDRESS
           MOVE COA-NEW-CITY       TO WS-NEW-CITY
           MOVE COA-NEW-STATE      TO WS-NEW-STATE
           MOVE COA-NEW-COUNTRY    TO WS-NEW-COUNTRY
           MOVE COA-NEW-POSTALCODE TO WS-NEW-POSTALCODE

           EXEC SQL
               UPDATE authors
                  SET ADDRESS = :WS-NEW-ADDRESS,
                      CITY = :WS-NEW-CITY,
                      STATE = :WS-NEW-STATE,
                      COUNTRY = :WS-NEW-COUNTRY,
                      POSTALCODE = :WS-NEW-POSTALCODE,
                      MAIL_RETURNED = :WS-MRET-CLEAR,
                      MAIL_RET_DATE = :WS-MRET-DATE-CLEAR
                  WHERE AU_ID = :AU-ID
                    AND ADDRESS = :WS-OLD-ADDRESS
                    AND POSTALCODE = :WS-OLD-POSTALCODE
           END-EXEC

           MOVE SQLCODE TO DISP-CODE
           PERFORM 900-CHECK-SQLCODE

           IF SQLCODE < ZERO
               DISPLAY 'move update for ' AU-ID ' -> ' DISP-CODE
               MOVE 'Address update failed' TO WS-REVIEW-REASON
           ELSE
               IF SQLERRD(3) = ZERO
                   MOVE 'Row changed while the load ran'
                       TO WS-REVIEW-REASON
               ELSE
                   ADD 1 TO WS-COA-APPLIED-CT
                   MOVE 'COALOAD'  TO AUDIT-CALLER-ID
                   MOVE 'UPDATE'   TO AUDIT-OPERATION
                   MOVE AU-ID      TO AUDIT-AU-ID
                   MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
                   MOVE SPACES TO AUDIT-BEFORE-IMAGE
                                  AUDIT-AFTER-IMAGE
                   STRING 'ADDR=' WS-OLD-ADDRESS(1:34)
                          ' PC=' WS-OLD-POSTALCODE
                       DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
                   STRING 'ADDR=' WS-NEW-ADDRESS(1:34)
                          ' PC=' WS-NEW-POSTALCODE
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                   END-CALL

                   MOVE 'COALOAD ' TO IMS-CALLER-ID
                   MOVE AU-ID TO IMS-PARM-AU-ID
                   SET IMS-FUNC-REPLACE TO TRUE
                   CALL 'AUTHIMS' USING IMS-PARM-AREA
                   END-CALL
                   IF IMS-RC-FAILED
                       DISPLAY 'IMS dual-maintenance failed for '
                               IMS-PARM-AU-ID ', status='
                               IMS-PCB-STATUS
                       SET WS-RUN-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.

       600-WRITE-REVIEW-LINE.
           ADD 1 TO WS-COA-REVIEW-CT
           MOVE SPACES TO REVIEW-LINE
           MOVE COA-AU-ID          TO RV-AU-ID
           MOVE COA-MATCH-TYPE     TO RV-MATCH-TYPE
           MOVE COA-MOVE-DATE      TO RV-MOVE-DATE
           MOVE WS-REVIEW-REASON   TO RV-REASON
           MOVE COA-NEW-ADDRESS    TO RV-NEW-ADDRESS
           MOVE COA-NEW-CITY       TO RV-NEW-CITY
           MOVE COA-NEW-POSTALCODE TO RV-NEW-POSTALCODE
           MOVE REVIEW-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING REVIEW-CTL
           END-CALL.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM COALOAD.
