       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBRLD.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBR-XN-FILE ASSIGN TO "SUBRXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBR-SUSPENSE-FILE ASSIGN TO "SUBRUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    subsidiary-rights income -- money a licensee pays the
      *    house for translation, audio, film, book-club or serial
      *    rights to a title.  It never passes through the sales
      *    feed; contracts and finance key it from the licence
      *    statements and send it here one receipt per record.
       FD  SUBR-XN-FILE.
       01  SUBR-XN-RECORD.
           05 SX-TITLE-ID           PIC X(4).
           05 SX-RIGHTS-TYPE        PIC X(2).
               88 SX-RIGHTS-VALID       VALUE 'TR' 'AU' 'FM' 'BC'
                                              'SE' 'OT'.
           05 SX-AMOUNT             PIC X(11).
           05 SX-RECV-DATE          PIC X(8).
           05 SX-LICENSEE           PIC X(30).

       FD  SUBR-SUSPENSE-FILE.
       01  SUBR-SUSPENSE-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.

      *    inbound file registration -- the same header, trailer
      *    and RECVLOG discipline SALESLD holds the sales feed to
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

       01 WS-XN-EOF-SW          PIC X VALUE 'N'.
           88 WS-XN-EOF             VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-XN-READ-CT         PIC 9(6) COMP VALUE ZERO.
       01 WS-XN-INSERT-CT       PIC 9(6) COMP VALUE ZERO.
       01 WS-XN-PRIOR-CT        PIC 9(6) COMP VALUE ZERO.
       01 WS-XN-REJECT-CT       PIC 9(6) COMP VALUE ZERO.
       01 WS-DOLLARS-LOADED     PIC S9(11)V99 VALUE ZERO.
       01 DISP-XN-CT            PIC ZZZ,ZZ9.
       01 DISP-DOLLARS          PIC $$,$$$,$$$,$$9.99.

      *    every receipt is keyed by the file sequence it arrived
      *    on and its position in that file, so the royalty run
      *    can record exactly which receipts it has shared out and
      *    a rerun after a failed load skips what already posted
       01 WS-SR-FILE-SEQ        PIC S9(9) COMP.
       01 WS-SR-REC-SEQ         PIC S9(9) COMP.
       01 WS-SR-TITLE-ID        PIC S9(4) COMP.
       01 WS-TITLE-ID-9         PIC 9(4).
       01 WS-SR-RIGHTS-TYPE     PIC X(2).
       01 WS-SR-LICENSEE        PIC X(30).
       01 WS-SR-AMOUNT          PIC S9(9)V99.
       01 WS-AMOUNT-X           PIC X(11).
       01 WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                PIC 9(9)V99.
       01 WS-SR-RECV-DATE       PIC X(8).
       01 WS-TITLE-EXISTS-CT    PIC S9(9) COMP.
       01 WS-ROW-EXISTS-CT      PIC S9(9) COMP.
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-REJECT-REASON      PIC X(40).

       01 SUBR-SUSPENSE-LINE.
           05 SSUSP-TITLE-ID        PIC X(4).
           05 FILLER                PIC X  VALUE SPACE.
           05 SSUSP-RIGHTS-TYPE     PIC X(2).
           05 FILLER                PIC X  VALUE SPACE.
           05 SSUSP-AMOUNT          PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 SSUSP-RECV-DATE       PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 SSUSP-LICENSEE        PIC X(30).
           05 FILLER                PIC X  VALUE SPACE.
           05 SSUSP-REASON          PIC X(40).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'SUBRLD' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    the load date stamps each receipt -- the royalty run
      *    shares out everything loaded on or before its own date
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

           PERFORM 300-LOAD-SUBRIGHTS
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

      *    one pass over the whole file before the load pass, as
      *    SALESLD does it -- header, sequence, trailer and count
      *    must all hold or nothing is applied
       320-VERIFY-INBOUND-FILE.
           MOVE 'N'  TO WS-VFY-EOF-SW WS-TRAILER-SEEN-SW
           MOVE ZERO TO WS-VFY-DETAIL-CT

           OPEN INPUT SUBR-XN-FILE
           READ SUBR-XN-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF WS-VFY-EOF
               DISPLAY 'Empty sub-rights file - load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               MOVE SUBR-XN-RECORD TO INBOUND-HEADER-LINE
               PERFORM 325-CHECK-FILE-HEADER
           END-IF

           PERFORM 330-VERIFY-ONE-RECORD
               UNTIL WS-VFY-EOF OR WS-FILE-REFUSED
           CLOSE SUBR-XN-FILE

           IF NOT WS-FILE-REFUSED
               IF NOT WS-TRAILER-SEEN
                   DISPLAY 'No trailer on sub-rights file - '
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
              OR IFH-FEED-ID NOT = 'SUBRXN'
              OR IFH-FILE-SEQ NOT NUMERIC
               DISPLAY 'Missing or bad registration header - '
                       'load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               MOVE IFH-FILE-SEQ TO WS-HDR-SEQ-9
               SET RECV-FUNC-CHECK TO TRUE
               MOVE 'SUBRXN'            TO RECV-FEED-ID
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
           READ SUBR-XN-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF NOT WS-VFY-EOF
               EVALUATE TRUE
                   WHEN SUBR-XN-RECORD(1:2) = 'T '
                       IF WS-TRAILER-SEEN
                           DISPLAY 'Two trailers on sub-rights '
                                   'file - load refused'
                           SET WS-FILE-REFUSED TO TRUE
                       ELSE
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE SUBR-XN-RECORD
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

       300-LOAD-SUBRIGHTS.
           MOVE WS-HDR-SEQ-9 TO WS-SR-FILE-SEQ

           OPEN INPUT SUBR-XN-FILE
           OPEN EXTEND SUBR-SUSPENSE-FILE

           PERFORM UNTIL WS-XN-EOF
               READ SUBR-XN-FILE
                   AT END
                       SET WS-XN-EOF TO TRUE
               END-READ

               IF NOT WS-XN-EOF
                  AND (SUBR-XN-RECORD(1:2) = 'H '
                       OR SUBR-XN-RECORD(1:2) = 'T ')
                   CONTINUE
               ELSE
               IF NOT WS-XN-EOF
                   ADD 1 TO WS-XN-READ-CT
                   PERFORM 400-EDIT-SUBR-XN

                   IF WS-REJECT-REASON = SPACES
                       PERFORM 450-INSERT-SUBRIGHT
                   ELSE
                       ADD 1 TO WS-XN-REJECT-CT
                       DISPLAY 'rejected ' SX-TITLE-ID ' -> '
                               WS-REJECT-REASON
                       MOVE SX-TITLE-ID     TO SSUSP-TITLE-ID
                       MOVE SX-RIGHTS-TYPE  TO SSUSP-RIGHTS-TYPE
                       MOVE SX-AMOUNT       TO SSUSP-AMOUNT
                       MOVE SX-RECV-DATE    TO SSUSP-RECV-DATE
                       MOVE SX-LICENSEE     TO SSUSP-LICENSEE
                       MOVE WS-REJECT-REASON TO SSUSP-REASON
                       MOVE SUBR-SUSPENSE-LINE
                            TO SUBR-SUSPENSE-RECORD
                       WRITE SUBR-SUSPENSE-RECORD
                   END-IF
               END-IF
               END-IF
           END-PERFORM

           CLOSE SUBR-XN-FILE
           CLOSE SUBR-SUSPENSE-FILE

           MOVE WS-XN-READ-CT   TO DISP-XN-CT
           DISPLAY 'Sub-rights load - records read:   ' DISP-XN-CT
           MOVE WS-XN-INSERT-CT TO DISP-XN-CT
           DISPLAY 'Sub-rights load - rows inserted:  ' DISP-XN-CT
           MOVE WS-XN-PRIOR-CT  TO DISP-XN-CT
           DISPLAY 'Sub-rights load - already loaded: ' DISP-XN-CT
           MOVE WS-XN-REJECT-CT TO DISP-XN-CT
           DISPLAY 'Sub-rights load - rows rejected:  ' DISP-XN-CT
           MOVE WS-DOLLARS-LOADED TO DISP-DOLLARS
           DISPLAY 'Sub-rights load - income loaded:  ' DISP-DOLLARS.

      *    edits run against the raw fields before any numeric
      *    move, the same as the sales load
       400-EDIT-SUBR-XN.
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN SX-TITLE-ID = SPACES OR SX-TITLE-ID NOT NUMERIC
                   MOVE 'Invalid or missing TITLE_ID'
                       TO WS-REJECT-REASON
               WHEN NOT SX-RIGHTS-VALID
                   MOVE 'Invalid rights type' TO WS-REJECT-REASON
               WHEN SX-AMOUNT NOT NUMERIC
                   MOVE 'Invalid amount' TO WS-REJECT-REASON
               WHEN SX-RECV-DATE NOT NUMERIC
                   MOVE 'Invalid received date' TO WS-REJECT-REASON
               WHEN SX-LICENSEE = SPACES
                   MOVE 'Missing licensee' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 420-CHECK-TITLE-EXISTS
           END-EVALUATE.

       420-CHECK-TITLE-EXISTS.
           MOVE SX-TITLE-ID   TO WS-TITLE-ID-9
           MOVE WS-TITLE-ID-9 TO WS-SR-TITLE-ID

           EXEC SQL
               SELECT COUNT(*) INTO :WS-TITLE-EXISTS-CT
                  FROM titles
                  WHERE TITLE_ID = :WS-SR-TITLE-ID
           END-EXEC

           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               MOVE 'Title existence check failed' TO WS-REJECT-REASON
           ELSE
               IF WS-TITLE-EXISTS-CT = ZERO
                   MOVE 'TITLE_ID not on titles table'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    a receipt already on SUBRIGHTS from an earlier attempt at
      *    this same file is counted and skipped, which is what
      *    makes a rerun after a failed load safe without a
      *    checkpoint file
       450-INSERT-SUBRIGHT.
           MOVE WS-XN-READ-CT  TO WS-SR-REC-SEQ
           MOVE SX-RIGHTS-TYPE TO WS-SR-RIGHTS-TYPE
           MOVE SX-LICENSEE    TO WS-SR-LICENSEE
           MOVE SX-AMOUNT      TO WS-AMOUNT-X
           MOVE WS-AMOUNT-9    TO WS-SR-AMOUNT
           MOVE SX-RECV-DATE   TO WS-SR-RECV-DATE

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-EXISTS-CT
                  FROM SUBRIGHTS
                  WHERE FILE_SEQ = :WS-SR-FILE-SEQ
                    AND REC_SEQ = :WS-SR-REC-SEQ
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           IF SQLCODE = ZERO AND WS-ROW-EXISTS-CT > ZERO
               ADD 1 TO WS-XN-PRIOR-CT
           ELSE
           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO SUBRIGHTS
                    (FILE_SEQ,REC_SEQ,TITLE_ID,RIGHTS_TYPE,LICENSEE,
                     AMOUNT,RECV_DATE,LOAD_DATE)
                   VALUES
                    (:WS-SR-FILE-SEQ,:WS-SR-REC-SEQ,:WS-SR-TITLE-ID,
                     :WS-SR-RIGHTS-TYPE,:WS-SR-LICENSEE,
                     :WS-SR-AMOUNT,:WS-SR-RECV-DATE,
                     :WS-BUSINESS-DATE)
               END-EXEC

               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'execute for ' SX-TITLE-ID ' -> ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE

               IF SQLCODE = ZERO
                   ADD 1 TO WS-XN-INSERT-CT
                   ADD WS-SR-AMOUNT TO WS-DOLLARS-LOADED
               END-IF
           END-IF
           END-IF.

       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM SUBRLD.
