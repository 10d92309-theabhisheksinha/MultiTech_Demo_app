       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITLD.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-XN-FILE ASSIGN TO "REMITXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-SUSPENSE-FILE ASSIGN TO "REMITSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    distributor cash remittances -- one record per payment
      *    a distributor sends against the sales it reported for a
      *    period.  The file comes from the distributor, so the
      *    registration header names it and every remittance on
      *    the file is credited to it.
       FD  REMIT-XN-FILE.
       01  REMIT-XN-RECORD.
           05 RX-PERIOD             PIC X(6).
           05 RX-AMOUNT             PIC X(11).
           05 RX-REMIT-DATE         PIC X(8).
           05 RX-REFERENCE          PIC X(20).

       FD  REMIT-SUSPENSE-FILE.
       01  REMIT-SUSPENSE-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.

      *    inbound file registration -- the same header, trailer
      *    and RECVLOG discipline SALESLD holds the sales feed to,
      *    sequenced per distributor
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

       01 WS-DIST-ID            PIC X(6).
       01 WS-DIST-STATUS        PIC X.

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

      *    every remittance is keyed by distributor, the file
      *    sequence it arrived on and its position in that file,
      *    so a rerun after a failed load skips what already posted
       01 WS-RM-FILE-SEQ        PIC S9(9) COMP.
       01 WS-RM-REC-SEQ         PIC S9(9) COMP.
       01 WS-RM-PERIOD          PIC X(6).
       01 WS-RM-AMOUNT          PIC S9(9)V99.
       01 WS-AMOUNT-X           PIC X(11).
       01 WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                PIC 9(9)V99.
       01 WS-RM-REMIT-DATE      PIC X(8).
       01 WS-RM-REFERENCE       PIC X(20).
       01 WS-PERIOD-MONTH       PIC 9(2).
       01 WS-ROW-EXISTS-CT      PIC S9(9) COMP.
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-REJECT-REASON      PIC X(40).

       01 REMIT-SUSPENSE-LINE.
           05 RSUSP-DIST-ID         PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 RSUSP-PERIOD          PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 RSUSP-AMOUNT          PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 RSUSP-REMIT-DATE      PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 RSUSP-REFERENCE       PIC X(20).
           05 FILLER                PIC X  VALUE SPACE.
           05 RSUSP-REASON          PIC X(40).
           05 FILLER                PIC X(4) VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'REMITLD' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    the load date stamps each remittance
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

           PERFORM 300-LOAD-REMITTANCES
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
      *    SALESLD does it -- header, distributor, sequence,
      *    trailer and count must all hold or nothing is applied
       320-VERIFY-INBOUND-FILE.
           MOVE 'N'  TO WS-VFY-EOF-SW WS-TRAILER-SEEN-SW
           MOVE ZERO TO WS-VFY-DETAIL-CT

           OPEN INPUT REMIT-XN-FILE
           READ REMIT-XN-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF WS-VFY-EOF
               DISPLAY 'Empty remittance file - load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               MOVE REMIT-XN-RECORD TO INBOUND-HEADER-LINE
               PERFORM 325-CHECK-FILE-HEADER
           END-IF

           PERFORM 330-VERIFY-ONE-RECORD
               UNTIL WS-VFY-EOF OR WS-FILE-REFUSED
           CLOSE REMIT-XN-FILE

           IF NOT WS-FILE-REFUSED
               IF NOT WS-TRAILER-SEEN
                   DISPLAY 'No trailer on remittance file - '
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
              OR IFH-FEED-ID NOT = 'REMITXN'
              OR IFH-FILE-SEQ NOT NUMERIC
               DISPLAY 'Missing or bad registration header - '
                       'load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               PERFORM 327-CHECK-DISTRIBUTOR
           END-IF

           IF NOT WS-FILE-REFUSED
               MOVE IFH-FILE-SEQ TO WS-HDR-SEQ-9
               SET RECV-FUNC-CHECK TO TRUE
               MOVE 'REMITXN'           TO RECV-FEED-ID
               MOVE IFH-BUSINESS-DATE   TO RECV-BUSINESS-DATE
               MOVE WS-HDR-SEQ-9        TO RECV-FILE-SEQ
               MOVE WS-DIST-ID          TO RECV-SOURCE-ID
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

      *    cash from a distributor that isn't on DISTRIB has no
      *    account to post to -- the file waits until the credit
      *    team sets the distributor up.  An inactive distributor
      *    may still be paying off what it owes, so its cash is
      *    taken.
       327-CHECK-DISTRIBUTOR.
           MOVE IFH-SOURCE-ID TO WS-DIST-ID
           IF WS-DIST-ID = SPACES
               DISPLAY 'No distributor on registration header - '
                       'load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               EXEC SQL
                   SELECT DIST_STATUS INTO :WS-DIST-STATUS
                      FROM DISTRIB
                      WHERE DIST_ID = :WS-DIST-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       DISPLAY 'Distributor ' WS-DIST-ID
                               ' not on file - load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN SQLCODE < ZERO
                       PERFORM 900-CHECK-SQLCODE
                       DISPLAY 'Distributor lookup failed - '
                               'load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       330-VERIFY-ONE-RECORD.
           READ REMIT-XN-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF NOT WS-VFY-EOF
               EVALUATE TRUE
                   WHEN REMIT-XN-RECORD(1:2) = 'T '
                       IF WS-TRAILER-SEEN
                           DISPLAY 'Two trailers on remittance '
                                   'file - load refused'
                           SET WS-FILE-REFUSED TO TRUE
                       ELSE
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE REMIT-XN-RECORD
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

       300-LOAD-REMITTANCES.
           MOVE WS-HDR-SEQ-9 TO WS-RM-FILE-SEQ

           OPEN INPUT REMIT-XN-FILE
           OPEN EXTEND REMIT-SUSPENSE-FILE

           PERFORM UNTIL WS-XN-EOF
               READ REMIT-XN-FILE
                   AT END
                       SET WS-XN-EOF TO TRUE
               END-READ

               IF NOT WS-XN-EOF
                  AND (REMIT-XN-RECORD(1:2) = 'H '
                       OR REMIT-XN-RECORD(1:2) = 'T ')
                   CONTINUE
               ELSE
               IF NOT WS-XN-EOF
                   ADD 1 TO WS-XN-READ-CT
                   PERFORM 400-EDIT-REMIT-XN

                   IF WS-REJECT-REASON = SPACES
                       PERFORM 450-INSERT-REMITTANCE
                   ELSE
                       ADD 1 TO WS-XN-REJECT-CT
                       DISPLAY 'rejected ' RX-PERIOD ' '
                               RX-REFERENCE ' -> ' WS-REJECT-REASON
                       MOVE WS-DIST-ID      TO RSUSP-DIST-ID
                       MOVE RX-PERIOD       TO RSUSP-PERIOD
                       MOVE RX-AMOUNT       TO RSUSP-AMOUNT
                       MOVE RX-REMIT-DATE   TO RSUSP-REMIT-DATE
                       MOVE RX-REFERENCE    TO RSUSP-REFERENCE
                       MOVE WS-REJECT-REASON TO RSUSP-REASON
                       MOVE REMIT-SUSPENSE-LINE
                            TO REMIT-SUSPENSE-RECORD
                       WRITE REMIT-SUSPENSE-RECORD
                   END-IF
               END-IF
               END-IF
           END-PERFORM

           CLOSE REMIT-XN-FILE
           CLOSE REMIT-SUSPENSE-FILE

           DISPLAY 'Remittance load - distributor:    ' WS-DIST-ID
           MOVE WS-XN-READ-CT   TO DISP-XN-CT
           DISPLAY 'Remittance load - records read:   ' DISP-XN-CT
           MOVE WS-XN-INSERT-CT TO DISP-XN-CT
           DISPLAY 'Remittance load - rows inserted:  ' DISP-XN-CT
           MOVE WS-XN-PRIOR-CT  TO DISP-XN-CT
           DISPLAY 'Remittance load - already loaded: ' DISP-XN-CT
           MOVE WS-XN-REJECT-CT TO DISP-XN-CT
           DISPLAY 'Remittance load - rows rejected:  ' DISP-XN-CT
           MOVE WS-DOLLARS-LOADED TO DISP-DOLLARS
           DISPLAY 'Remittance load - cash loaded:    ' DISP-DOLLARS.

      *    edits run against the raw fields before any numeric
      *    move, the same as the sales load.  The period is the
      *    sales month the cash pays for, which is what DISTRECN
      *    matches it against.
       400-EDIT-REMIT-XN.
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN RX-PERIOD NOT NUMERIC
                   MOVE 'Invalid period' TO WS-REJECT-REASON
               WHEN RX-AMOUNT NOT NUMERIC
                   MOVE 'Invalid amount' TO WS-REJECT-REASON
               WHEN RX-REMIT-DATE NOT NUMERIC
                   MOVE 'Invalid remittance date' TO WS-REJECT-REASON
               WHEN RX-PERIOD > WS-BUSINESS-DATE(1:6)
                   MOVE 'Period is in the future' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE RX-PERIOD(5:2) TO WS-PERIOD-MONTH
                   IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                       MOVE 'Invalid period' TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      *    a remittance already on REMITTANCE from an earlier
      *    attempt at this same file is counted and skipped, which
      *    makes a rerun after a failed load safe without a
      *    checkpoint file
       450-INSERT-REMITTANCE.
           MOVE WS-XN-READ-CT  TO WS-RM-REC-SEQ
           MOVE RX-PERIOD      TO WS-RM-PERIOD
           MOVE RX-AMOUNT      TO WS-AMOUNT-X
           MOVE WS-AMOUNT-9    TO WS-RM-AMOUNT
           MOVE RX-REMIT-DATE  TO WS-RM-REMIT-DATE
           MOVE RX-REFERENCE   TO WS-RM-REFERENCE

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-EXISTS-CT
                  FROM REMITTANCE
                  WHERE DIST_ID = :WS-DIST-ID
                    AND FILE_SEQ = :WS-RM-FILE-SEQ
                    AND REC_SEQ = :WS-RM-REC-SEQ
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           IF SQLCODE = ZERO AND WS-ROW-EXISTS-CT > ZERO
               ADD 1 TO WS-XN-PRIOR-CT
           ELSE
           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO REMITTANCE
                    (DIST_ID,FILE_SEQ,REC_SEQ,PERIOD,AMOUNT,
                     REMIT_DATE,REFERENCE,LOAD_DATE)
                   VALUES
                    (:WS-DIST-ID,:WS-RM-FILE-SEQ,:WS-RM-REC-SEQ,
                     :WS-RM-PERIOD,:WS-RM-AMOUNT,
                     :WS-RM-REMIT-DATE,:WS-RM-REFERENCE,
                     :WS-BUSINESS-DATE)
               END-EXEC

               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'execute for ' RX-REFERENCE ' -> ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE

               IF SQLCODE = ZERO
                   ADD 1 TO WS-XN-INSERT-CT
                   ADD WS-RM-AMOUNT TO WS-DOLLARS-LOADED
               END-IF
           END-IF
           END-IF.

       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM REMITLD.
