       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPEXC.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT CHECK-WORK-FILE ASSIGN TO "PEXCHKWK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CW-CHECK-NUM
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "POSPEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

      *    the register's checks keyed by check number, for the
      *    lookup of each item the bank presents
       FD  CHECK-WORK-FILE.
       01  CHECK-WORK-RECORD.
           05  CW-CHECK-NUM        PIC 9(8).
           05  CW-REG-LINE         PIC X(95).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05 PEX-CHECK-NUM         PIC X(8).
           05 FILLER                PIC X.
           05 PEX-AMOUNT            PIC X(11).
           05 PEX-AMOUNT-9 REDEFINES PEX-AMOUNT
                                    PIC 9(9)V99.
           05 FILLER                PIC X.
           05 PEX-PRESENT-DATE      PIC X(8).
           05 FILLER                PIC X.
           05 PEX-BANK-REASON       PIC X(2).
           05 FILLER                PIC X(48).

       WORKING-STORAGE SECTION.

           COPY MYRFPARM.

      *    positive-pay exceptions back from the bank -- items
      *    presented against the account that did not match the
      *    issue file.  Each is matched to the register by check
      *    number and listed with what the register says and a
      *    recommended decision, PAY only when the check stands
      *    issued at exactly the presented amount.  The payments
      *    desk makes the call with the bank; nothing here
      *    changes the register.  The file carries the inbound
      *    header/trailer and goes through RECVLOG like every
      *    other file the shop receives.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.

           COPY RECVPARM.
           COPY INFREC.

       01 WS-VFY-EOF-SW         PIC X.
           88 WS-VFY-EOF            VALUE 'Y'.
       01 WS-FILE-REFUSED-SW    PIC X VALUE 'N'.
           88 WS-FILE-REFUSED       VALUE 'Y'.
       01 WS-EXC-PRESENT-SW     PIC X VALUE 'N'.
           88 WS-EXC-PRESENT        VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW    PIC X.
           88 WS-TRAILER-SEEN       VALUE 'Y'.
       01 WS-VFY-DETAIL-CT      PIC 9(7) VALUE ZERO.
       01 WS-HDR-SEQ-9          PIC 9(5).
       01 WS-TRL-COUNT-9        PIC 9(7).
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-WORK-FILE-STATUS   PIC XX.
       01 WS-EXC-FILE-STATUS    PIC XX.
       01 WS-REG-EOF-SW         PIC X VALUE 'N'.
           88 WS-REG-EOF            VALUE 'Y'.
       01 WS-EXC-EOF-SW         PIC X VALUE 'N'.
           88 WS-EXC-EOF            VALUE 'Y'.

           COPY PAYRREC.

       01 WS-FOUND-SW           PIC X.
           88 WS-ENTRY-FOUND        VALUE 'Y'.
       01 WS-CHECK-NUM          PIC 9(8).

       01 WS-PAY-CT             PIC 9(5) COMP VALUE ZERO.
       01 WS-RETURN-CT          PIC 9(5) COMP VALUE ZERO.
       01 DISP-PEX-CT           PIC ZZ,ZZ9.

       01 PEX-RPT-LINE.
           05 PXR-DECISION          PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 PXR-CHECK-NUM         PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 PXR-BANK-REASON       PIC X(2).
           05 FILLER                PIC X  VALUE SPACE.
           05 PXR-PRESENTED         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 PXR-ISSUED            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 PXR-PRESENT-DATE      PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 PXR-PAY-NUM           PIC X(7).
           05 FILLER                PIC X  VALUE SPACE.
           05 PXR-STATUS            PIC X.
           05 FILLER                PIC X  VALUE SPACE.
           05 PXR-NOTE              PIC X(20).

       01 PEX-RPT-CTL.
           COPY RPTPARM.

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'POSPEXC' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    the exception file proves its identity before a single
      *    item is matched -- a duplicate or out-of-sequence file,
      *    or one whose trailer count doesn't tie, is refused
      *    whole; no file at all is a day with no exceptions
           PERFORM 150-VERIFY-EXCEPTION-FILE
           IF WS-FILE-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'POSPEXRP.DAT' TO RPT-FILE-NAME
           MOVE 'POSITIVE-PAY EXCEPTIONS - PAY OR RETURN'
               TO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'DECIDE CHECK NO RC      PRESENTED'
                  '         ISSUED PRES DT  PAYNUM  S NOTE'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING PEX-RPT-CTL
           END-CALL

           PERFORM 200-LOAD-REGISTER
           IF NOT WS-RUN-FAILED
               PERFORM 300-MATCH-EXCEPTIONS
           END-IF

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING PEX-RPT-CTL
           END-CALL

           MOVE WS-PAY-CT TO DISP-PEX-CT
           DISPLAY 'Positive pay exc - pay:         ' DISP-PEX-CT
           MOVE WS-RETURN-CT TO DISP-PEX-CT
           DISPLAY 'Positive pay exc - return:      ' DISP-PEX-CT

           IF WS-EXC-PRESENT AND NOT WS-RUN-FAILED
               SET RECV-FUNC-LOG TO TRUE
               MOVE WS-VFY-DETAIL-CT TO RECV-RECORD-COUNT
               CALL 'RECVLOG' USING RECV-PARM-AREA
               END-CALL
               IF NOT RECV-RC-OK
                   DISPLAY 'Receive registry write failed'
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-RETURN-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    one pass over the whole file before the match pass --
      *    FEEDACK's verification of the ack file, item for item
       150-VERIFY-EXCEPTION-FILE.
           MOVE 'N'  TO WS-VFY-EOF-SW WS-TRAILER-SEEN-SW
           MOVE ZERO TO WS-VFY-DETAIL-CT

           OPEN INPUT EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = '00'
               SET WS-VFY-EOF TO TRUE
           ELSE
               SET WS-EXC-PRESENT TO TRUE
               READ EXCEPTION-FILE
                   AT END
                       SET WS-VFY-EOF TO TRUE
               END-READ
               IF WS-VFY-EOF
                   DISPLAY 'Empty exception file - refused'
                   SET WS-FILE-REFUSED TO TRUE
               ELSE
                   MOVE EXCEPTION-RECORD TO INBOUND-HEADER-LINE
                   PERFORM 160-CHECK-FILE-HEADER
               END-IF
           END-IF

           PERFORM 170-VERIFY-ONE-RECORD
               UNTIL WS-VFY-EOF OR WS-FILE-REFUSED
           IF WS-EXC-FILE-STATUS = '00' OR '10'
               CLOSE EXCEPTION-FILE
           END-IF

           IF WS-EXC-PRESENT AND NOT WS-FILE-REFUSED
               IF NOT WS-TRAILER-SEEN
                   DISPLAY 'No trailer on exception file - refused'
                   SET WS-FILE-REFUSED TO TRUE
               ELSE
                   IF WS-VFY-DETAIL-CT NOT = WS-TRL-COUNT-9
                       DISPLAY 'Trailer count does not tie to '
                               'items on file - refused'
                       SET WS-FILE-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       160-CHECK-FILE-HEADER.
           IF IFH-REC-TYPE NOT = 'H'
              OR IFH-FEED-ID NOT = 'POSPEXC'
              OR IFH-FILE-SEQ NOT NUMERIC
               DISPLAY 'Missing or bad registration header - '
                       'refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               MOVE IFH-FILE-SEQ TO WS-HDR-SEQ-9
               SET RECV-FUNC-CHECK TO TRUE
               MOVE 'POSPEXC'           TO RECV-FEED-ID
               MOVE IFH-BUSINESS-DATE   TO RECV-BUSINESS-DATE
               MOVE WS-HDR-SEQ-9        TO RECV-FILE-SEQ
               CALL 'RECVLOG' USING RECV-PARM-AREA
               END-CALL
               EVALUATE TRUE
                   WHEN RECV-RC-DUPLICATE
                       DISPLAY 'Exception file sequence '
                               IFH-FILE-SEQ
                               ' already consumed - refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN RECV-RC-OUT-OF-SEQ
                       DISPLAY 'Exception file sequence '
                               IFH-FILE-SEQ
                               ' out of order - an earlier file '
                               'is missing, refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN RECV-RC-FAILED
                       DISPLAY 'Receive registry check failed - '
                               'refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       170-VERIFY-ONE-RECORD.
           READ EXCEPTION-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF NOT WS-VFY-EOF
               EVALUATE TRUE
                   WHEN EXCEPTION-RECORD(1:2) = 'T '
                       IF WS-TRAILER-SEEN
                           DISPLAY 'Two trailers on exception '
                                   'file - refused'
                           SET WS-FILE-REFUSED TO TRUE
                       ELSE
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE EXCEPTION-RECORD
                               TO INBOUND-TRAILER-LINE
                           IF IFT-RECORD-COUNT NUMERIC
                               MOVE IFT-RECORD-COUNT
                                   TO WS-TRL-COUNT-9
                           ELSE
                               DISPLAY 'Bad trailer count - refused'
                               SET WS-FILE-REFUSED TO TRUE
                           END-IF
                       END-IF
                   WHEN WS-TRAILER-SEEN
                       DISPLAY 'Records after the trailer - refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-VFY-DETAIL-CT
               END-EVALUATE
           END-IF.

       200-LOAD-REGISTER.
           OPEN OUTPUT CHECK-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'Check work file open failed, status '
                       WS-WORK-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF
           OPEN INPUT PAY-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               DISPLAY 'No payment register, status '
                       WS-REG-FILE-STATUS
               SET WS-REG-EOF TO TRUE
           END-IF
           IF WS-RUN-FAILED
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM 250-LOAD-ONE-RECORD UNTIL WS-REG-EOF
           IF WS-REG-FILE-STATUS = '00' OR '10'
               CLOSE PAY-REGISTER-FILE
           END-IF
           IF WS-WORK-FILE-STATUS = '00'
               CLOSE CHECK-WORK-FILE
               OPEN INPUT CHECK-WORK-FILE
           END-IF.

      *    an EFT carries no check number and is never presented;
      *    a check number on the register twice keeps its first
      *    entry, as the search of the register always did
       250-LOAD-ONE-RECORD.
           READ PAY-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ
           IF NOT WS-REG-EOF
               MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
               IF PR-CHECK-NUM NOT = SPACES
                  AND PR-CHECK-NUM NUMERIC
                   MOVE PR-CHECK-NUM-9    TO CW-CHECK-NUM
                   MOVE PAY-REGISTER-LINE TO CW-REG-LINE
                   WRITE CHECK-WORK-RECORD
                       INVALID KEY
                           IF WS-WORK-FILE-STATUS NOT = '22'
                               DISPLAY 'Check work file write '
                                       'failed, status '
                                       WS-WORK-FILE-STATUS
                               SET WS-RUN-FAILED TO TRUE
                               SET WS-REG-EOF TO TRUE
                           END-IF
                   END-WRITE
               END-IF
           END-IF.

       300-MATCH-EXCEPTIONS.
           IF NOT WS-EXC-PRESENT
               DISPLAY 'No positive-pay exception file today'
               SET WS-EXC-EOF TO TRUE
           ELSE
               OPEN INPUT EXCEPTION-FILE
           END-IF

           PERFORM 350-MATCH-ONE-EXCEPTION UNTIL WS-EXC-EOF

           IF WS-EXC-PRESENT
               CLOSE EXCEPTION-FILE
           END-IF
           CLOSE CHECK-WORK-FILE.

       350-MATCH-ONE-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   SET WS-EXC-EOF TO TRUE
           END-READ
      *    registration header and trailer were verified in the
      *    pre-pass and carry no items
           IF NOT WS-EXC-EOF
              AND EXCEPTION-RECORD(1:2) NOT = 'H '
              AND EXCEPTION-RECORD(1:2) NOT = 'T '
               MOVE SPACES TO PEX-RPT-LINE
               MOVE PEX-CHECK-NUM    TO PXR-CHECK-NUM
               MOVE PEX-BANK-REASON  TO PXR-BANK-REASON
               MOVE PEX-PRESENT-DATE TO PXR-PRESENT-DATE
               IF PEX-AMOUNT NUMERIC
                   MOVE PEX-AMOUNT-9 TO PXR-PRESENTED
               END-IF
               IF PEX-CHECK-NUM NOT NUMERIC
                  OR PEX-AMOUNT NOT NUMERIC
                   MOVE 'BAD ITEM FROM BANK' TO PXR-NOTE
                   PERFORM 500-DECIDE-RETURN
               ELSE
                   MOVE PEX-CHECK-NUM TO WS-CHECK-NUM
                   PERFORM 400-FIND-CHECK
                   PERFORM 450-DECIDE-ONE-ITEM
               END-IF
           END-IF.

       400-FIND-CHECK.
           MOVE 'N' TO WS-FOUND-SW
           MOVE WS-CHECK-NUM TO CW-CHECK-NUM
           READ CHECK-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE CW-REG-LINE TO PAY-REGISTER-LINE
           END-READ.

      *    anything short of an issued check at the presented
      *    amount is recommended for return
       450-DECIDE-ONE-ITEM.
           IF NOT WS-ENTRY-FOUND
               MOVE 'NOT ISSUED' TO PXR-NOTE
               PERFORM 500-DECIDE-RETURN
           ELSE
               MOVE PR-PAY-NUM TO PXR-PAY-NUM
               MOVE PR-STATUS  TO PXR-STATUS
               MOVE PR-AMOUNT  TO PXR-ISSUED
               EVALUATE TRUE
                   WHEN PR-VOID
                       MOVE 'CHECK IS VOID' TO PXR-NOTE
                       PERFORM 500-DECIDE-RETURN
                   WHEN PEX-AMOUNT-9 NOT = PR-AMOUNT
                       MOVE 'AMOUNT DIFFERS' TO PXR-NOTE
                       PERFORM 500-DECIDE-RETURN
                   WHEN PR-CLEARED
                       MOVE 'ALREADY PAID' TO PXR-NOTE
                       PERFORM 500-DECIDE-RETURN
                   WHEN PR-ESCHEATED
                       MOVE 'ESCHEATED TO STATE' TO PXR-NOTE
                       PERFORM 500-DECIDE-RETURN
                   WHEN PR-ISSUED
                       MOVE 'MATCHES ISSUE' TO PXR-NOTE
                       MOVE 'PAY' TO PXR-DECISION
                       ADD 1 TO WS-PAY-CT
                       PERFORM 600-WRITE-EXCEPTION-LINE
                   WHEN OTHER
                       MOVE 'NOT ISSUED' TO PXR-NOTE
                       PERFORM 500-DECIDE-RETURN
               END-EVALUATE
           END-IF.

       500-DECIDE-RETURN.
           MOVE 'RETURN' TO PXR-DECISION
           ADD 1 TO WS-RETURN-CT
           PERFORM 600-WRITE-EXCEPTION-LINE.

       600-WRITE-EXCEPTION-LINE.
           MOVE PEX-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING PEX-RPT-CTL
           END-CALL.
       END PROGRAM POSPEXC.
