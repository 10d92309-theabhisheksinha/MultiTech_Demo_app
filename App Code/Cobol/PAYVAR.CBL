       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.
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
           SELECT VAR-WORK-FILE ASSIGN TO "VARREGWK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VW-KEY
               FILE STATUS IS WS-WORK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

      *    the register keyed by author, then by its place on
      *    PAYREG.DAT
       FD  VAR-WORK-FILE.
       01  VAR-WORK-RECORD.
           05  VW-KEY.
               10  VW-AU-ID            PIC X(11).
               10  VW-SEQ              PIC 9(9).
           05  VW-REG-LINE             PIC X(95).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY RUNPPARM.
           COPY BDTPARM.

      *    payment variance review, run after ROYCALC has
      *    registered the cycle's payments and before BANKDISB
      *    cuts the bank file.  Every pending author or agent
      *    payment on the register is set against the author's
      *    own last three paid periods: a first-time payee over
      *    the run-control limit, or a payment that moved from
      *    the prior average by more than the run-control
      *    percentage or amount, is held on PAYREVIEW.  BANKDISB
      *    and CHKPRINT pay nothing held there until a supervisor
      *    releases it through PAYVREL.  The PAYVAR.DAT review
      *    report lists the prior periods beside the current
      *    payment for every item new to the hold or still on it.
      *    Garnishment remittances follow their orders and are
      *    not reviewed here.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-REG-EOF-SW         PIC X VALUE 'N'.
           88 WS-REG-EOF            VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).

           COPY PAYRREC.

      *    the whole register on a work file keyed by author --
      *    the history scan reads just the author's own payments,
      *    once per prior period for every payment reviewed
       01 WS-WORK-FILE-STATUS   PIC XX.
       01 WS-REG-CT             PIC 9(9) COMP VALUE ZERO.
       01 WS-SCAN-END-SW        PIC X.
           88 WS-SCAN-END           VALUE 'Y'.

      *    run-control tuning: the most a first-time payee is paid
      *    without review, and the percentage and amount a payment
      *    may move from its prior average -- a zero percentage or
      *    amount card turns that test off
       01 WS-FIRST-LIMIT        PIC 9(7)V99 VALUE 5000.
       01 WS-VAR-PCT            PIC 9(3) VALUE 50.
       01 WS-VAR-AMT            PIC 9(7)V99 VALUE 2500.
       01 WS-LIM-X              PIC X(9).
       01 WS-LIM-9 REDEFINES WS-LIM-X
                                PIC 9(7)V99.
       01 WS-PCT-X              PIC X(3).
       01 WS-PCT-9 REDEFINES WS-PCT-X
                                PIC 9(3).

      *    the payment under review
       01 WS-CUR-PAY-NUM        PIC 9(7).
       01 WS-CUR-AU-ID          PIC X(11).
       01 WS-CUR-PERIOD         PIC X(6).
       01 WS-CUR-AMOUNT         PIC S9(9)V99.
       01 WS-REVIEW-STATUS      PIC X.
       01 WS-HOLD-REASON        PIC X(8).
       01 WS-FILED-REASON       PIC X(8).

      *    the author's three most recent paid periods before the
      *    one under review, newest first -- voids drop out and a
      *    period paid in more than one payment is summed
       01 WS-PRIOR-TABLE.
           05 WS-PRIOR-ENTRY OCCURS 3 TIMES.
               10 WS-PRIOR-PERIOD      PIC X(6).
               10 WS-PRIOR-AMT         PIC S9(9)V99.
       01 WS-PRIOR-SUB          PIC 9(2) COMP.
       01 WS-PRIOR-CT           PIC 9(2) COMP.
       01 WS-CEILING-PERIOD     PIC X(6).
       01 WS-FOUND-PERIOD       PIC X(6).
       01 WS-FOUND-AMT          PIC S9(9)V99.
       01 WS-PRIOR-TOTAL        PIC S9(11)V99.
       01 WS-PRIOR-AVG          PIC S9(9)V99.
       01 WS-VARIANCE           PIC S9(9)V99.
       01 WS-ABS-VARIANCE       PIC S9(9)V99.
       01 WS-VARIANCE-PCT       PIC S9(5)V99.

       01 WS-REVIEWED-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-NEW-HOLD-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-STILL-HELD-CT      PIC 9(7) COMP VALUE ZERO.
       01 WS-RELEASED-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-HELD-AMT           PIC S9(11)V99 VALUE ZERO.
       01 DISP-VAR-CT           PIC ZZZ,ZZ9.
       01 DISP-VAR-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 VAR-RPT-LINE.
           05 VRR-VERDICT           PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 VRR-PAY-NUM           PIC 9(7).
           05 FILLER                PIC X  VALUE SPACE.
           05 VRR-AU-ID             PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 VRR-PERIOD            PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 VRR-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05 VRR-PRIOR OCCURS 3 TIMES.
               10 FILLER                PIC X  VALUE SPACE.
               10 VRR-PRIOR-PERIOD      PIC X(6).
               10 FILLER                PIC X  VALUE SPACE.
               10 VRR-PRIOR-AMT         PIC ZZZ,ZZZ,ZZ9.99.
               10 VRR-PRIOR-AMT-X REDEFINES VRR-PRIOR-AMT
                                        PIC X(14).
           05 FILLER                PIC X  VALUE SPACE.
           05 VRR-AVERAGE           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 VRR-VAR-PCT           PIC -ZZZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 VRR-REASON            PIC X(8).

       01 VAR-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'PAYVAR' TO MYRF-CALLER-ID
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

           MOVE 'PAYVAR' TO RUNP-STEP-NAME
           MOVE 'FIRST-LIMIT' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:9) TO WS-LIM-X
           IF RUNP-RC-OK
              AND WS-LIM-X NUMERIC
               MOVE WS-LIM-9 TO WS-FIRST-LIMIT
           END-IF
           MOVE 'VAR-PCT' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-PCT-X
           IF RUNP-RC-OK
              AND WS-PCT-X NUMERIC
               MOVE WS-PCT-9 TO WS-VAR-PCT
           END-IF
           MOVE 'VAR-AMT' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:9) TO WS-LIM-X
           IF RUNP-RC-OK
              AND WS-LIM-X NUMERIC
               MOVE WS-LIM-9 TO WS-VAR-AMT
           END-IF

           PERFORM 200-LOAD-REGISTER
           IF WS-RUN-FAILED
               DISPLAY 'Register load failed - no variance review'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'PAYVAR.DAT' TO RPT-FILE-NAME
           MOVE 'PAYMENT VARIANCE REVIEW - HELD FOR SUPERVISOR'
               TO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'VERDICT  PAYNUM  AU_ID       PERIOD        CURRENT'
                  ' PRIOR-1        AMOUNT PRIOR-2        AMOUNT'
                  ' PRIOR-3        AMOUNT   PRIOR AVERAGE    VAR %'
                  ' REASON'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING VAR-RPT-CTL
           END-CALL

           MOVE 'N' TO WS-REG-EOF-SW
           OPEN INPUT PAY-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM 300-REVIEW-ONE-PAYMENT UNTIL WS-REG-EOF
           IF WS-REG-FILE-STATUS = '00' OR '10'
               CLOSE PAY-REGISTER-FILE
           END-IF
           CLOSE VAR-WORK-FILE

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING VAR-RPT-CTL
           END-CALL

           MOVE WS-REVIEWED-CT TO DISP-VAR-CT
           DISPLAY 'Variance review - payments:     ' DISP-VAR-CT
           MOVE WS-NEW-HOLD-CT TO DISP-VAR-CT
           DISPLAY 'Variance review - newly held:   ' DISP-VAR-CT
           MOVE WS-STILL-HELD-CT TO DISP-VAR-CT
           DISPLAY 'Variance review - still held:   ' DISP-VAR-CT
           MOVE WS-RELEASED-CT TO DISP-VAR-CT
           DISPLAY 'Variance review - released:     ' DISP-VAR-CT
           MOVE WS-HELD-AMT TO DISP-VAR-AMT
           DISPLAY 'Variance review - amount held:  ' DISP-VAR-AMT
           .
       100-EXIT.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-NEW-HOLD-CT > ZERO
               WHEN WS-STILL-HELD-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       200-LOAD-REGISTER.
           OPEN OUTPUT VAR-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'Register work file open failed, status '
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
               CLOSE VAR-WORK-FILE
               OPEN INPUT VAR-WORK-FILE
               IF WS-WORK-FILE-STATUS NOT = '00'
                   DISPLAY 'Register work file reopen failed, '
                           'status ' WS-WORK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

       250-LOAD-ONE-RECORD.
           READ PAY-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ
           IF NOT WS-REG-EOF
               MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
               ADD 1 TO WS-REG-CT
               MOVE PR-AU-ID            TO VW-AU-ID
               MOVE WS-REG-CT           TO VW-SEQ
               MOVE PAY-REGISTER-RECORD TO VW-REG-LINE
               WRITE VAR-WORK-RECORD
                   INVALID KEY
                       DISPLAY 'Register work file write failed, '
                               'status ' WS-WORK-FILE-STATUS
                       SET WS-RUN-FAILED TO TRUE
                       SET WS-REG-EOF TO TRUE
               END-WRITE
           END-IF.

      *    a payment already on PAYREVIEW keeps its verdict -- a
      *    released one is not second-guessed on a rerun, and a
      *    held one is listed again until somebody works it
       300-REVIEW-ONE-PAYMENT.
           READ PAY-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ
           IF NOT WS-REG-EOF
               MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
               PERFORM 320-REVIEW-PAYMENT
           END-IF.

       320-REVIEW-PAYMENT.
           IF PR-PENDING AND NOT PR-PAYEE-AGENCY
               ADD 1 TO WS-REVIEWED-CT
               MOVE PR-PAY-NUM TO WS-CUR-PAY-NUM
               MOVE PR-AU-ID   TO WS-CUR-AU-ID
               MOVE PR-PERIOD  TO WS-CUR-PERIOD
               MOVE PR-AMOUNT  TO WS-CUR-AMOUNT
               EXEC SQL
                   SELECT REVIEW_STATUS, HOLD_REASON
                      INTO :WS-REVIEW-STATUS, :WS-HOLD-REASON
                      FROM PAYREVIEW
                      WHERE PAY_NUM = :WS-CUR-PAY-NUM
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       PERFORM 400-COMPARE-HISTORY
                       IF WS-HOLD-REASON NOT = SPACES
                           PERFORM 350-HOLD-PAYMENT
                       END-IF
                   WHEN SQLCODE < ZERO
                       PERFORM 900-CHECK-SQLCODE
                       DISPLAY 'Review lookup failed for '
                               WS-CUR-PAY-NUM
                   WHEN WS-REVIEW-STATUS = 'H'
                       ADD 1 TO WS-STILL-HELD-CT
                       ADD WS-CUR-AMOUNT TO WS-HELD-AMT
                       MOVE WS-HOLD-REASON TO WS-FILED-REASON
                       PERFORM 400-COMPARE-HISTORY
                       MOVE WS-FILED-REASON TO WS-HOLD-REASON
                       MOVE 'HELD' TO VRR-VERDICT
                       PERFORM 500-WRITE-REVIEW-LINE
                   WHEN OTHER
                       ADD 1 TO WS-RELEASED-CT
               END-EVALUATE
           END-IF.

       350-HOLD-PAYMENT.
           EXEC SQL
               INSERT INTO PAYREVIEW
                (PAY_NUM, AU_ID, PERIOD, AMOUNT, PRIOR_AVG,
                 VAR_PCT, HOLD_REASON, REVIEW_STATUS, HOLD_DATE,
                 REL_OPER, REL_DATE, REL_NOTE)
               VALUES
                (:WS-CUR-PAY-NUM, :WS-CUR-AU-ID, :WS-CUR-PERIOD,
                 :WS-CUR-AMOUNT, :WS-PRIOR-AVG, :WS-VARIANCE-PCT,
                 :WS-HOLD-REASON, 'H', :WS-BUSINESS-DATE,
                 ' ', ' ', ' ')
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'Review hold insert failed for '
                       WS-CUR-PAY-NUM
           ELSE
               ADD 1 TO WS-NEW-HOLD-CT
               ADD WS-CUR-AMOUNT TO WS-HELD-AMT
               MOVE 'NEW HOLD' TO VRR-VERDICT
               PERFORM 500-WRITE-REVIEW-LINE
           END-IF.

      *    the author's own history off the register, then the
      *    verdict: spaces to pay, otherwise why it is held
       400-COMPARE-HISTORY.
           MOVE SPACES TO WS-PRIOR-TABLE
           MOVE ZERO TO WS-PRIOR-CT WS-PRIOR-TOTAL WS-PRIOR-AVG
                        WS-VARIANCE-PCT
           MOVE WS-CUR-PERIOD TO WS-CEILING-PERIOD
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > 3
               MOVE ZERO TO WS-PRIOR-AMT(WS-PRIOR-SUB)
               MOVE SPACES TO WS-FOUND-PERIOD
               MOVE ZERO TO WS-FOUND-AMT
               IF WS-CEILING-PERIOD NOT = SPACES
                   PERFORM 440-START-AUTHOR-HISTORY
                   PERFORM 450-SCAN-ONE-ENTRY UNTIL WS-SCAN-END
               END-IF
               IF WS-FOUND-PERIOD NOT = SPACES
                   ADD 1 TO WS-PRIOR-CT
                   MOVE WS-FOUND-PERIOD
                       TO WS-PRIOR-PERIOD(WS-PRIOR-SUB)
                   MOVE WS-FOUND-AMT TO WS-PRIOR-AMT(WS-PRIOR-SUB)
                   ADD WS-FOUND-AMT TO WS-PRIOR-TOTAL
               END-IF
               MOVE WS-FOUND-PERIOD TO WS-CEILING-PERIOD
           END-PERFORM

           MOVE SPACES TO WS-HOLD-REASON
           IF WS-PRIOR-CT = ZERO
               IF WS-CUR-AMOUNT > WS-FIRST-LIMIT
                   MOVE 'FIRSTPAY' TO WS-HOLD-REASON
               END-IF
           ELSE
               COMPUTE WS-PRIOR-AVG ROUNDED =
                   WS-PRIOR-TOTAL / WS-PRIOR-CT
               COMPUTE WS-VARIANCE = WS-CUR-AMOUNT - WS-PRIOR-AVG
               IF WS-VARIANCE < ZERO
                   COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
               ELSE
                   MOVE WS-VARIANCE TO WS-ABS-VARIANCE
               END-IF
               IF WS-PRIOR-AVG > ZERO
                   COMPUTE WS-VARIANCE-PCT ROUNDED =
                       WS-VARIANCE * 100 / WS-PRIOR-AVG
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-VARIANCE-PCT
                   END-COMPUTE
               ELSE
                   MOVE 99999.99 TO WS-VARIANCE-PCT
               END-IF
               EVALUATE TRUE
                   WHEN WS-VAR-PCT > ZERO
                    AND WS-ABS-VARIANCE * 100
                        > WS-PRIOR-AVG * WS-VAR-PCT
                       MOVE 'PCT-VAR' TO WS-HOLD-REASON
                   WHEN WS-VAR-AMT > ZERO
                    AND WS-ABS-VARIANCE > WS-VAR-AMT
                       MOVE 'AMT-VAR' TO WS-HOLD-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    the author's first payment on the work file
       440-START-AUTHOR-HISTORY.
           MOVE 'N' TO WS-SCAN-END-SW
           MOVE WS-CUR-AU-ID TO VW-AU-ID
           MOVE ZERO         TO VW-SEQ
           START VAR-WORK-FILE KEY IS NOT LESS THAN VW-KEY
               INVALID KEY
                   SET WS-SCAN-END TO TRUE
           END-START.

      *    the newest period below the ceiling, summed across the
      *    author's live payments for it -- a garnishment payable
      *    is money taken off the author, not paid to them
       450-SCAN-ONE-ENTRY.
           READ VAR-WORK-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-END TO TRUE
           END-READ
           IF NOT WS-SCAN-END
              AND VW-AU-ID NOT = WS-CUR-AU-ID
               SET WS-SCAN-END TO TRUE
           END-IF
           IF NOT WS-SCAN-END
               MOVE VW-REG-LINE TO PAY-REGISTER-LINE
               IF NOT PR-PAYEE-AGENCY
                  AND NOT PR-VOID
                  AND PR-PERIOD < WS-CEILING-PERIOD
                   EVALUATE TRUE
                       WHEN PR-PERIOD > WS-FOUND-PERIOD
                           MOVE PR-PERIOD TO WS-FOUND-PERIOD
                           MOVE PR-AMOUNT TO WS-FOUND-AMT
                       WHEN PR-PERIOD = WS-FOUND-PERIOD
                           ADD PR-AMOUNT TO WS-FOUND-AMT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       500-WRITE-REVIEW-LINE.
           MOVE WS-CUR-PAY-NUM TO VRR-PAY-NUM
           MOVE WS-CUR-AU-ID   TO VRR-AU-ID
           MOVE WS-CUR-PERIOD  TO VRR-PERIOD
           MOVE WS-CUR-AMOUNT  TO VRR-AMOUNT
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > 3
               IF WS-PRIOR-PERIOD(WS-PRIOR-SUB) = SPACES
                   MOVE 'NONE' TO VRR-PRIOR-PERIOD(WS-PRIOR-SUB)
                   MOVE SPACES TO VRR-PRIOR-AMT-X(WS-PRIOR-SUB)
               ELSE
                   MOVE WS-PRIOR-PERIOD(WS-PRIOR-SUB)
                       TO VRR-PRIOR-PERIOD(WS-PRIOR-SUB)
                   MOVE WS-PRIOR-AMT(WS-PRIOR-SUB)
                       TO VRR-PRIOR-AMT(WS-PRIOR-SUB)
               END-IF
           END-PERFORM
           MOVE WS-PRIOR-AVG    TO VRR-AVERAGE
           MOVE WS-VARIANCE-PCT TO VRR-VAR-PCT
           MOVE WS-HOLD-REASON  TO VRR-REASON
           MOVE VAR-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING VAR-RPT-CTL
           END-CALL.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM PAYVAR.
