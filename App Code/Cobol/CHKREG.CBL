       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKREG.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-LOG-FILE ASSIGN TO "CHKSTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-LOG-FILE.
       01  CHECK-LOG-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.

      *    check register -- every number in every stock range on
      *    CHKSTOCK accounted for.  A number below the range's
      *    NEXT_NO has been through the printer and must show on
      *    the stock log as issued, voided, spoiled or skipped;
      *    one that does not is listed UNACCOUNTED and the step
      *    ends RC=4 for the auditors.  What is left of the range
      *    is one UNUSED STOCK line.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-LOG-FILE-STATUS    PIC XX.
       01 WS-LOG-EOF-SW         PIC X VALUE 'N'.
           88 WS-LOG-EOF            VALUE 'Y'.
       01 WS-STOCK-EOF-SW       PIC X VALUE 'N'.
           88 WS-STOCK-EOF          VALUE 'Y'.

           COPY CHKLREC.

      *    the stock log held in storage, in the order written,
      *    so the last entry for a number is its current state
       01 WS-LOG-TABLE.
           05 WS-LOG-ENTRY OCCURS 5000 TIMES.
               10 WS-LOG-CHECK-NUM  PIC 9(8).
               10 WS-LOG-EVENT      PIC X.
               10 WS-LOG-PAY-NUM    PIC X(7).
               10 WS-LOG-AMOUNT     PIC 9(9)V99.
               10 WS-LOG-DATE       PIC X(8).
       01 WS-LOG-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-LOG-SUB            PIC 9(4) COMP.
       01 WS-LAST-SUB           PIC 9(4) COMP.

       01 WS-STOCK-FIRST        PIC 9(8).
       01 WS-STOCK-LAST         PIC 9(8).
       01 WS-STOCK-NEXT         PIC 9(8).
       01 WS-STOCK-STATUS       PIC X.
       01 WS-CHECK-NUM          PIC 9(8).
       01 WS-UNUSED-CT          PIC 9(8).

       01 WS-NUMBER-CT          PIC 9(9) COMP VALUE ZERO.
       01 WS-ISSUED-CT          PIC 9(9) COMP VALUE ZERO.
       01 WS-VOIDED-CT          PIC 9(9) COMP VALUE ZERO.
       01 WS-SPOILED-CT         PIC 9(9) COMP VALUE ZERO.
       01 WS-SKIPPED-CT         PIC 9(9) COMP VALUE ZERO.
       01 WS-EXCEPT-CT          PIC 9(9) COMP VALUE ZERO.
       01 WS-ISSUED-AMT         PIC 9(11)V99 VALUE ZERO.
       01 DISP-REG-CT           PIC ZZZ,ZZZ,ZZ9.
       01 DISP-REG-AMT          PIC $$,$$$,$$$,$$9.99.

       01 REG-RPT-LINE.
           05 RL-CHECK-NUM          PIC 9(8).
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 RL-STATE              PIC X(12).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 RL-PAY-NUM            PIC X(7).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 RL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 RL-DATE               PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 RL-NOTE               PIC X(30).

       01 REG-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               DECLARE REGSTOCK CURSOR FOR
                   SELECT FIRST_NO, LAST_NO, NEXT_NO, STOCK_STATUS
                      FROM CHKSTOCK
                      ORDER BY FIRST_NO
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'CHKREG' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 200-LOAD-STOCK-LOG
      *    a register built off half a log would call issued
      *    checks unaccounted -- better no report than that one
           IF WS-RUN-FAILED
               DISPLAY 'Stock log load failed - no register'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'CHKREG.DAT' TO RPT-FILE-NAME
           MOVE 'CHECK REGISTER - STOCK ACCOUNTABILITY'
               TO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'CHECK NO   STATE         PAY NO '
                  '          AMOUNT  DATE      NOTE'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING REG-RPT-CTL
           END-CALL

           EXEC SQL
               OPEN REGSTOCK
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-STOCK-EOF TO TRUE
           END-IF
           PERFORM 300-REPORT-ONE-RANGE UNTIL WS-STOCK-EOF
           EXEC SQL
               CLOSE REGSTOCK
           END-EXEC

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING REG-RPT-CTL
           END-CALL

           MOVE WS-NUMBER-CT TO DISP-REG-CT
           DISPLAY 'Check register - numbers used:  ' DISP-REG-CT
           MOVE WS-ISSUED-CT TO DISP-REG-CT
           DISPLAY 'Check register - issued:        ' DISP-REG-CT
           MOVE WS-ISSUED-AMT TO DISP-REG-AMT
           DISPLAY 'Check register - issued amount: ' DISP-REG-AMT
           MOVE WS-VOIDED-CT TO DISP-REG-CT
           DISPLAY 'Check register - voided:        ' DISP-REG-CT
           MOVE WS-SPOILED-CT TO DISP-REG-CT
           DISPLAY 'Check register - spoiled:       ' DISP-REG-CT
           MOVE WS-SKIPPED-CT TO DISP-REG-CT
           DISPLAY 'Check register - skipped:       ' DISP-REG-CT
           MOVE WS-EXCEPT-CT TO DISP-REG-CT
           DISPLAY 'Check register - unaccounted:   ' DISP-REG-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPT-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    no stock log at all is a new installation, not an
      *    error -- every used number will then be unaccounted
       200-LOAD-STOCK-LOG.
           OPEN INPUT CHECK-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'No check stock log, status '
                       WS-LOG-FILE-STATUS
               SET WS-LOG-EOF TO TRUE
           END-IF
           PERFORM 250-LOAD-ONE-LOG-RECORD UNTIL WS-LOG-EOF
           IF WS-LOG-FILE-STATUS = '00' OR '10'
               CLOSE CHECK-LOG-FILE
           END-IF.

       250-LOAD-ONE-LOG-RECORD.
           READ CHECK-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
           END-READ
           IF NOT WS-LOG-EOF
               MOVE CHECK-LOG-RECORD TO CHECK-LOG-LINE
               IF CKL-CHECK-NUM NUMERIC
                   IF WS-LOG-CT < 5000
                       ADD 1 TO WS-LOG-CT
                       MOVE CKL-CHECK-NUM
                           TO WS-LOG-CHECK-NUM(WS-LOG-CT)
                       MOVE CKL-EVENT    TO WS-LOG-EVENT(WS-LOG-CT)
                       MOVE CKL-PAY-NUM  TO WS-LOG-PAY-NUM(WS-LOG-CT)
                       MOVE CKL-AMOUNT   TO WS-LOG-AMOUNT(WS-LOG-CT)
                       MOVE CKL-LOG-DATE TO WS-LOG-DATE(WS-LOG-CT)
                   ELSE
                       DISPLAY 'Stock log table full'
                       SET WS-RUN-FAILED TO TRUE
                       SET WS-LOG-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.

       300-REPORT-ONE-RANGE.
           EXEC SQL
               FETCH REGSTOCK
                  INTO :WS-STOCK-FIRST, :WS-STOCK-LAST,
                       :WS-STOCK-NEXT, :WS-STOCK-STATUS
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-STOCK-EOF TO TRUE
           ELSE
               PERFORM 400-REPORT-ONE-NUMBER
                   VARYING WS-CHECK-NUM FROM WS-STOCK-FIRST BY 1
                   UNTIL WS-CHECK-NUM NOT < WS-STOCK-NEXT
                      OR WS-CHECK-NUM > WS-STOCK-LAST
               IF WS-STOCK-NEXT NOT > WS-STOCK-LAST
                   COMPUTE WS-UNUSED-CT =
                       WS-STOCK-LAST - WS-STOCK-NEXT + 1
                   MOVE SPACES TO REG-RPT-LINE
                   MOVE WS-STOCK-NEXT TO RL-CHECK-NUM
                   MOVE 'UNUSED STOCK' TO RL-STATE
                   STRING 'THROUGH ' WS-STOCK-LAST ', '
                          WS-UNUSED-CT ' LEFT'
                       DELIMITED BY SIZE INTO RL-NOTE
                   PERFORM 500-WRITE-REGISTER-LINE
               END-IF
           END-IF.

      *    the last log entry for the number is its state -- an
      *    issued check later voided or spoiled reads that way
       400-REPORT-ONE-NUMBER.
           ADD 1 TO WS-NUMBER-CT
           MOVE ZERO TO WS-LAST-SUB
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
                   UNTIL WS-LOG-SUB > WS-LOG-CT
               IF WS-LOG-CHECK-NUM(WS-LOG-SUB) = WS-CHECK-NUM
                   MOVE WS-LOG-SUB TO WS-LAST-SUB
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-RPT-LINE
           MOVE WS-CHECK-NUM TO RL-CHECK-NUM
           IF WS-LAST-SUB = ZERO
               MOVE 'UNACCOUNTED' TO RL-STATE
               MOVE 'NOT ON THE STOCK LOG' TO RL-NOTE
               ADD 1 TO WS-EXCEPT-CT
           ELSE
               MOVE WS-LOG-PAY-NUM(WS-LAST-SUB) TO RL-PAY-NUM
               MOVE WS-LOG-AMOUNT(WS-LAST-SUB)  TO RL-AMOUNT
               MOVE WS-LOG-DATE(WS-LAST-SUB)    TO RL-DATE
               EVALUATE WS-LOG-EVENT(WS-LAST-SUB)
                   WHEN 'I'
                       MOVE 'ISSUED' TO RL-STATE
                       ADD 1 TO WS-ISSUED-CT
                       ADD WS-LOG-AMOUNT(WS-LAST-SUB)
                           TO WS-ISSUED-AMT
                   WHEN 'V'
                       MOVE 'VOIDED' TO RL-STATE
                       ADD 1 TO WS-VOIDED-CT
                   WHEN 'S'
                       MOVE 'SPOILED' TO RL-STATE
                       ADD 1 TO WS-SPOILED-CT
                   WHEN 'K'
                       MOVE 'SKIPPED' TO RL-STATE
                       ADD 1 TO WS-SKIPPED-CT
                   WHEN OTHER
                       MOVE 'UNACCOUNTED' TO RL-STATE
                       MOVE 'UNKNOWN EVENT ON STOCK LOG' TO RL-NOTE
                       ADD 1 TO WS-EXCEPT-CT
               END-EVALUATE
           END-IF
           PERFORM 500-WRITE-REGISTER-LINE.

       500-WRITE-REGISTER-LINE.
           MOVE REG-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING REG-RPT-CTL
           END-CALL.

       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM CHKREG.
