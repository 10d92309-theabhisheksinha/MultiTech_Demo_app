       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKSTMNT.
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
           SELECT REG-WORK-FILE ASSIGN TO "CSTREGWK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RW-SEQ
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT CHECK-LOG-FILE ASSIGN TO "CHKSTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  REG-WORK-FILE.
           COPY REGWREC.

       FD  CHECK-LOG-FILE.
       01  CHECK-LOG-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY AUDITPARM.
           COPY SIGNPARM.
           COPY JRNLPARM.
           COPY BDTPARM.
           COPY CHKLPARM.

      *    check-stock control.  A box of check stock is put on
      *    CHKSTOCK as a number range before CHKPRINT may print
      *    on it; a check spoiled in the printer or a number
      *    skipped goes on the stock log here, so CHKREG can
      *    account for every number in the range.  Spoiling a
      *    printed check puts its payment back to pending so the
      *    next CHKPRINT run prints it again on a fresh number.
      *    Gated at the royalty level, as PAYVOID is: check stock
      *    is money.
       01 WS-MENU-CHOICE        PIC X.
       01 WS-DONE-SW            PIC X VALUE 'N'.
           88 WS-DONE               VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-EDIT-REASON        PIC X(40).

       01 WS-FIRST-X            PIC X(8).
       01 WS-FIRST-9 REDEFINES WS-FIRST-X
                                PIC 9(8).
       01 WS-LAST-X             PIC X(8).
       01 WS-LAST-9 REDEFINES WS-LAST-X
                                PIC 9(8).
       01 WS-CHECK-X            PIC X(8).
       01 WS-CHECK-9 REDEFINES WS-CHECK-X
                                PIC 9(8).
       01 WS-REASON             PIC X(30).
       01 WS-STOCK-FIRST        PIC 9(8).
       01 WS-STOCK-LAST         PIC 9(8).
       01 WS-STOCK-NEXT         PIC 9(8).
       01 WS-STOCK-STATUS       PIC X.
       01 WS-OVERLAP-CT         PIC S9(9) COMP.
       01 WS-REMAINING          PIC 9(8).

      *    stock log scan -- the last event logged for a number
       01 WS-LOG-FILE-STATUS    PIC XX.
       01 WS-LOG-EOF-SW         PIC X.
           88 WS-LOG-EOF            VALUE 'Y'.
       01 WS-LOGGED-EVENT       PIC X.
           COPY CHKLREC.

      *    the register, loaded only when a spoil puts a payment
      *    back to pending -- PAYVOID's load and rewrite
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-REG-EOF-SW         PIC X.
           88 WS-REG-EOF            VALUE 'Y'.
           COPY PAYRREC.
       01 WS-WORK-FILE-STATUS   PIC XX.
       01 WS-WORK-OPEN-SW       PIC X VALUE 'N'.
           88 WS-WORK-OPEN          VALUE 'Y'.
       01 WS-REG-CT             PIC 9(9) COMP.
       01 WS-REG-SUB            PIC 9(9) COMP.
       01 WS-FOUND-SUB          PIC 9(9) COMP.
       01 WS-FOUND-SW           PIC X.
           88 WS-ENTRY-FOUND        VALUE 'Y'.
       01 WS-REG-LOAD-SW        PIC X.
           88 WS-REG-LOAD-FAILED    VALUE 'Y'.

       01 WS-STOCK-EOF-SW       PIC X.
           88 WS-STOCK-EOF          VALUE 'Y'.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               DECLARE STOCKCUR CURSOR FOR
                   SELECT FIRST_NO, LAST_NO, NEXT_NO, STOCK_STATUS
                      FROM CHKSTOCK
                      ORDER BY FIRST_NO
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'CHKSTMNT' TO SIGN-CALLER-ID
           CALL 'SIGNON' USING SIGN-PARM-AREA
           END-CALL
           IF NOT SIGN-RC-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SIGN-AUTH-ROYALTY
               DISPLAY 'Not authorized for check stock control'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SIGN-OPER-ID TO AUDIT-USER-ID
           MOVE 'CHKSTMNT' TO JRNL-CALLER-ID
           MOVE SIGN-OPER-ID TO JRNL-OPER-ID

           MOVE 'CHKSTMNT' TO MYRF-CALLER-ID
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

           PERFORM UNTIL WS-DONE
               PERFORM 150-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               IF WS-MENU-CHOICE NOT = '0'
                  AND WS-MENU-CHOICE NOT = SPACE
                   MOVE SPACES TO JRNL-ACTION JRNL-KEY
                   STRING 'FUNC ' WS-MENU-CHOICE
                       DELIMITED BY SIZE INTO JRNL-ACTION
                   CALL 'OPERJRNL' USING JRNL-PARM-AREA
                   END-CALL
               END-IF
               EVALUATE WS-MENU-CHOICE
                   WHEN '1'
                       PERFORM 200-ADD-STOCK-RANGE
                   WHEN '2'
                       PERFORM 400-SPOIL-CHECK
                   WHEN '3'
                       PERFORM 500-SKIP-CHECK
                   WHEN '4'
                       PERFORM 600-LIST-STOCK
                   WHEN '0'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'Invalid choice, please try again'
               END-EVALUATE
           END-PERFORM
           .
       100-EXIT.
      *    flag a bad SQLCODE anywhere in the session instead of
      *    always exiting RC=0
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       150-DISPLAY-MENU.
           DISPLAY ' '
           DISPLAY 'Check Stock Menu'
           DISPLAY '  1. Add check stock range'
           DISPLAY '  2. Record spoiled check'
           DISPLAY '  3. Record skipped check number'
           DISPLAY '  4. List check stock'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

      *    a new box of stock -- the range may not overlap any
      *    range already on file, open or used up, or two checks
      *    could carry one number
       200-ADD-STOCK-RANGE.
           DISPLAY 'Enter first check number (8 digits): '
           ACCEPT WS-FIRST-X
           DISPLAY 'Enter last check number (8 digits): '
           ACCEPT WS-LAST-X

           MOVE SPACES TO WS-EDIT-REASON
           EVALUATE TRUE
               WHEN WS-FIRST-X NOT NUMERIC
                OR WS-LAST-X NOT NUMERIC
                   MOVE 'Check numbers must be 8 digits'
                       TO WS-EDIT-REASON
               WHEN WS-FIRST-9 = ZERO
                   MOVE 'Check number zero is not valid'
                       TO WS-EDIT-REASON
               WHEN WS-LAST-9 < WS-FIRST-9
                   MOVE 'Last number is below the first'
                       TO WS-EDIT-REASON
               WHEN OTHER
                   MOVE WS-FIRST-9 TO WS-STOCK-FIRST
                   MOVE WS-LAST-9  TO WS-STOCK-LAST
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-OVERLAP-CT
                          FROM CHKSTOCK
                          WHERE FIRST_NO <= :WS-STOCK-LAST
                            AND LAST_NO >= :WS-STOCK-FIRST
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE < ZERO
                           PERFORM 900-CHECK-SQLCODE
                           MOVE 'Stock lookup failed'
                               TO WS-EDIT-REASON
                       WHEN WS-OVERLAP-CT > ZERO
                           MOVE 'Range overlaps stock on file'
                               TO WS-EDIT-REASON
                   END-EVALUATE
           END-EVALUATE

           IF WS-EDIT-REASON NOT = SPACES
               DISPLAY 'Stock edit failed: ' WS-EDIT-REASON
           ELSE
               EXEC SQL
                   INSERT INTO CHKSTOCK
                    (FIRST_NO,LAST_NO,NEXT_NO,STOCK_STATUS,
                     LOAD_DATE,OPER_ID)
                   VALUES
                    (:WS-STOCK-FIRST,:WS-STOCK-LAST,
                     :WS-STOCK-FIRST,'A',:WS-BUSINESS-DATE,
                     :SIGN-OPER-ID)
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'stock insert ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE

               IF SQLCODE NOT < ZERO
                   MOVE 'CHKSTMNT' TO AUDIT-CALLER-ID
                   MOVE 'INSERT'   TO AUDIT-OPERATION
                   MOVE WS-FIRST-X TO AUDIT-AU-ID
                   MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
                   MOVE SPACES TO AUDIT-BEFORE-IMAGE
                                  AUDIT-AFTER-IMAGE
                   MOVE 'NONE' TO AUDIT-BEFORE-IMAGE
                   STRING 'STOCK ' WS-FIRST-X ' - ' WS-LAST-X
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                   END-CALL

                   MOVE 'CHG INSERT CHKSTOCK' TO JRNL-ACTION
                   MOVE WS-FIRST-X TO JRNL-KEY
                   CALL 'OPERJRNL' USING JRNL-PARM-AREA
                   END-CALL
               END-IF
           END-IF.

      *    the range a number belongs to, and whether the printer
      *    has reached it yet
       300-FIND-STOCK-RANGE.
           MOVE WS-CHECK-9 TO WS-STOCK-FIRST
           EXEC SQL
               SELECT FIRST_NO, LAST_NO, NEXT_NO, STOCK_STATUS
                  INTO :WS-STOCK-FIRST, :WS-STOCK-LAST,
                       :WS-STOCK-NEXT, :WS-STOCK-STATUS
                  FROM CHKSTOCK
                  WHERE FIRST_NO <= :WS-STOCK-FIRST
                    AND LAST_NO >= :WS-STOCK-FIRST
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Number is not in any stock range'
                       TO WS-EDIT-REASON
               WHEN SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   MOVE 'Stock lookup failed' TO WS-EDIT-REASON
           END-EVALUATE.

      *    the last event the stock log holds for the number,
      *    space when it has never been logged
       350-FIND-LOGGED-EVENT.
           MOVE SPACE TO WS-LOGGED-EVENT
           MOVE 'N'   TO WS-LOG-EOF-SW
           OPEN INPUT CHECK-LOG-FILE
           IF WS-LOG-FILE-STATUS = '00'
               PERFORM 360-SCAN-ONE-LOG-RECORD UNTIL WS-LOG-EOF
               CLOSE CHECK-LOG-FILE
           END-IF.

       360-SCAN-ONE-LOG-RECORD.
           READ CHECK-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
           END-READ
           IF NOT WS-LOG-EOF
               MOVE CHECK-LOG-RECORD TO CHECK-LOG-LINE
               IF CKL-CHECK-NUM NUMERIC
                  AND CKL-CHECK-NUM = WS-CHECK-9
                   MOVE CKL-EVENT TO WS-LOGGED-EVENT
               END-IF
           END-IF.

      *    a spoiled check was printed and never left the office
      *    -- the payment it carried is still issued on the
      *    register, and goes back to pending with no number
       400-SPOIL-CHECK.
           DISPLAY 'Enter spoiled check number (8 digits): '
           ACCEPT WS-CHECK-X
           DISPLAY 'Enter reason: '
           ACCEPT WS-REASON

           MOVE SPACES TO WS-EDIT-REASON
           IF WS-CHECK-X NOT NUMERIC
               MOVE 'Check number must be 8 digits'
                   TO WS-EDIT-REASON
           ELSE
               PERFORM 300-FIND-STOCK-RANGE
           END-IF
           IF WS-EDIT-REASON = SPACES
               IF WS-CHECK-9 NOT < WS-STOCK-NEXT
                   MOVE 'Number has not been printed yet'
                       TO WS-EDIT-REASON
               ELSE
                   PERFORM 350-FIND-LOGGED-EVENT
                   IF NOT (WS-LOGGED-EVENT = 'I'
                           OR WS-LOGGED-EVENT = SPACE)
                       MOVE 'Number already spoiled, void or skipped'
                           TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-EDIT-REASON = SPACES
               PERFORM 700-LOAD-REGISTER
               IF WS-REG-LOAD-FAILED
                   MOVE 'Payment register could not be loaded'
                       TO WS-EDIT-REASON
               ELSE
                   PERFORM 450-FIND-CHECK-PAYMENT
                   EVALUATE TRUE
                       WHEN WS-REG-LOAD-FAILED
                           MOVE 'Payment register could not be read'
                               TO WS-EDIT-REASON
                       WHEN NOT WS-ENTRY-FOUND
                           CONTINUE
                       WHEN NOT PR-ISSUED
                           MOVE 'Payment is past issue - use PAYVOID'
                               TO WS-EDIT-REASON
      *                the bank holds it on positive pay as good --
      *                only a void through PAYVOID tells them not
                       WHEN NOT PR-POSPAY-NONE
                           MOVE 'Check on positive pay - use PAYVOID'
                               TO WS-EDIT-REASON
                   END-EVALUATE
               END-IF
           END-IF

           IF WS-EDIT-REASON NOT = SPACES
               DISPLAY 'Spoil refused: ' WS-EDIT-REASON
           ELSE
               MOVE SPACES TO CHKL-PAY-NUM
               MOVE ZERO   TO CHKL-AMOUNT
               IF WS-ENTRY-FOUND
                   MOVE 'P'              TO PR-STATUS
                   MOVE WS-BUSINESS-DATE TO PR-STATUS-DATE
                   MOVE SPACES           TO PR-CHECK-NUM
                   PERFORM 730-REWRITE-WORK-ENTRY
                   PERFORM 750-REWRITE-REGISTER
                   MOVE PR-PAY-NUM TO CHKL-PAY-NUM
                   MOVE PR-AMOUNT  TO CHKL-AMOUNT
                   DISPLAY 'Payment ' PR-PAY-NUM
                           ' back to pending for reprint'
               END-IF
               SET CHKL-EVENT-SPOILED TO TRUE
               PERFORM 800-LOG-STOCK-EVENT
               MOVE 'CHG SPOIL CHECK' TO JRNL-ACTION
               MOVE WS-CHECK-X TO JRNL-KEY
               CALL 'OPERJRNL' USING JRNL-PARM-AREA
               END-CALL
           END-IF
           PERFORM 740-CLOSE-WORK-FILE.

       450-FIND-CHECK-PAYMENT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-CT
                      OR WS-ENTRY-FOUND
                      OR WS-REG-LOAD-FAILED
               PERFORM 720-READ-WORK-ENTRY
               MOVE RW-REG-LINE TO PAY-REGISTER-LINE
               IF PR-CHECK-NUM NOT = SPACES
                  AND PR-CHECK-NUM-9 = WS-CHECK-9
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-REG-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

      *    a skipped number never carried a payment -- a blank
      *    damaged or missing from the box.  The next number on
      *    the printer is passed over; a gap below it that the
      *    log cannot account for is closed off as skipped.
       500-SKIP-CHECK.
           DISPLAY 'Enter skipped check number (8 digits): '
           ACCEPT WS-CHECK-X
           DISPLAY 'Enter reason: '
           ACCEPT WS-REASON

           MOVE SPACES TO WS-EDIT-REASON
           IF WS-CHECK-X NOT NUMERIC
               MOVE 'Check number must be 8 digits'
                   TO WS-EDIT-REASON
           ELSE
               PERFORM 300-FIND-STOCK-RANGE
           END-IF
           IF WS-EDIT-REASON = SPACES
               IF WS-CHECK-9 > WS-STOCK-NEXT
                   MOVE 'Skip the next number on the printer only'
                       TO WS-EDIT-REASON
               ELSE
                   PERFORM 350-FIND-LOGGED-EVENT
                   IF WS-LOGGED-EVENT NOT = SPACE
                       MOVE 'Number is already on the stock log'
                           TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-EDIT-REASON NOT = SPACES
               DISPLAY 'Skip refused: ' WS-EDIT-REASON
           ELSE
               IF WS-CHECK-9 = WS-STOCK-NEXT
                   ADD 1 TO WS-STOCK-NEXT
                   EXEC SQL
                       UPDATE CHKSTOCK
                          SET NEXT_NO = :WS-STOCK-NEXT
                          WHERE FIRST_NO = :WS-STOCK-FIRST
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'stock update ' DISP-CODE
                   PERFORM 900-CHECK-SQLCODE
               END-IF
               IF SQLCODE NOT < ZERO
                   MOVE SPACES TO CHKL-PAY-NUM
                   MOVE ZERO   TO CHKL-AMOUNT
                   SET CHKL-EVENT-SKIPPED TO TRUE
                   PERFORM 800-LOG-STOCK-EVENT
                   MOVE 'CHG SKIP CHECK' TO JRNL-ACTION
                   MOVE WS-CHECK-X TO JRNL-KEY
                   CALL 'OPERJRNL' USING JRNL-PARM-AREA
                   END-CALL
               END-IF
           END-IF.

       600-LIST-STOCK.
           MOVE 'N' TO WS-STOCK-EOF-SW
           EXEC SQL
               OPEN STOCKCUR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-STOCK-EOF TO TRUE
           END-IF
           PERFORM 650-SHOW-ONE-RANGE UNTIL WS-STOCK-EOF
           EXEC SQL
               CLOSE STOCKCUR
           END-EXEC.

       650-SHOW-ONE-RANGE.
           EXEC SQL
               FETCH STOCKCUR
                  INTO :WS-STOCK-FIRST, :WS-STOCK-LAST,
                       :WS-STOCK-NEXT, :WS-STOCK-STATUS
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-STOCK-EOF TO TRUE
           ELSE
               IF WS-STOCK-NEXT > WS-STOCK-LAST
                   MOVE ZERO TO WS-REMAINING
               ELSE
                   COMPUTE WS-REMAINING =
                       WS-STOCK-LAST - WS-STOCK-NEXT + 1
               END-IF
               DISPLAY 'stock ' WS-STOCK-FIRST ' - ' WS-STOCK-LAST
                       ' next ' WS-STOCK-NEXT
                       ' left ' WS-REMAINING
                       ' status ' WS-STOCK-STATUS
           END-IF.

      *    the register goes onto a keyed work file afresh for
      *    each spoil, so the entry found is the one rewritten
       700-LOAD-REGISTER.
           MOVE ZERO TO WS-REG-CT
           MOVE 'N'  TO WS-REG-EOF-SW WS-REG-LOAD-SW
           PERFORM 740-CLOSE-WORK-FILE
           OPEN OUTPUT REG-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'Register work file open failed, status '
                       WS-WORK-FILE-STATUS
               SET WS-REG-LOAD-FAILED TO TRUE
           ELSE
               SET WS-WORK-OPEN TO TRUE
           END-IF
           OPEN INPUT PAY-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               SET WS-REG-EOF TO TRUE
           END-IF
           IF WS-REG-LOAD-FAILED
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM 710-LOAD-ONE-RECORD UNTIL WS-REG-EOF
           IF WS-REG-FILE-STATUS = '00' OR '10'
               CLOSE PAY-REGISTER-FILE
           END-IF
           IF WS-WORK-OPEN
               CLOSE REG-WORK-FILE
               OPEN I-O REG-WORK-FILE
               IF WS-WORK-FILE-STATUS NOT = '00'
                   DISPLAY 'Register work file open failed, status '
                           WS-WORK-FILE-STATUS
                   MOVE 'N' TO WS-WORK-OPEN-SW
                   SET WS-REG-LOAD-FAILED TO TRUE
               END-IF
           END-IF.

       710-LOAD-ONE-RECORD.
           READ PAY-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ
           IF NOT WS-REG-EOF
               ADD 1 TO WS-REG-CT
               MOVE WS-REG-CT           TO RW-SEQ
               MOVE PAY-REGISTER-RECORD TO RW-REG-LINE
               WRITE REG-WORK-RECORD
                   INVALID KEY
                       DISPLAY 'Register work file write failed, '
                               'status ' WS-WORK-FILE-STATUS
                       SET WS-REG-LOAD-FAILED TO TRUE
                       SET WS-REG-EOF TO TRUE
               END-WRITE
           END-IF.

       720-READ-WORK-ENTRY.
           MOVE WS-REG-SUB TO RW-SEQ
           READ REG-WORK-FILE
               INVALID KEY
                   DISPLAY 'Register work file read failed, status '
                           WS-WORK-FILE-STATUS
                   SET WS-REG-LOAD-FAILED TO TRUE
                   MOVE SPACES TO RW-REG-LINE
           END-READ.

       730-REWRITE-WORK-ENTRY.
           MOVE WS-FOUND-SUB      TO RW-SEQ
           MOVE PAY-REGISTER-LINE TO RW-REG-LINE
           REWRITE REG-WORK-RECORD
               INVALID KEY
                   DISPLAY 'Register work file rewrite failed, '
                           'status ' WS-WORK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
           END-REWRITE.

       740-CLOSE-WORK-FILE.
           IF WS-WORK-OPEN
               CLOSE REG-WORK-FILE
               MOVE 'N' TO WS-WORK-OPEN-SW
           END-IF.

      *    an entry the work file can't give back is not written
      *    as a blank
       750-REWRITE-REGISTER.
           OPEN OUTPUT PAY-REGISTER-FILE
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-CT
               PERFORM 720-READ-WORK-ENTRY
               IF RW-REG-LINE NOT = SPACES
                   MOVE RW-REG-LINE TO PAY-REGISTER-RECORD
                   WRITE PAY-REGISTER-RECORD
               END-IF
           END-PERFORM
           CLOSE PAY-REGISTER-FILE.

       800-LOG-STOCK-EVENT.
           MOVE WS-CHECK-9   TO CHKL-CHECK-NUM
           MOVE SIGN-OPER-ID TO CHKL-OPER-ID
           MOVE WS-REASON    TO CHKL-REASON
           CALL 'CHKLOG' USING CHKL-PARM-AREA
           END-CALL
           IF CHKL-RC-OK
               DISPLAY 'Check ' WS-CHECK-X ' logged'
           ELSE
               DISPLAY 'Check stock log write failed'
               SET WS-RUN-FAILED TO TRUE
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the session can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM CHKSTMNT.
