       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPRINT.
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
           SELECT CHECK-PRINT-FILE ASSIGN TO "CHECKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REG-WORK-FILE ASSIGN TO "CHKREGWK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RW-SEQ
               FILE STATUS IS WS-WORK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-RECORD      PIC X(80).

       FD  REG-WORK-FILE.
           COPY REGWREC.

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY CHKLPARM.
           COPY SANCPARM.

      *    check-print run off the payment register -- every
      *    pending payment whose payee is paid by check gets the
      *    next number off the controlled stock on CHKSTOCK, a
      *    print-ready check with its remittance stub on
      *    CHECKS.DAT, the number stamped on its register entry
      *    and an issue record on the stock log.  BANKDISB still
      *    lists the check items on CHECKLST.DAT; this run is
      *    what prints them.  When the stock runs out the rest
      *    stay pending for the next run and the step ends RC=4.
      *    A payee SANCSCRN has on a sanctions hold is not paid
      *    on paper any more than by EFT -- its items stay
      *    pending until compliance clears the hit, and so is a
      *    payment PAYVAR holds for variance review until a
      *    supervisor releases it.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-REG-EOF-SW         PIC X VALUE 'N'.
           88 WS-REG-EOF            VALUE 'Y'.
       01 WS-STOCK-OUT-SW       PIC X VALUE 'N'.
           88 WS-STOCK-OUT          VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).

           COPY PAYRREC.

      *    the whole register on a keyed work file so issued
      *    statuses and check numbers go back in one rewrite, the
      *    same shape BANKDISB uses
       01 WS-WORK-FILE-STATUS   PIC XX.
       01 WS-REG-CT             PIC 9(9) COMP VALUE ZERO.
       01 WS-REG-SUB            PIC 9(9) COMP.

      *    the stock range in use -- the lowest open range on
      *    CHKSTOCK, numbers taken from NEXT_NO up to LAST_NO
       01 WS-STOCK-FIRST        PIC 9(8).
       01 WS-STOCK-LAST         PIC 9(8).
       01 WS-STOCK-NEXT         PIC 9(8).
       01 WS-CHECK-NUM          PIC 9(8).

       01 WS-AU-ID              PIC X(11).
       01 WS-AGENT-ID           PIC X(11).
       01 WS-PAY-METHOD         PIC X.
       01 WS-ACCT-RETURN        PIC X(3).
       01 WS-PAYEE-LNAME        PIC X(40).
       01 WS-PAYEE-FNAME        PIC X(20).
       01 WS-ADDRESS            PIC X(40).
       01 WS-CITY               PIC X(20).
       01 WS-STATE              PIC X(2).
       01 WS-POSTALCODE         PIC X(10).

       01 WS-ISSUED-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-ISSUED-AMT         PIC 9(11)V99 VALUE ZERO.
       01 WS-HELD-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-SANC-HELD-CT       PIC 9(7) COMP VALUE ZERO.
       01 WS-SANC-HOLD-SW       PIC X.
           88 WS-SANCTION-HOLD      VALUE 'Y'.
       01 WS-VAR-HELD-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-PAY-NUM            PIC 9(7).
       01 WS-REVIEW-STATUS      PIC X.
       01 WS-VAR-HOLD-SW        PIC X.
           88 WS-VARIANCE-HOLD      VALUE 'Y'.
       01 DISP-CHK-CT           PIC ZZZ,ZZ9.
       01 DISP-CHK-AMT          PIC $$,$$$,$$$,$$9.99.

       01 CHK-TOP-LINE.
           05 FILLER                PIC X(40)   VALUE SPACES.
           05 FILLER                PIC X(10)   VALUE 'CHECK NO. '.
           05 CT-CHECK-NUM          PIC 9(8).
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 FILLER                PIC X(6)    VALUE 'DATE  '.
           05 CT-DATE               PIC X(8).
           05 FILLER                PIC X(4)    VALUE SPACES.

       01 CHK-PAYEE-LINE.
           05 FILLER                PIC X(20)
                                    VALUE 'PAY TO THE ORDER OF '.
           05 CP-PAYEE              PIC X(42).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 CP-AMOUNT             PIC $**,***,**9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.

       01 CHK-ADDR-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 CA-TEXT               PIC X(60).

       01 STUB-HEAD-LINE.
           05 FILLER                PIC X(36)
               VALUE 'REMITTANCE ADVICE - DETACH AND KEEP'.
           05 FILLER                PIC X(44)   VALUE SPACES.

       01 STUB-DETAIL-LINE.
           05 FILLER                PIC X(8)    VALUE 'PAYMENT '.
           05 SD-PAY-NUM            PIC 9(7).
           05 FILLER                PIC X(9)    VALUE '  AUTHOR '.
           05 SD-AU-ID              PIC X(11).
           05 FILLER                PIC X(9)    VALUE '  PERIOD '.
           05 SD-PERIOD             PIC X(6).
           05 FILLER                PIC X(9)    VALUE '  AMOUNT '.
           05 SD-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(7)    VALUE SPACES.

       01 STUB-NOTE-LINE.
           05 SN-TEXT               PIC X(80).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'CHKPRINT' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    the business date dates the checks, with the wall
      *    clock as the off-cycle fallback
           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF BDT-RC-OK
               MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF

           PERFORM 200-LOAD-REGISTER
      *    a partial register load must not print a check --
      *    the rewrite would truncate the register to what fit
           IF WS-RUN-FAILED
               DISPLAY 'Register load failed - no checks printed'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 260-GET-STOCK-RANGE

           OPEN OUTPUT CHECK-PRINT-FILE
           PERFORM 300-PRINT-ONE-PAYMENT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-CT
                  OR WS-RUN-FAILED
           CLOSE CHECK-PRINT-FILE

           PERFORM 600-REWRITE-REGISTER

           MOVE WS-ISSUED-CT TO DISP-CHK-CT
           DISPLAY 'Check print - checks issued:    ' DISP-CHK-CT
           MOVE WS-ISSUED-AMT TO DISP-CHK-AMT
           DISPLAY 'Check print - amount issued:    ' DISP-CHK-AMT
           MOVE WS-HELD-CT TO DISP-CHK-CT
           DISPLAY 'Check print - held, no stock:   ' DISP-CHK-CT
           MOVE WS-SANC-HELD-CT TO DISP-CHK-CT
           DISPLAY 'Check print - sanctions hold:   ' DISP-CHK-CT
           MOVE WS-VAR-HELD-CT TO DISP-CHK-CT
           DISPLAY 'Check print - variance hold:    ' DISP-CHK-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-HELD-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       200-LOAD-REGISTER.
           OPEN OUTPUT REG-WORK-FILE
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
               CLOSE REG-WORK-FILE
               OPEN I-O REG-WORK-FILE
           END-IF.

       250-LOAD-ONE-RECORD.
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
                       SET WS-RUN-FAILED TO TRUE
                       SET WS-REG-EOF TO TRUE
               END-WRITE
           END-IF.

      *    the lowest open range is the box on the printer; a
      *    range used up is closed and the next one taken
       260-GET-STOCK-RANGE.
           EXEC SQL
               SELECT FIRST_NO, LAST_NO, NEXT_NO
                  INTO :WS-STOCK-FIRST, :WS-STOCK-LAST,
                       :WS-STOCK-NEXT
                  FROM CHKSTOCK
                  WHERE STOCK_STATUS = 'A'
                    AND FIRST_NO = (SELECT MIN(FIRST_NO)
                                       FROM CHKSTOCK
                                       WHERE STOCK_STATUS = 'A')
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-STOCK-OUT TO TRUE
               WHEN SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   SET WS-STOCK-OUT TO TRUE
               WHEN WS-STOCK-NEXT > WS-STOCK-LAST
                   PERFORM 270-CLOSE-STOCK-RANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       270-CLOSE-STOCK-RANGE.
           EXEC SQL
               UPDATE CHKSTOCK
                  SET STOCK_STATUS = 'C'
                  WHERE FIRST_NO = :WS-STOCK-FIRST
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-STOCK-OUT TO TRUE
           ELSE
               DISPLAY 'Check stock ' WS-STOCK-FIRST ' - '
                       WS-STOCK-LAST ' used up and closed'
               PERFORM 260-GET-STOCK-RANGE
           END-IF.

      *    only a pending payment whose payee is set up for check
      *    is printed -- EFT items go through BANKDISB, and a
      *    payee with no bank record at all stays on BANKDISB's
      *    exception list for somebody to work.  An account the
      *    bank returned an EFT from, or a payment marked to go
      *    by check, is paid by check whatever the method says
       300-PRINT-ONE-PAYMENT.
           PERFORM 550-READ-WORK-ENTRY
           MOVE RW-REG-LINE TO PAY-REGISTER-LINE
           IF PR-PENDING
               PERFORM 380-CHECK-VARIANCE
               PERFORM 350-GET-PAYEE
               PERFORM 370-CHECK-SANCTIONS
               EVALUATE TRUE
                   WHEN SQLCODE < ZERO
                       PERFORM 900-CHECK-SQLCODE
                       DISPLAY 'Payee lookup failed for '
                               PR-PAY-NUM
                   WHEN SQLCODE NOT = ZERO
                       CONTINUE
                   WHEN WS-PAY-METHOD NOT = 'C'
                    AND WS-ACCT-RETURN = SPACES
                    AND NOT PR-PAY-BY-CHECK
                       CONTINUE
                   WHEN WS-SANCTION-HOLD
                       ADD 1 TO WS-SANC-HELD-CT
                   WHEN WS-VARIANCE-HOLD
                       ADD 1 TO WS-VAR-HELD-CT
                   WHEN WS-STOCK-OUT
                       ADD 1 TO WS-HELD-CT
                   WHEN OTHER
                       PERFORM 400-ISSUE-CHECK
               END-EVALUATE
           END-IF.

      *    an agent is paid under the agency's name off the AGENTS
      *    master; an author under the legal name and the mailing
      *    address on the authors table; a garnishment remittance
      *    to the court or agency at its GARNAGCY address, always
      *    by check
       350-GET-PAYEE.
           MOVE SPACES TO WS-PAYEE-FNAME WS-ADDRESS WS-CITY
                          WS-STATE WS-POSTALCODE
           EVALUATE TRUE
               WHEN PR-PAYEE-AGENCY
                   MOVE PR-PAYEE-ID TO WS-AGENT-ID
                   MOVE 'C'    TO WS-PAY-METHOD
                   MOVE SPACES TO WS-ACCT-RETURN
                   EXEC SQL
                       SELECT AGENCY_NAME, ADDRESS, CITY, STATE,
                              POSTALCODE
                          INTO :WS-PAYEE-LNAME, :WS-ADDRESS,
                               :WS-CITY, :WS-STATE, :WS-POSTALCODE
                          FROM GARNAGCY
                          WHERE AGENCY_ID = :WS-AGENT-ID
                   END-EXEC
               WHEN PR-PAYEE-AGENT
                   MOVE PR-PAYEE-ID TO WS-AGENT-ID
                   EXEC SQL
                       SELECT PAY_METHOD, AGENT_NAME,
                              COALESCE(RETURN_CODE, ' ')
                          INTO :WS-PAY-METHOD, :WS-PAYEE-LNAME,
                               :WS-ACCT-RETURN
                          FROM AGENTS
                          WHERE AGENT_ID = :WS-AGENT-ID
                   END-EXEC
               WHEN OTHER
                   MOVE PR-AU-ID TO WS-AU-ID
                   EXEC SQL
                       SELECT B.PAY_METHOD, A.AU_LNAME, A.AU_FNAME,
                              A.ADDRESS, A.CITY, A.STATE,
                              A.POSTALCODE,
                              COALESCE(B.RETURN_CODE, ' ')
                          INTO :WS-PAY-METHOD, :WS-PAYEE-LNAME,
                               :WS-PAYEE-FNAME, :WS-ADDRESS,
                               :WS-CITY, :WS-STATE, :WS-POSTALCODE,
                               :WS-ACCT-RETURN
                          FROM AUTHBANK B, authors A
                          WHERE B.AU_ID = :WS-AU-ID
                            AND A.AU_ID = B.AU_ID
                   END-EXEC
           END-EVALUATE.

      *    a screen that could not be read is a hold, not a pass.
      *    A court or agency remitted to under an order is not
      *    screened
       370-CHECK-SANCTIONS.
           MOVE 'N' TO WS-SANC-HOLD-SW
           IF NOT PR-PAYEE-AGENCY
               SET SANC-FUNC-CHECK TO TRUE
               MOVE 'CHKPRINT' TO SANC-CALLER-ID
               IF PR-PAYEE-AGENT
                   MOVE 'G'         TO SANC-PAYEE-TYPE
                   MOVE PR-PAYEE-ID TO SANC-PAYEE-ID
               ELSE
                   MOVE 'A'         TO SANC-PAYEE-TYPE
                   MOVE PR-AU-ID    TO SANC-PAYEE-ID
               END-IF
               CALL 'SANCSCRN' USING SANC-PARM-AREA
               END-CALL
               IF NOT SANC-RC-OK
                   SET WS-SANCTION-HOLD TO TRUE
               END-IF
           END-IF.

      *    a payment held for variance review is not printed until
      *    PAYVREL releases it; a review row that could not be
      *    read holds it too.  Read ahead of the payee, whose
      *    SQLCODE the routing goes on
       380-CHECK-VARIANCE.
           MOVE 'N' TO WS-VAR-HOLD-SW
           IF NOT PR-PAYEE-AGENCY
               MOVE PR-PAY-NUM TO WS-PAY-NUM
               EXEC SQL
                   SELECT REVIEW_STATUS
                      INTO :WS-REVIEW-STATUS
                      FROM PAYREVIEW
                      WHERE PAY_NUM = :WS-PAY-NUM
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       CONTINUE
                   WHEN SQLCODE < ZERO
                       PERFORM 900-CHECK-SQLCODE
                       DISPLAY 'Review lookup failed for '
                               WS-PAY-NUM
                       SET WS-VARIANCE-HOLD TO TRUE
                   WHEN WS-REVIEW-STATUS = 'H'
                       SET WS-VARIANCE-HOLD TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       400-ISSUE-CHECK.
           IF WS-STOCK-NEXT > WS-STOCK-LAST
               PERFORM 270-CLOSE-STOCK-RANGE
           END-IF
           IF WS-STOCK-OUT
               ADD 1 TO WS-HELD-CT
           ELSE
               MOVE WS-STOCK-NEXT TO WS-CHECK-NUM
               ADD 1 TO WS-STOCK-NEXT
               EXEC SQL
                   UPDATE CHKSTOCK
                      SET NEXT_NO = :WS-STOCK-NEXT
                      WHERE FIRST_NO = :WS-STOCK-FIRST
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE NOT < ZERO
                   PERFORM 450-WRITE-CHECK
                   PERFORM 480-STAMP-REGISTER
               END-IF
           END-IF.

      *    one check per page -- the face, then the stub the
      *    payee tears off
       450-WRITE-CHECK.
           MOVE SPACES TO CHECK-PRINT-RECORD
           MOVE X'0C' TO CHECK-PRINT-RECORD(1:1)
           WRITE CHECK-PRINT-RECORD

           MOVE WS-CHECK-NUM     TO CT-CHECK-NUM
           MOVE WS-BUSINESS-DATE TO CT-DATE
           MOVE CHK-TOP-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD

           MOVE SPACES TO CP-PAYEE
           IF WS-PAYEE-FNAME = SPACES
               MOVE WS-PAYEE-LNAME TO CP-PAYEE
           ELSE
               STRING WS-PAYEE-FNAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-PAYEE-LNAME DELIMITED BY '  '
                   INTO CP-PAYEE
           END-IF
           MOVE PR-AMOUNT TO CP-AMOUNT
           MOVE CHK-PAYEE-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD

           IF WS-ADDRESS NOT = SPACES
               MOVE WS-ADDRESS TO CA-TEXT
               MOVE CHK-ADDR-LINE TO CHECK-PRINT-RECORD
               WRITE CHECK-PRINT-RECORD
               MOVE SPACES TO CA-TEXT
               STRING WS-CITY DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-POSTALCODE DELIMITED BY SIZE
                   INTO CA-TEXT
               MOVE CHK-ADDR-LINE TO CHECK-PRINT-RECORD
               WRITE CHECK-PRINT-RECORD
           END-IF

           MOVE SPACES TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE STUB-HEAD-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE PR-PAY-NUM TO SD-PAY-NUM
           MOVE PR-AU-ID   TO SD-AU-ID
           MOVE PR-PERIOD  TO SD-PERIOD
           MOVE PR-AMOUNT  TO SD-AMOUNT
           MOVE STUB-DETAIL-LINE TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           IF PR-ORIG-PAY-NUM NOT = SPACES
               MOVE SPACES TO SN-TEXT
               STRING 'REISSUE OF PAYMENT ' PR-ORIG-PAY-NUM
                   DELIMITED BY SIZE INTO SN-TEXT
               MOVE STUB-NOTE-LINE TO CHECK-PRINT-RECORD
               WRITE CHECK-PRINT-RECORD
           END-IF
           IF PR-PAYEE-AGENT
               MOVE SPACES TO SN-TEXT
               STRING 'ROYALTIES OF CLIENT ' PR-AU-ID
                      ' PAID TO AGENT ' PR-PAYEE-ID
                   DELIMITED BY SIZE INTO SN-TEXT
               MOVE STUB-NOTE-LINE TO CHECK-PRINT-RECORD
               WRITE CHECK-PRINT-RECORD
           END-IF
           IF PR-PAYEE-AGENCY
               MOVE SPACES TO SN-TEXT
               STRING 'REMITTED UNDER ORDER AGAINST AUTHOR ' PR-AU-ID
                   DELIMITED BY SIZE INTO SN-TEXT
               MOVE STUB-NOTE-LINE TO CHECK-PRINT-RECORD
               WRITE CHECK-PRINT-RECORD
           END-IF.

      *    the register entry goes to issued with its check
      *    number, and the number goes on the stock log
       480-STAMP-REGISTER.
           MOVE 'I'              TO PR-STATUS
           MOVE WS-BUSINESS-DATE TO PR-STATUS-DATE
           MOVE WS-CHECK-NUM     TO PR-CHECK-NUM-9
           PERFORM 560-REWRITE-WORK-ENTRY
           ADD 1 TO WS-ISSUED-CT
           ADD PR-AMOUNT TO WS-ISSUED-AMT

           MOVE WS-CHECK-NUM TO CHKL-CHECK-NUM
           SET CHKL-EVENT-ISSUED TO TRUE
           MOVE PR-PAY-NUM   TO CHKL-PAY-NUM
           MOVE PR-AMOUNT    TO CHKL-AMOUNT
           MOVE 'CHKPRINT'   TO CHKL-OPER-ID
           MOVE SPACES       TO CHKL-REASON
           CALL 'CHKLOG' USING CHKL-PARM-AREA
           END-CALL
           IF NOT CHKL-RC-OK
               DISPLAY 'Check stock log write failed for '
                       WS-CHECK-NUM
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       550-READ-WORK-ENTRY.
           MOVE WS-REG-SUB TO RW-SEQ
           READ REG-WORK-FILE
               INVALID KEY
                   DISPLAY 'Register work file read failed, status '
                           WS-WORK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
                   MOVE SPACES TO RW-REG-LINE
           END-READ.

       560-REWRITE-WORK-ENTRY.
           MOVE WS-REG-SUB        TO RW-SEQ
           MOVE PAY-REGISTER-LINE TO RW-REG-LINE
           REWRITE REG-WORK-RECORD
               INVALID KEY
                   DISPLAY 'Register work file rewrite failed, '
                           'status ' WS-WORK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
           END-REWRITE.

      *    the rewrite runs even when the step failed part way --
      *    checks already printed and numbered must not come
      *    back pending and print a second time.  An entry the
      *    work file can't give back is not written as a blank.
       600-REWRITE-REGISTER.
           OPEN OUTPUT PAY-REGISTER-FILE
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-CT
               PERFORM 550-READ-WORK-ENTRY
               IF RW-REG-LINE NOT = SPACES
                   MOVE RW-REG-LINE TO PAY-REGISTER-RECORD
                   WRITE PAY-REGISTER-RECORD
               END-IF
           END-PERFORM
           CLOSE PAY-REGISTER-FILE
           CLOSE REG-WORK-FILE.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM CHKPRINT.
