       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVREL.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY AUDITPARM.
           COPY SIGNPARM.
           COPY JRNLPARM.
           COPY BDTPARM.

      *    supervisor release of payments PAYVAR held for variance
      *    review.  A held payment stays pending on the register
      *    and BANKDISB and CHKPRINT pass it over until it is
      *    released here; the supervisor must give the reason the
      *    amount was judged right, and the release goes on the
      *    operator journal and the audit trail.  A payment that
      *    turns out to be wrong is not released -- it is voided
      *    through PAYVOID and the reissue is reviewed afresh.
      *    Gated at the royalty level: releasing a hold releases
      *    money.
       01 WS-MENU-CHOICE        PIC X.
       01 WS-DONE-SW            PIC X VALUE 'N'.
           88 WS-DONE               VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-EDIT-REASON        PIC X(40).
       01 WS-ENTRY-NOTE         PIC X(40).

       01 WS-PAY-NUM-X          PIC X(7).
       01 WS-PAY-NUM REDEFINES WS-PAY-NUM-X
                                PIC 9(7).
       01 WS-AU-ID              PIC X(11).
       01 WS-PERIOD             PIC X(6).
       01 WS-AMOUNT             PIC S9(9)V99.
       01 WS-PRIOR-AVG          PIC S9(9)V99.
       01 WS-VAR-PCT            PIC S9(5)V99.
       01 WS-HOLD-REASON        PIC X(8).
       01 WS-REVIEW-STATUS      PIC X.
       01 WS-HOLD-DATE          PIC X(8).
       01 WS-REL-OPER           PIC X(8).
       01 WS-REL-DATE           PIC X(8).
       01 WS-REL-NOTE           PIC X(40).
       01 WS-LIST-CT            PIC 9(5) COMP.
       01 DISP-LIST-CT          PIC ZZ,ZZ9.
       01 DISP-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-AVERAGE          PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-VAR-PCT          PIC -ZZZZ9.99.

       01 WS-HELD-EOF-SW        PIC X.
           88 WS-HELD-EOF           VALUE 'Y'.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               DECLARE HELDPAYCUR CURSOR FOR
                   SELECT PAY_NUM, AU_ID, PERIOD, AMOUNT, PRIOR_AVG,
                          VAR_PCT, HOLD_REASON, HOLD_DATE
                      FROM PAYREVIEW
                      WHERE REVIEW_STATUS = 'H'
                      ORDER BY HOLD_DATE, PAY_NUM
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'PAYVREL' TO SIGN-CALLER-ID
           CALL 'SIGNON' USING SIGN-PARM-AREA
           END-CALL
           IF NOT SIGN-RC-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SIGN-AUTH-ROYALTY
               DISPLAY 'Not authorized for payment release'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SIGN-OPER-ID TO AUDIT-USER-ID
           MOVE 'PAYVREL' TO JRNL-CALLER-ID
           MOVE SIGN-OPER-ID TO JRNL-OPER-ID

           MOVE 'PAYVREL' TO MYRF-CALLER-ID
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
                       PERFORM 200-LIST-HELD
                   WHEN '2'
                       PERFORM 300-RELEASE-PAYMENT
                   WHEN '3'
                       PERFORM 500-SHOW-REVIEW
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
           DISPLAY 'Payment Variance Release Menu'
           DISPLAY '  1. List payments held for review'
           DISPLAY '  2. Release a held payment'
           DISPLAY '  3. Show the review of a payment'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

      *    the supervisor's work queue -- oldest hold first.  The
      *    PAYVAR.DAT report has the prior periods beside each one
       200-LIST-HELD.
           MOVE ZERO TO WS-LIST-CT
           MOVE 'N' TO WS-HELD-EOF-SW
           EXEC SQL
               OPEN HELDPAYCUR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-HELD-EOF TO TRUE
           END-IF
           PERFORM 250-SHOW-ONE-HELD UNTIL WS-HELD-EOF
           EXEC SQL
               CLOSE HELDPAYCUR
           END-EXEC
           MOVE WS-LIST-CT TO DISP-LIST-CT
           DISPLAY 'held payments: ' DISP-LIST-CT.

       250-SHOW-ONE-HELD.
           EXEC SQL
               FETCH HELDPAYCUR
                  INTO :WS-PAY-NUM, :WS-AU-ID, :WS-PERIOD,
                       :WS-AMOUNT, :WS-PRIOR-AVG, :WS-VAR-PCT,
                       :WS-HOLD-REASON, :WS-HOLD-DATE
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-HELD-EOF TO TRUE
           ELSE
               ADD 1 TO WS-LIST-CT
               MOVE WS-AMOUNT    TO DISP-AMOUNT
               MOVE WS-PRIOR-AVG TO DISP-AVERAGE
               MOVE WS-VAR-PCT   TO DISP-VAR-PCT
               DISPLAY WS-HOLD-DATE ' pay ' WS-PAY-NUM ' '
                       WS-AU-ID ' ' WS-PERIOD ' ' DISP-AMOUNT
               DISPLAY '         ' WS-HOLD-REASON ' prior avg '
                       DISP-AVERAGE ' var % ' DISP-VAR-PCT
           END-IF.

      *    release one held payment.  The reason is required -- an
      *    auditor reading the journal needs to know why the
      *    amount was let through, not only who let it
       300-RELEASE-PAYMENT.
           DISPLAY 'Enter payment number: '
           ACCEPT WS-PAY-NUM-X
           DISPLAY 'Enter reason for the release: '
           ACCEPT WS-ENTRY-NOTE

           MOVE SPACES TO WS-EDIT-REASON
           EVALUATE TRUE
               WHEN WS-PAY-NUM-X NOT NUMERIC
                   MOVE 'Payment number must be 7 digits'
                       TO WS-EDIT-REASON
               WHEN WS-ENTRY-NOTE = SPACES
                   MOVE 'A reason is required' TO WS-EDIT-REASON
               WHEN OTHER
                   PERFORM 700-READ-REVIEW
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           MOVE 'Payment is not under review'
                               TO WS-EDIT-REASON
                       WHEN SQLCODE < ZERO
                           PERFORM 900-CHECK-SQLCODE
                           MOVE 'Review lookup failed'
                               TO WS-EDIT-REASON
                       WHEN WS-REVIEW-STATUS NOT = 'H'
                           MOVE 'Payment already released'
                               TO WS-EDIT-REASON
                   END-EVALUATE
           END-EVALUATE

           IF WS-EDIT-REASON NOT = SPACES
               DISPLAY 'Release refused: ' WS-EDIT-REASON
           ELSE
               PERFORM 350-APPLY-RELEASE
           END-IF.

       350-APPLY-RELEASE.
           EXEC SQL
               UPDATE PAYREVIEW
                  SET REVIEW_STATUS = 'R',
                      REL_OPER      = :SIGN-OPER-ID,
                      REL_DATE      = :WS-BUSINESS-DATE,
                      REL_NOTE      = :WS-ENTRY-NOTE
                  WHERE PAY_NUM = :WS-PAY-NUM
                    AND REVIEW_STATUS = 'H'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'release ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE

           IF SQLCODE = ZERO
               MOVE 'PAYVREL' TO AUDIT-CALLER-ID
               MOVE 'UPDATE'  TO AUDIT-OPERATION
               MOVE WS-AU-ID  TO AUDIT-AU-ID
               MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
               MOVE WS-AMOUNT TO DISP-AMOUNT
               MOVE SPACES TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
               STRING 'PAYREVIEW ' WS-PAY-NUM ' ' WS-PERIOD
                      DISP-AMOUNT ' HELD ' WS-HOLD-REASON
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
               STRING 'RELEASED ' WS-ENTRY-NOTE
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
               CALL 'AUDITLOG' USING AUDIT-PARM-AREA
               END-CALL

               MOVE 'CHG RELEASE PAYVAR' TO JRNL-ACTION
               MOVE WS-PAY-NUM-X TO JRNL-KEY
               CALL 'OPERJRNL' USING JRNL-PARM-AREA
               END-CALL

               DISPLAY 'Payment ' WS-PAY-NUM
                       ' released - it goes on the next'
                       ' disbursement run'
           END-IF.

       500-SHOW-REVIEW.
           DISPLAY 'Enter payment number: '
           ACCEPT WS-PAY-NUM-X
           IF WS-PAY-NUM-X NOT NUMERIC
               DISPLAY 'Payment number must be 7 digits'
           ELSE
               PERFORM 700-READ-REVIEW
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       DISPLAY 'Payment ' WS-PAY-NUM-X
                               ' was not held for review'
                   WHEN SQLCODE < ZERO
                       PERFORM 900-CHECK-SQLCODE
                       DISPLAY 'Review lookup failed'
                   WHEN OTHER
                       MOVE WS-AMOUNT    TO DISP-AMOUNT
                       MOVE WS-PRIOR-AVG TO DISP-AVERAGE
                       MOVE WS-VAR-PCT   TO DISP-VAR-PCT
                       DISPLAY 'pay ' WS-PAY-NUM ' ' WS-AU-ID ' '
                               WS-PERIOD ' ' DISP-AMOUNT
                       DISPLAY '   held ' WS-HOLD-DATE ' '
                               WS-HOLD-REASON ' prior avg '
                               DISP-AVERAGE ' var % ' DISP-VAR-PCT
                       IF WS-REVIEW-STATUS = 'H'
                           DISPLAY '   still held'
                       ELSE
                           DISPLAY '   released by ' WS-REL-OPER
                                   ' on ' WS-REL-DATE ': '
                                   WS-REL-NOTE
                       END-IF
               END-EVALUATE
           END-IF.

       700-READ-REVIEW.
           EXEC SQL
               SELECT AU_ID, PERIOD, AMOUNT, PRIOR_AVG, VAR_PCT,
                      HOLD_REASON, REVIEW_STATUS, HOLD_DATE,
                      COALESCE(REL_OPER, ' '),
                      COALESCE(REL_DATE, ' '),
                      COALESCE(REL_NOTE, ' ')
                  INTO :WS-AU-ID, :WS-PERIOD, :WS-AMOUNT,
                       :WS-PRIOR-AVG, :WS-VAR-PCT, :WS-HOLD-REASON,
                       :WS-REVIEW-STATUS, :WS-HOLD-DATE,
                       :WS-REL-OPER, :WS-REL-DATE, :WS-REL-NOTE
                  FROM PAYREVIEW
                  WHERE PAY_NUM = :WS-PAY-NUM
           END-EXEC.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM PAYVREL.
