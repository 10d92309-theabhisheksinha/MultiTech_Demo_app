           COPY AUDITPARM.
           COPY SIGNPARM.
           COPY JRNLPARM.
           COPY BDTPARM.
           COPY SANCPARM.

      *    bank-details master per AU_ID -- routing, account and
      *    payment method for the disbursement file BANKDISB cuts,
       01 WS-OLD-ROUTING        PIC X(9).
       01 WS-OLD-ACCOUNT        PIC X(17).
       01 WS-OLD-METHOD         PIC X.
      *    an ACH return code ACHRET left on the account -- it
      *    holds the payee on checks until a new routing or
      *    account number is keyed here, which clears it
       01 WS-ACCT-RETURN        PIC X(3).
      *    a new or re-keyed account is N, awaiting its prenote;
      *    BANKDISB sends the prenote (S) and validates it (V)
      *    once the window passes with no return.  The change
      *    date starts the cooling-off BANKDISB holds payments
      *    through.
       01 WS-PRENOTE-STATUS     PIC X.
       01 WS-CHANGE-DATE        PIC X(8).
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-BANK-EXISTS-SW     PIC X.
           88 WS-BANK-EXISTS        VALUE 'Y'.
       01 WS-BANK-APPLIED-SW    PIC X.
           88 WS-BANK-APPLIED       VALUE 'Y'.
       01 WS-EDIT-REASON        PIC X(40).
      *    the payee's name and country for the sanctions screen
       01 WS-AU-LNAME           PIC X(40).
       01 WS-AU-FNAME           PIC X(20).
       01 WS-COUNTRY            PIC X(30).

      *    payment schedule per AU_ID on PAYSCHED -- M monthly,
      *    Q quarterly, S semi-annual, A annual, counted from the
      *    first pay month.  ROYCALC accrues the off-cycle months
      *    on the held balance; no row pays every period
       01 WS-PAY-FREQ           PIC X.
       01 WS-FIRST-PAY-MON-X    PIC X(2).
       01 WS-FIRST-PAY-MON REDEFINES WS-FIRST-PAY-MON-X
                                PIC 9(2).
       01 WS-OLD-FREQ           PIC X.
       01 WS-OLD-PAY-MON        PIC 9(2).
       01 WS-SCHED-EXISTS-SW    PIC X.
           88 WS-SCHED-EXISTS       VALUE 'Y'.

      *    ABA check-digit work fields -- the ninth digit must
      *    satisfy the 3-7-1 weighting over all nine
       01 WS-ACCT-LEN           PIC 9(2) COMP.
       01 WS-ACCT-SUB           PIC 9(2) COMP.

      *    bank changes authors key on the portal wait on BANKVRFY
      *    (PORTLOAD queues them) until the desk has rung the
      *    author back on the phone number already on file -- not
      *    one the request supplied -- and confirmed the change
       01 WS-VRFY-MORE-SW       PIC X.
           88 WS-VRFY-NO-MORE       VALUE 'N'.
       01 WS-VRFY-REQ-ID        PIC X(12).
       01 WS-VRFY-AU-ID         PIC X(11).
       01 WS-VRFY-DATE          PIC X(8).
       01 WS-VRFY-PENDING-CT    PIC 9(5) COMP.
       01 WS-VRFY-ANSWER        PIC X.
       01 WS-VRFY-REASON        PIC X(40).
       01 WS-CALLBACK-PHONE     PIC X(12).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
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
                       PERFORM 400-DELETE-BANK
                   WHEN '3'
                       PERFORM 500-DISPLAY-BANK
                   WHEN '4'
                       PERFORM 600-SET-PAY-SCHEDULE
                   WHEN '5'
                       PERFORM 700-WORK-PORTAL-QUEUE
                   WHEN '0'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
           DISPLAY '  1. Add or update bank details'
           DISPLAY '  2. Delete bank details'
           DISPLAY '  3. Display bank details'
           DISPLAY '  4. Set payment schedule'
           DISPLAY '  5. Work portal bank-change queue'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

           END-IF.

       300-APPLY-BANK-DETAILS.
           MOVE 'N' TO WS-BANK-EXISTS-SW WS-BANK-APPLIED-SW
           EXEC SQL
               SELECT ROUTING_NO, ACCOUNT_NO, PAY_METHOD,
                      COALESCE(RETURN_CODE, ' '),
                      COALESCE(PRENOTE_STATUS, 'V'),
                      COALESCE(CHANGE_DATE, ' ')
                  INTO :WS-OLD-ROUTING, :WS-OLD-ACCOUNT,
                       :WS-OLD-METHOD, :WS-ACCT-RETURN,
                       :WS-PRENOTE-STATUS, :WS-CHANGE-DATE
                  FROM AUTHBANK
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC

           IF SQLCODE = ZERO
               SET WS-BANK-EXISTS TO TRUE
               IF WS-ROUTING-NO NOT = WS-OLD-ROUTING
                  OR WS-ACCOUNT-NO NOT = WS-OLD-ACCOUNT
                   MOVE SPACES TO WS-ACCT-RETURN
                   MOVE 'N' TO WS-PRENOTE-STATUS
                   MOVE WS-BUSINESS-DATE TO WS-CHANGE-DATE
               END-IF
           ELSE
               PERFORM 900-CHECK-SQLCODE
           END-IF
                       UPDATE AUTHBANK
                          SET ROUTING_NO = :WS-ROUTING-NO,
                              ACCOUNT_NO = :WS-ACCOUNT-NO,
                              PAY_METHOD = :WS-PAY-METHOD,
                              RETURN_CODE = :WS-ACCT-RETURN,
                              PRENOTE_STATUS = :WS-PRENOTE-STATUS,
                              CHANGE_DATE = :WS-CHANGE-DATE
                          WHERE AU_ID = :WS-AU-ID
                   END-EXEC
                   MOVE 'UPDATE' TO AUDIT-OPERATION
               ELSE
                   EXEC SQL
                       INSERT INTO AUTHBANK
                        (AU_ID,ROUTING_NO,ACCOUNT_NO,PAY_METHOD,
                         PRENOTE_STATUS,CHANGE_DATE)
                       VALUES
                        (:WS-AU-ID,:WS-ROUTING-NO,:WS-ACCOUNT-NO,
                         :WS-PAY-METHOD,'N',:WS-BUSINESS-DATE)
                   END-EXEC
                   MOVE 'INSERT' TO AUDIT-OPERATION
               END-IF
               PERFORM 900-CHECK-SQLCODE

               IF SQLCODE NOT < ZERO
                   SET WS-BANK-APPLIED TO TRUE
                   PERFORM 350-AUDIT-BANK-CHANGE
                   PERFORM 360-SCREEN-PAYEE
               END-IF
           END-IF.

           CALL 'OPERJRNL' USING JRNL-PARM-AREA
           END-CALL.

      *    bank details added or changed make the author a payee
      *    on the next run -- the screen runs now, so a possible
      *    match is held before the money is ever queued
       360-SCREEN-PAYEE.
           EXEC SQL
               SELECT AU_LNAME, AU_FNAME, COUNTRY
                  INTO :WS-AU-LNAME, :WS-AU-FNAME, :WS-COUNTRY
                  FROM authors
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'Author lookup failed - sanctions screen '
                       'left to SANCBAT'
           ELSE
               SET SANC-FUNC-SCREEN TO TRUE
               MOVE 'BANKMNT'        TO SANC-CALLER-ID
               MOVE SIGN-OPER-ID     TO SANC-OPER-ID
               MOVE 'A'              TO SANC-PAYEE-TYPE
               MOVE WS-AU-ID         TO SANC-PAYEE-ID
               MOVE WS-AU-LNAME      TO SANC-LNAME
               MOVE WS-AU-FNAME      TO SANC-FNAME
               MOVE WS-COUNTRY(1:3)  TO SANC-COUNTRY
               CALL 'SANCSCRN' USING SANC-PARM-AREA
               END-CALL
               EVALUATE TRUE
                   WHEN SANC-RC-HELD
                       DISPLAY 'Possible sanctions match - payments to '
                               SANC-PAYEE-ID ' held for compliance'
                   WHEN SANC-RC-FAILED
                       DISPLAY 'Sanctions screen failed for '
                               SANC-PAYEE-ID ' - SANCBAT will retry'
               END-EVALUATE
           END-IF.

      *    everything but the last four significant characters is
      *    starred out in place
       380-MASK-ACCOUNT.
           ACCEPT WS-AU-ID

           EXEC SQL
               SELECT ROUTING_NO, ACCOUNT_NO, PAY_METHOD,
                      COALESCE(RETURN_CODE, ' '),
                      COALESCE(PRENOTE_STATUS, 'V'),
                      COALESCE(CHANGE_DATE, ' ')
                  INTO :WS-ROUTING-NO, :WS-ACCOUNT-NO,
                       :WS-PAY-METHOD, :WS-ACCT-RETURN,
                       :WS-PRENOTE-STATUS, :WS-CHANGE-DATE
                  FROM AUTHBANK
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC
                   DISPLAY 'routing  ' WS-ROUTING-NO
                   DISPLAY 'account  ' WS-MASKED-ACCOUNT
                   DISPLAY 'method   ' WS-PAY-METHOD
                   IF WS-ACCT-RETURN NOT = SPACES
                       DISPLAY 'ACH return ' WS-ACCT-RETURN
                               ' - paid by check until re-keyed'
                   END-IF
                   DISPLAY 'prenote  ' WS-PRENOTE-STATUS
                           '  details changed ' WS-CHANGE-DATE
               END-IF
           END-IF

           EXEC SQL
               SELECT PAY_FREQ, FIRST_PAY_MON
                  INTO :WS-PAY-FREQ, :WS-FIRST-PAY-MON
                  FROM PAYSCHED
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC
           IF SQLCODE = ZERO
               DISPLAY 'schedule ' WS-PAY-FREQ
                       ' from month ' WS-FIRST-PAY-MON-X
           ELSE
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'schedule M (every period)'
           END-IF.

      *    M removes the row -- every period is the default and
      *    needs no schedule on file
       600-SET-PAY-SCHEDULE.
           DISPLAY 'Enter AU_ID: '
           ACCEPT WS-AU-ID
           DISPLAY 'Enter frequency (M, Q, S or A): '
           ACCEPT WS-PAY-FREQ
           DISPLAY 'Enter first pay month (01-12): '
           ACCEPT WS-FIRST-PAY-MON-X

           MOVE SPACES TO WS-EDIT-REASON
           MOVE 'U'      TO AVAL-MODE
           MOVE WS-AU-ID TO AVAL-AU-ID
           MOVE SPACES   TO AVAL-TAX-ID
           CALL 'AUTHVAL' USING AVAL-PARM-AREA
           END-CALL
           EVALUATE TRUE
               WHEN AVAL-RC-FAILED
                   MOVE AVAL-REASON TO WS-EDIT-REASON
               WHEN WS-PAY-FREQ NOT = 'M' AND NOT = 'Q'
                AND NOT = 'S' AND NOT = 'A'
                   MOVE 'Frequency must be M, Q, S or A'
                       TO WS-EDIT-REASON
               WHEN WS-PAY-FREQ = 'M'
                   MOVE '01' TO WS-FIRST-PAY-MON-X
               WHEN WS-FIRST-PAY-MON-X NOT NUMERIC
                   MOVE 'First pay month not numeric'
                       TO WS-EDIT-REASON
               WHEN WS-FIRST-PAY-MON < 1 OR WS-FIRST-PAY-MON > 12
                   MOVE 'First pay month must be 01-12'
                       TO WS-EDIT-REASON
           END-EVALUATE
           IF WS-EDIT-REASON NOT = SPACES
               DISPLAY 'Schedule edit failed: ' WS-EDIT-REASON
           ELSE
               PERFORM 650-APPLY-PAY-SCHEDULE
           END-IF.

       650-APPLY-PAY-SCHEDULE.
           MOVE 'N' TO WS-SCHED-EXISTS-SW
           EXEC SQL
               SELECT PAY_FREQ, FIRST_PAY_MON
                  INTO :WS-OLD-FREQ, :WS-OLD-PAY-MON
                  FROM PAYSCHED
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-SCHED-EXISTS TO TRUE
           ELSE
               PERFORM 900-CHECK-SQLCODE
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE < ZERO
                   DISPLAY 'Schedule lookup failed - no change'
               WHEN WS-PAY-FREQ = 'M' AND NOT WS-SCHED-EXISTS
                   DISPLAY 'Already paid every period - no change'
               WHEN WS-PAY-FREQ = 'M'
                   EXEC SQL
                       DELETE FROM PAYSCHED
                          WHERE AU_ID = :WS-AU-ID
                   END-EXEC
                   MOVE 'DELETE' TO AUDIT-OPERATION
                   PERFORM 680-AUDIT-SCHEDULE
               WHEN WS-SCHED-EXISTS
                   EXEC SQL
                       UPDATE PAYSCHED
                          SET PAY_FREQ      = :WS-PAY-FREQ,
                              FIRST_PAY_MON = :WS-FIRST-PAY-MON
                          WHERE AU_ID = :WS-AU-ID
                   END-EXEC
                   MOVE 'UPDATE' TO AUDIT-OPERATION
                   PERFORM 680-AUDIT-SCHEDULE
               WHEN OTHER
                   EXEC SQL
                       INSERT INTO PAYSCHED
                        (AU_ID,PAY_FREQ,FIRST_PAY_MON)
                       VALUES
                        (:WS-AU-ID,:WS-PAY-FREQ,:WS-FIRST-PAY-MON)
                   END-EXEC
                   MOVE 'INSERT' TO AUDIT-OPERATION
                   PERFORM 680-AUDIT-SCHEDULE
           END-EVALUATE.

       680-AUDIT-SCHEDULE.
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'schedule apply ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT < ZERO
               MOVE 'BANKMNT' TO AUDIT-CALLER-ID
               MOVE WS-AU-ID  TO AUDIT-AU-ID
               MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
               MOVE SPACES TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
               IF WS-SCHED-EXISTS
                   STRING 'FREQ=' WS-OLD-FREQ ' MON=' WS-OLD-PAY-MON
                       DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
               ELSE
                   MOVE 'FREQ=M' TO AUDIT-BEFORE-IMAGE
               END-IF
               STRING 'FREQ=' WS-PAY-FREQ ' MON=' WS-FIRST-PAY-MON-X
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
               CALL 'AUDITLOG' USING AUDIT-PARM-AREA
               END-CALL

               MOVE SPACES TO JRNL-ACTION
               STRING 'CHG ' AUDIT-OPERATION ' PAYSCHD'
                   DELIMITED BY SIZE INTO JRNL-ACTION
               MOVE WS-AU-ID TO JRNL-KEY
               CALL 'OPERJRNL' USING JRNL-PARM-AREA
               END-CALL
           END-IF.

      *    the pending list first, then one request worked by
      *    AU_ID.  A confirmed change goes through the same edits
      *    and apply as a keyed one (prenote, cooling-off and
      *    sanctions screen included); PORTLOAD tells the portal
      *    the outcome on its next run.
       700-WORK-PORTAL-QUEUE.
           EXEC SQL
               DECLARE VRFYCURSOR CURSOR FOR
               SELECT REQ_ID, AU_ID, RECEIVED_DATE
                  FROM BANKVRFY
                  WHERE STATUS = 'P'
                  ORDER BY RECEIVED_DATE, REQ_ID
           END-EXEC

           EXEC SQL
               OPEN VRFYCURSOR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           MOVE ZERO TO WS-VRFY-PENDING-CT
           DISPLAY 'REQ_ID       AU_ID       RECEIVED'
           MOVE 'Y' TO WS-VRFY-MORE-SW
           PERFORM UNTIL WS-VRFY-NO-MORE
               EXEC SQL
                   FETCH VRFYCURSOR INTO
                      :WS-VRFY-REQ-ID, :WS-VRFY-AU-ID,
                      :WS-VRFY-DATE
               END-EXEC
               IF SQLCODE < 0 OR SQLCODE = 100
                   PERFORM 900-CHECK-SQLCODE
                   SET WS-VRFY-NO-MORE TO TRUE
               ELSE
                   ADD 1 TO WS-VRFY-PENDING-CT
                   DISPLAY WS-VRFY-REQ-ID ' ' WS-VRFY-AU-ID ' '
                           WS-VRFY-DATE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE VRFYCURSOR
           END-EXEC

           IF WS-VRFY-PENDING-CT = ZERO
               DISPLAY 'No bank changes awaiting callback'
           ELSE
               DISPLAY 'Enter AU_ID to work (blank to return): '
               ACCEPT WS-AU-ID
               IF WS-AU-ID NOT = SPACES
                   PERFORM 720-WORK-ONE-REQUEST
               END-IF
           END-IF.

       720-WORK-ONE-REQUEST.
           EXEC SQL
               SELECT V.REQ_ID, V.ROUTING_NO, V.ACCOUNT_NO,
                      V.PAY_METHOD, A.PHONE
                  INTO :WS-VRFY-REQ-ID, :WS-ROUTING-NO,
                       :WS-ACCOUNT-NO, :WS-PAY-METHOD,
                       :WS-CALLBACK-PHONE
                  FROM BANKVRFY V, authors A
                  WHERE V.AU_ID = :WS-AU-ID
                    AND V.STATUS = 'P'
                    AND A.AU_ID = V.AU_ID
           END-EXEC

           IF SQLCODE = 100
               DISPLAY 'No bank change awaiting callback for '
                       WS-AU-ID
           ELSE
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO
                   MOVE WS-ACCOUNT-NO TO WS-MASKED-ACCOUNT
                   PERFORM 380-MASK-ACCOUNT
                   DISPLAY 'request  ' WS-VRFY-REQ-ID
                   DISPLAY 'routing  ' WS-ROUTING-NO
                   DISPLAY 'account  ' WS-MASKED-ACCOUNT
                   DISPLAY 'method   ' WS-PAY-METHOD
                   DISPLAY 'Call the author back on the number on '
                           'file: ' WS-CALLBACK-PHONE
                   DISPLAY 'Callback confirmed? (Y=apply, N=reject, '
                           'blank=leave): '
                   ACCEPT WS-VRFY-ANSWER
                   EVALUATE WS-VRFY-ANSWER
                       WHEN SPACE
                           DISPLAY 'Left on the queue'
                       WHEN 'Y'
                           PERFORM 740-CONFIRM-REQUEST
                       WHEN 'N'
                           PERFORM 760-REJECT-REQUEST
                       WHEN OTHER
                           DISPLAY 'Enter Y or N - left on the queue'
                   END-EVALUATE
               END-IF
           END-IF.

      *    the queued details are edited afresh -- the author may
      *    have gone inactive since the portal run -- and applied
      *    exactly as if keyed at option 1
       740-CONFIRM-REQUEST.
           PERFORM 250-EDIT-BANK-DETAILS
           IF WS-EDIT-REASON NOT = SPACES
               DISPLAY 'Bank edit failed: ' WS-EDIT-REASON
               MOVE WS-EDIT-REASON TO WS-VRFY-REASON
               PERFORM 780-MARK-REJECTED
           ELSE
               PERFORM 300-APPLY-BANK-DETAILS
               IF WS-BANK-APPLIED
                   EXEC SQL
                       UPDATE BANKVRFY
                          SET STATUS = 'C',
                              WORKED_BY = :SIGN-OPER-ID,
                              WORKED_DATE = :WS-BUSINESS-DATE
                          WHERE REQ_ID = :WS-VRFY-REQ-ID
                            AND STATUS = 'P'
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'callback confirmed ' DISP-CODE
                   PERFORM 900-CHECK-SQLCODE
               ELSE
                   DISPLAY 'Bank change not applied - left on the '
                           'queue'
               END-IF
           END-IF.

       760-REJECT-REQUEST.
           DISPLAY 'Enter reason for the author: '
           ACCEPT WS-VRFY-REASON
           IF WS-VRFY-REASON = SPACES
               MOVE 'Not confirmed by callback' TO WS-VRFY-REASON
           END-IF
           PERFORM 780-MARK-REJECTED.

       780-MARK-REJECTED.
           EXEC SQL
               UPDATE BANKVRFY
                  SET STATUS = 'R',
                      REJECT_REASON = :WS-VRFY-REASON,
                      WORKED_BY = :SIGN-OPER-ID,
                      WORKED_DATE = :WS-BUSINESS-DATE
                  WHERE REQ_ID = :WS-VRFY-REQ-ID
                    AND STATUS = 'P'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'callback rejected ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT < ZERO AND SQLERRD(3) = ZERO
               DISPLAY 'Request worked by another operator since '
                       'it was read - no change'
           ELSE
               IF SQLCODE NOT < ZERO
                   MOVE 'BANKMNT' TO AUDIT-CALLER-ID
                   MOVE 'UPDATE'  TO AUDIT-OPERATION
                   MOVE WS-AU-ID  TO AUDIT-AU-ID
                   MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
                   MOVE SPACES TO AUDIT-BEFORE-IMAGE
                                  AUDIT-AFTER-IMAGE
                   STRING 'BANKREQ=' WS-VRFY-REQ-ID ' STATUS=P'
                       DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
                   STRING 'BANKREQ=' WS-VRFY-REQ-ID ' STATUS=R'
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                   END-CALL
                   MOVE 'CHG REJECT BANKREQ' TO JRNL-ACTION
                   MOVE WS-AU-ID TO JRNL-KEY
                   CALL 'OPERJRNL' USING JRNL-PARM-AREA
                   END-CALL
               END-IF
           END-IF.

