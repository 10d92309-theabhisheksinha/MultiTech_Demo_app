       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCDISP.
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

      *    compliance disposition of sanctions hits.  SANCSCRN
      *    raises a possible match on SANCHIT as P, which holds
      *    every payment to the payee; compliance clears it (C)
      *    as a false positive, which releases the payee once no
      *    other hit is open, or confirms it (F) as a true match,
      *    which holds the payee for good.  A disposition is
      *    final -- a confirmed match is never cleared here.
      *    Every disposition goes on the operator journal and the
      *    audit trail with the reason the operator gave.  Gated
      *    at the royalty level: releasing a hold releases money.
       01 WS-MENU-CHOICE        PIC X.
       01 WS-DONE-SW            PIC X VALUE 'N'.
           88 WS-DONE               VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-EDIT-REASON        PIC X(40).

       01 WS-PAYEE-TYPE         PIC X.
       01 WS-PAYEE-ID           PIC X(11).
       01 WS-ENTRY-ID           PIC X(10).
       01 WS-ENTRY-NAME         PIC X(60).
       01 WS-HIT-STATUS         PIC X.
       01 WS-HIT-DATE           PIC X(8).
       01 WS-HIT-SOURCE         PIC X(8).
       01 WS-DISP-OPER          PIC X(8).
       01 WS-DISP-DATE          PIC X(8).
       01 WS-DISP-NOTE          PIC X(40).
       01 WS-NEW-STATUS         PIC X.
       01 WS-OPEN-HIT-CT        PIC S9(9) COMP.
       01 WS-LIST-CT            PIC 9(5) COMP.
       01 DISP-LIST-CT          PIC ZZ,ZZ9.

       01 WS-HIT-EOF-SW         PIC X.
           88 WS-HIT-EOF            VALUE 'Y'.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               DECLARE OPENHITCUR CURSOR FOR
                   SELECT PAYEE_TYPE, PAYEE_ID, ENTRY_ID,
                          ENTRY_NAME, HIT_DATE, HIT_SOURCE
                      FROM SANCHIT
                      WHERE HIT_STATUS = 'P'
                      ORDER BY HIT_DATE, PAYEE_ID
           END-EXEC

           EXEC SQL
               DECLARE PAYEEHITCUR CURSOR FOR
                   SELECT ENTRY_ID, ENTRY_NAME, HIT_STATUS,
                          HIT_DATE, COALESCE(DISP_OPER, ' '),
                          COALESCE(DISP_DATE, ' '),
                          COALESCE(DISP_NOTE, ' ')
                      FROM SANCHIT
                      WHERE PAYEE_TYPE = :WS-PAYEE-TYPE
                        AND PAYEE_ID = :WS-PAYEE-ID
                      ORDER BY HIT_DATE, ENTRY_ID
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'SANCDISP' TO SIGN-CALLER-ID
           CALL 'SIGNON' USING SIGN-PARM-AREA
           END-CALL
           IF NOT SIGN-RC-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SIGN-AUTH-ROYALTY
               DISPLAY 'Not authorized for sanctions disposition'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SIGN-OPER-ID TO AUDIT-USER-ID
           MOVE 'SANCDISP' TO JRNL-CALLER-ID
           MOVE SIGN-OPER-ID TO JRNL-OPER-ID

           MOVE 'SANCDISP' TO MYRF-CALLER-ID
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
                       PERFORM 200-LIST-OPEN-HITS
                   WHEN '2'
                       MOVE 'C' TO WS-NEW-STATUS
                       PERFORM 300-DISPOSE-HIT
                   WHEN '3'
                       MOVE 'F' TO WS-NEW-STATUS
                       PERFORM 300-DISPOSE-HIT
                   WHEN '4'
                       PERFORM 500-SHOW-PAYEE-HITS
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
           DISPLAY 'Sanctions Disposition Menu'
           DISPLAY '  1. List open sanctions hits'
           DISPLAY '  2. Clear a hit (false positive)'
           DISPLAY '  3. Confirm a hit (true match)'
           DISPLAY '  4. Show all hits for a payee'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

      *    the compliance work queue -- oldest hit first
       200-LIST-OPEN-HITS.
           MOVE ZERO TO WS-LIST-CT
           MOVE 'N' TO WS-HIT-EOF-SW
           EXEC SQL
               OPEN OPENHITCUR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-HIT-EOF TO TRUE
           END-IF
           PERFORM 250-SHOW-ONE-OPEN-HIT UNTIL WS-HIT-EOF
           EXEC SQL
               CLOSE OPENHITCUR
           END-EXEC
           MOVE WS-LIST-CT TO DISP-LIST-CT
           DISPLAY 'open hits: ' DISP-LIST-CT.

       250-SHOW-ONE-OPEN-HIT.
           EXEC SQL
               FETCH OPENHITCUR
                  INTO :WS-PAYEE-TYPE, :WS-PAYEE-ID, :WS-ENTRY-ID,
                       :WS-ENTRY-NAME, :WS-HIT-DATE, :WS-HIT-SOURCE
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-HIT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-LIST-CT
               DISPLAY WS-HIT-DATE ' ' WS-PAYEE-TYPE ' '
                       WS-PAYEE-ID ' entry ' WS-ENTRY-ID
                       ' by ' WS-HIT-SOURCE
               DISPLAY '         listed as ' WS-ENTRY-NAME
           END-IF.

      *    clear or confirm one open hit.  The operator must give
      *    the reason -- an auditor reading the journal needs to
      *    know what the decision rested on, not only who made it
       300-DISPOSE-HIT.
           DISPLAY 'Enter payee type (A=author, G=agent): '
           ACCEPT WS-PAYEE-TYPE
           DISPLAY 'Enter payee id: '
           ACCEPT WS-PAYEE-ID
           DISPLAY 'Enter watch-list entry id: '
           ACCEPT WS-ENTRY-ID
           DISPLAY 'Enter reason for the disposition: '
           ACCEPT WS-DISP-NOTE

           MOVE SPACES TO WS-EDIT-REASON
           EVALUATE TRUE
               WHEN WS-PAYEE-TYPE NOT = 'A'
                AND WS-PAYEE-TYPE NOT = 'G'
                   MOVE 'Payee type must be A or G'
                       TO WS-EDIT-REASON
               WHEN WS-DISP-NOTE = SPACES
                   MOVE 'A reason is required' TO WS-EDIT-REASON
               WHEN OTHER
                   EXEC SQL
                       SELECT HIT_STATUS INTO :WS-HIT-STATUS
                          FROM SANCHIT
                          WHERE PAYEE_TYPE = :WS-PAYEE-TYPE
                            AND PAYEE_ID = :WS-PAYEE-ID
                            AND ENTRY_ID = :WS-ENTRY-ID
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 100
                           MOVE 'No such hit on file'
                               TO WS-EDIT-REASON
                       WHEN SQLCODE < ZERO
                           PERFORM 900-CHECK-SQLCODE
                           MOVE 'Hit lookup failed' TO WS-EDIT-REASON
                       WHEN WS-HIT-STATUS NOT = 'P'
                           MOVE 'Hit already disposed'
                               TO WS-EDIT-REASON
                   END-EVALUATE
           END-EVALUATE

           IF WS-EDIT-REASON NOT = SPACES
               DISPLAY 'Disposition refused: ' WS-EDIT-REASON
           ELSE
               PERFORM 350-APPLY-DISPOSITION
           END-IF.

       350-APPLY-DISPOSITION.
           EXEC SQL
               UPDATE SANCHIT
                  SET HIT_STATUS = :WS-NEW-STATUS,
                      DISP_OPER  = :SIGN-OPER-ID,
                      DISP_DATE  = :WS-BUSINESS-DATE,
                      DISP_NOTE  = :WS-DISP-NOTE
                  WHERE PAYEE_TYPE = :WS-PAYEE-TYPE
                    AND PAYEE_ID = :WS-PAYEE-ID
                    AND ENTRY_ID = :WS-ENTRY-ID
                    AND HIT_STATUS = 'P'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'disposition ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE

           IF SQLCODE = ZERO
               MOVE 'SANCDISP' TO AUDIT-CALLER-ID
               MOVE 'UPDATE'   TO AUDIT-OPERATION
               MOVE WS-PAYEE-ID TO AUDIT-AU-ID
               MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
               MOVE SPACES TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
               STRING 'SANCHIT ' WS-PAYEE-TYPE ' ENTRY '
                      WS-ENTRY-ID ' HELD'
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
               IF WS-NEW-STATUS = 'C'
                   STRING 'CLEARED ' WS-DISP-NOTE
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   MOVE 'CHG CLEAR SANCHIT' TO JRNL-ACTION
               ELSE
                   STRING 'CONFIRMED ' WS-DISP-NOTE
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   MOVE 'CHG CONFIRM SANCHIT' TO JRNL-ACTION
               END-IF
               CALL 'AUDITLOG' USING AUDIT-PARM-AREA
               END-CALL

               MOVE WS-PAYEE-ID TO JRNL-KEY
               CALL 'OPERJRNL' USING JRNL-PARM-AREA
               END-CALL

               PERFORM 400-SHOW-HOLD-STATE
           END-IF.

      *    a cleared hit releases the payee only when nothing else
      *    is open or confirmed against it -- say which it is
       400-SHOW-HOLD-STATE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-OPEN-HIT-CT
                  FROM SANCHIT
                  WHERE PAYEE_TYPE = :WS-PAYEE-TYPE
                    AND PAYEE_ID = :WS-PAYEE-ID
                    AND HIT_STATUS IN ('P', 'F')
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               IF WS-OPEN-HIT-CT = ZERO
                   DISPLAY 'Payee ' WS-PAYEE-ID
                           ' released - pending payments go on'
                           ' the next disbursement run'
               ELSE
                   DISPLAY 'Payee ' WS-PAYEE-ID
                           ' remains held'
               END-IF
           END-IF.

       500-SHOW-PAYEE-HITS.
           DISPLAY 'Enter payee type (A=author, G=agent): '
           ACCEPT WS-PAYEE-TYPE
           DISPLAY 'Enter payee id: '
           ACCEPT WS-PAYEE-ID
           MOVE ZERO TO WS-LIST-CT
           MOVE 'N' TO WS-HIT-EOF-SW
           EXEC SQL
               OPEN PAYEEHITCUR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-HIT-EOF TO TRUE
           END-IF
           PERFORM 550-SHOW-ONE-PAYEE-HIT UNTIL WS-HIT-EOF
           EXEC SQL
               CLOSE PAYEEHITCUR
           END-EXEC
           IF WS-LIST-CT = ZERO
               DISPLAY 'No sanctions hits for ' WS-PAYEE-ID
           END-IF.

       550-SHOW-ONE-PAYEE-HIT.
           EXEC SQL
               FETCH PAYEEHITCUR
                  INTO :WS-ENTRY-ID, :WS-ENTRY-NAME, :WS-HIT-STATUS,
                       :WS-HIT-DATE, :WS-DISP-OPER, :WS-DISP-DATE,
                       :WS-DISP-NOTE
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-HIT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-LIST-CT
               DISPLAY 'entry ' WS-ENTRY-ID ' status '
                       WS-HIT-STATUS ' raised ' WS-HIT-DATE
               DISPLAY '   listed as ' WS-ENTRY-NAME
               IF WS-HIT-STATUS NOT = 'P'
                   DISPLAY '   by ' WS-DISP-OPER ' on '
                           WS-DISP-DATE ': ' WS-DISP-NOTE
               END-IF
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM SANCDISP.
