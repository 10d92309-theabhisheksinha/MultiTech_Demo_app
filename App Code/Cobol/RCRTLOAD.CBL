       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRTLOAD.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCRT-ROSTER-FILE ASSIGN TO "RCRTCYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.
           SELECT RCRT-RESPONSE-FILE ASSIGN TO "RCRTRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RCRT-ROSTER-FILE.
       01  RCRT-ROSTER-RECORD      PIC X(60).

       FD  RCRT-RESPONSE-FILE.
       01  RCRT-RESPONSE-RECORD    PIC X(60).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.
           COPY AUDITPARM.

      *    closes the loop on the access recertification cycle
      *    RCRTISS opened.  The supervisors' marked RCRTRESP.DAT
      *    worksheet is read back against the RCRTCYC.DAT roster:
      *    a certify stands the account for another quarter, a
      *    revoke disables it there and then.  A response is only
      *    taken from the operator's own supervisor (or, for an
      *    operator with none, another active level 3 operator),
      *    never from the operator themselves, and never after the
      *    deadline.  Once the deadline has passed, anything still
      *    pending is disabled as not certified; and on every run,
      *    any active operator with no sign-on for the run-control
      *    dormancy days is disabled as well.  Every disable is the
      *    same soft OPER_STATUS of I that OPERMNT's disable
      *    function sets, with the same before/after AUDITLOG
      *    image, so the trail reads the same whichever route
      *    took the access away.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-EOF-SW             PIC X.
           88 WS-EOF                VALUE 'Y'.
       01 WS-OPER-MORE-SW       PIC X.
           88 WS-OPER-NO-MORE       VALUE 'N'.
       01 WS-FOUND-SW           PIC X.
           88 WS-ENTRY-FOUND        VALUE 'Y'.
       01 WS-ROSTER-SW          PIC X VALUE 'N'.
           88 WS-ROSTER-ON-FILE     VALUE 'Y'.

       01 WS-CYC-FILE-STATUS    PIC XX.
       01 WS-RSP-FILE-STATUS    PIC XX.

       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-DATE-NUM           PIC 9(8).
       01 WS-TODAY-INT          PIC 9(7).
       01 WS-CLOCK-INT          PIC 9(7).
       01 WS-IDLE-DAYS          PIC S9(7) COMP.

      *    days without a sign-on before an account is treated as
      *    abandoned, off the RUNPARM.DAT card set
       01 WS-DORMANT-DAYS       PIC 9(3) VALUE 90.
       01 WS-DAYS-X             PIC X(3).
       01 WS-DAYS-9 REDEFINES WS-DAYS-X
                                PIC 9(3).

           COPY RCRTREC.

      *    the whole roster held in storage while responses and
      *    deadlines are worked, written back in one pass at the
      *    end -- the same shape APPRREL uses on PENDAPPR.DAT
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 500 TIMES
                                PIC X(60).
       01 WS-ROSTER-CT          PIC 9(4) COMP VALUE ZERO.
       01 WS-ROSTER-SUB         PIC 9(4) COMP.

      *    dormant accounts are collected off the cursor first and
      *    disabled after it closes, so the table isn't updated
      *    under its own open cursor
       01 WS-DORM-TABLE.
           05 WS-DORM-ENTRY OCCURS 500 TIMES.
               10 WS-DORM-OPER          PIC X(8).
               10 WS-DORM-SINCE         PIC X(8).
       01 WS-DORM-CT            PIC 9(4) COMP VALUE ZERO.
       01 WS-DORM-SUB           PIC 9(4) COMP.

       01 WS-OPER-ID            PIC X(8).
       01 WS-LAST-SIGNON        PIC X(8).
       01 WS-SIGNON-IND         PIC S9(4) COMP.
       01 WS-PWD-CHANGED        PIC X(8).
       01 WS-PWD-CHANGED-IND    PIC S9(4) COMP.
       01 WS-CLOCK-DATE         PIC X(8).
       01 WS-OLD-STATUS         PIC X.
       01 WS-OLD-STATUS-IND     PIC S9(4) COMP.
       01 WS-CERT-LEVEL         PIC S9(4) COMP.
       01 WS-CERT-STATUS        PIC X.
       01 WS-CERT-STATUS-IND    PIC S9(4) COMP.

       01 WS-REJECT-REASON      PIC X(40).
       01 WS-DISABLE-REASON     PIC X(40).
       01 WS-DISABLE-RESULT     PIC X.
           88 WS-DIS-DONE           VALUE 'D'.
           88 WS-DIS-ALREADY        VALUE 'A'.
           88 WS-DIS-GONE           VALUE 'G'.
           88 WS-DIS-FAILED         VALUE 'F'.

       01 WS-CERTIFIED-CT       PIC 9(5) COMP VALUE ZERO.
       01 WS-REVOKED-CT         PIC 9(5) COMP VALUE ZERO.
       01 WS-EXPIRED-CT         PIC 9(5) COMP VALUE ZERO.
       01 WS-DORMANT-CT         PIC 9(5) COMP VALUE ZERO.
       01 WS-REJECTED-CT        PIC 9(5) COMP VALUE ZERO.
       01 WS-UNWORKED-CT        PIC 9(5) COMP VALUE ZERO.
       01 WS-NO-DATE-CT         PIC 9(5) COMP VALUE ZERO.
       01 DISP-RCRT-CT          PIC ZZ,ZZ9.

       01 RCRT-LOAD-LINE.
           05 RL-OPER               PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RL-SUPV               PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RL-CYCLE              PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RL-RESULT             PIC X(13).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RL-DETAIL             PIC X(40).

       01 RCRT-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'RCRTLOAD' TO MYRF-CALLER-ID
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
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           MOVE 'RCRTLOAD' TO RUNP-STEP-NAME
           MOVE 'DORMANT-DAYS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-DAYS-X
           IF RUNP-RC-OK
              AND WS-DAYS-X NUMERIC
              AND WS-DAYS-X NOT = '000'
               MOVE WS-DAYS-9 TO WS-DORMANT-DAYS
           END-IF

           PERFORM 200-LOAD-ROSTER
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'RCRTLOAD.DAT' TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING 'ACCESS RECERTIFICATION LOAD - ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'OPERATOR  SUPERVSR  CYCLE   RESULT         '
                  'DETAIL'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING RCRT-RPT-CTL
           END-CALL

      *    batch disables have no signed-on operator behind them --
      *    the program name stands as the actor, except on a
      *    revoke, where the certifier who asked for it is named
           MOVE 'RCRTLOAD' TO AUDIT-CALLER-ID
           MOVE 'UPDATE'   TO AUDIT-OPERATION

           IF WS-ROSTER-ON-FILE
               PERFORM 300-APPLY-RESPONSES
               PERFORM 500-EXPIRE-PAST-DEADLINE
           END-IF
           PERFORM 600-FIND-DORMANT
           PERFORM 650-DISABLE-ONE-DORMANT
               VARYING WS-DORM-SUB FROM 1 BY 1
               UNTIL WS-DORM-SUB > WS-DORM-CT
           IF WS-ROSTER-ON-FILE
               PERFORM 750-REWRITE-ROSTER
           END-IF

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING RCRT-RPT-CTL
           END-CALL

           MOVE WS-CERTIFIED-CT TO DISP-RCRT-CT
           DISPLAY 'Recertification - certified:        '
                   DISP-RCRT-CT
           MOVE WS-REVOKED-CT TO DISP-RCRT-CT
           DISPLAY 'Recertification - revoked:          '
                   DISP-RCRT-CT
           MOVE WS-EXPIRED-CT TO DISP-RCRT-CT
           DISPLAY 'Recertification - not certified:    '
                   DISP-RCRT-CT
           MOVE WS-DORMANT-CT TO DISP-RCRT-CT
           DISPLAY 'Recertification - dormant disabled: '
                   DISP-RCRT-CT
           MOVE WS-REJECTED-CT TO DISP-RCRT-CT
           DISPLAY 'Recertification - responses refused:'
                   DISP-RCRT-CT
           MOVE WS-UNWORKED-CT TO DISP-RCRT-CT
           DISPLAY 'Recertification - lines not worked: '
                   DISP-RCRT-CT
           .
       100-EXIT.
      *    a refused response or an account with no sign-on date
      *    to age is worth a look, not a failed job
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-CT > ZERO OR WS-NO-DATE-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       200-LOAD-ROSTER.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RCRT-ROSTER-FILE
           IF WS-CYC-FILE-STATUS NOT = '00'
               DISPLAY 'No recertification roster on file, status '
                       WS-CYC-FILE-STATUS
               SET WS-EOF TO TRUE
           ELSE
               SET WS-ROSTER-ON-FILE TO TRUE
           END-IF
           PERFORM 210-LOAD-ONE-LINE UNTIL WS-EOF
           IF WS-CYC-FILE-STATUS = '00' OR '10'
               CLOSE RCRT-ROSTER-FILE
           END-IF.

       210-LOAD-ONE-LINE.
           READ RCRT-ROSTER-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               IF WS-ROSTER-CT < 500
                   ADD 1 TO WS-ROSTER-CT
                   MOVE RCRT-ROSTER-RECORD
                       TO WS-ROSTER-ENTRY(WS-ROSTER-CT)
               ELSE
      *            a partial load must not reach the rewrite --
      *            writing back only what fit would drop the rest
      *            of the cycle
                   DISPLAY 'Roster table full - run refused, '
                           'nothing changed'
                   SET WS-RUN-FAILED TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

       300-APPLY-RESPONSES.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RCRT-RESPONSE-FILE
           IF WS-RSP-FILE-STATUS NOT = '00'
               DISPLAY 'No recertification responses on file, '
                       'status ' WS-RSP-FILE-STATUS
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 310-APPLY-ONE-RESPONSE UNTIL WS-EOF
           IF WS-RSP-FILE-STATUS = '00' OR '10'
               CLOSE RCRT-RESPONSE-FILE
           END-IF.

      *    a worksheet line read back a second time against a line
      *    it already closed, with the same decision, is passed
      *    over quietly -- the file is normally loaded more than
      *    once in a cycle as supervisors send it in
       310-APPLY-ONE-RESPONSE.
           READ RCRT-RESPONSE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               MOVE RCRT-RESPONSE-RECORD TO RCRT-RESPONSE-LINE
               IF RR-NOT-WORKED
                   ADD 1 TO WS-UNWORKED-CT
               ELSE
                   PERFORM 320-FIND-ROSTER-LINE
                   MOVE SPACES TO WS-REJECT-REASON
                   EVALUATE TRUE
                       WHEN NOT WS-ENTRY-FOUND
                           MOVE 'NOT ON THE CYCLE ROSTER'
                               TO WS-REJECT-REASON
                       WHEN RC-CERTIFIED AND RR-CERTIFY
                           CONTINUE
                       WHEN RC-REVOKED AND RR-REVOKE
                           CONTINUE
                       WHEN NOT RC-PENDING
                           MOVE 'CYCLE LINE ALREADY CLOSED'
                               TO WS-REJECT-REASON
                       WHEN WS-BUSINESS-DATE > RC-DEADLINE
                           MOVE 'RECEIVED AFTER THE DEADLINE'
                               TO WS-REJECT-REASON
                       WHEN RR-CERTIFIER = RR-OPER-ID
                           MOVE 'OPERATOR CANNOT CERTIFY OWN ACCESS'
                               TO WS-REJECT-REASON
                       WHEN RC-SUPERVISOR NOT = SPACES
                        AND RR-CERTIFIER NOT = RC-SUPERVISOR
                           MOVE 'CERTIFIER IS NOT THE SUPERVISOR'
                               TO WS-REJECT-REASON
                       WHEN NOT RR-CERTIFY AND NOT RR-REVOKE
                           MOVE 'DECISION MUST BE C OR R'
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           PERFORM 330-CHECK-CERTIFIER
                           IF WS-REJECT-REASON = SPACES
                               PERFORM 350-APPLY-DECISION
                           END-IF
                   END-EVALUATE
                   IF WS-REJECT-REASON NOT = SPACES
                       ADD 1 TO WS-REJECTED-CT
                       MOVE RR-OPER-ID       TO RL-OPER
                       MOVE RR-CERTIFIER     TO RL-SUPV
                       MOVE RR-CYCLE-ID      TO RL-CYCLE
                       MOVE 'REFUSED'        TO RL-RESULT
                       MOVE WS-REJECT-REASON TO RL-DETAIL
                       PERFORM 800-WRITE-LOAD-LINE
                   END-IF
               END-IF
           END-IF.

       320-FIND-ROSTER-LINE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-ROSTER-SUB FROM 1 BY 1
                   UNTIL WS-ROSTER-SUB > WS-ROSTER-CT
                      OR WS-ENTRY-FOUND
               MOVE WS-ROSTER-ENTRY(WS-ROSTER-SUB)
                   TO RCRT-ROSTER-LINE
               IF RC-CYCLE-ID = RR-CYCLE-ID
                  AND RC-OPER-ID = RR-OPER-ID
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-ROSTER-SUB
           END-IF.

      *    the certifier has to be a live operator -- and where the
      *    operator has no supervisor on file, one at the top level
       330-CHECK-CERTIFIER.
           EXEC SQL
               SELECT OPER_AUTH_LEVEL, OPER_STATUS
                  INTO :WS-CERT-LEVEL,
                       :WS-CERT-STATUS:WS-CERT-STATUS-IND
                  FROM OPERATORS
                  WHERE OPER_ID = :RR-CERTIFIER
           END-EXEC
           IF WS-CERT-STATUS-IND < 0
               MOVE 'A' TO WS-CERT-STATUS
           END-IF
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'CERTIFIER NOT ON OPERATORS'
                       TO WS-REJECT-REASON
               WHEN SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   MOVE 'CERTIFIER LOOKUP FAILED'
                       TO WS-REJECT-REASON
               WHEN WS-CERT-STATUS = 'I'
                   MOVE 'CERTIFIER IS DISABLED'
                       TO WS-REJECT-REASON
               WHEN RC-SUPERVISOR = SPACES AND WS-CERT-LEVEL < 3
                   MOVE 'NO SUPERVISOR - LEVEL 3 MUST CERTIFY'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       350-APPLY-DECISION.
           MOVE RR-OPER-ID   TO RL-OPER
           MOVE RR-CERTIFIER TO RL-SUPV
           MOVE RR-CYCLE-ID  TO RL-CYCLE
           IF RR-CERTIFY
               SET RC-CERTIFIED TO TRUE
               MOVE WS-BUSINESS-DATE TO RC-ACTION-DATE
               MOVE RR-CERTIFIER     TO RC-ACTION-BY
               MOVE RCRT-ROSTER-LINE
                   TO WS-ROSTER-ENTRY(WS-ROSTER-SUB)
               ADD 1 TO WS-CERTIFIED-CT
               MOVE 'CERTIFIED' TO RL-RESULT
               MOVE RR-COMMENT  TO RL-DETAIL
               PERFORM 800-WRITE-LOAD-LINE
           ELSE
               MOVE RR-OPER-ID   TO WS-OPER-ID
               MOVE RR-CERTIFIER TO AUDIT-USER-ID
               MOVE SPACES TO WS-DISABLE-REASON
               STRING 'REVOKED BY ' RR-CERTIFIER ' ' RR-CYCLE-ID
                   DELIMITED BY SIZE INTO WS-DISABLE-REASON
               PERFORM 700-DISABLE-OPERATOR
               MOVE SPACES TO AUDIT-USER-ID
      *        a failed update leaves the line pending, so the next
      *        load tries the revoke again rather than losing it
               IF NOT WS-DIS-FAILED
                   SET RC-REVOKED TO TRUE
                   MOVE WS-BUSINESS-DATE TO RC-ACTION-DATE
                   MOVE RR-CERTIFIER     TO RC-ACTION-BY
                   MOVE RCRT-ROSTER-LINE
                       TO WS-ROSTER-ENTRY(WS-ROSTER-SUB)
                   ADD 1 TO WS-REVOKED-CT
               END-IF
               MOVE 'REVOKED' TO RL-RESULT
               PERFORM 780-DESCRIBE-RESULT
               PERFORM 800-WRITE-LOAD-LINE
           END-IF.

      *    the deadline is the last day a response is taken -- from
      *    the day after, silence is a revoke
       500-EXPIRE-PAST-DEADLINE.
           PERFORM VARYING WS-ROSTER-SUB FROM 1 BY 1
                   UNTIL WS-ROSTER-SUB > WS-ROSTER-CT
               MOVE WS-ROSTER-ENTRY(WS-ROSTER-SUB)
                   TO RCRT-ROSTER-LINE
               IF RC-PENDING AND WS-BUSINESS-DATE > RC-DEADLINE
                   PERFORM 520-EXPIRE-ONE-LINE
               END-IF
           END-PERFORM.

       520-EXPIRE-ONE-LINE.
           MOVE RC-OPER-ID TO WS-OPER-ID
           MOVE SPACES TO WS-DISABLE-REASON
           STRING 'NOT CERTIFIED ' RC-CYCLE-ID ' BY ' RC-DEADLINE
               DELIMITED BY SIZE INTO WS-DISABLE-REASON
           PERFORM 700-DISABLE-OPERATOR
           IF NOT WS-DIS-FAILED
               SET RC-EXPIRED TO TRUE
               MOVE WS-BUSINESS-DATE TO RC-ACTION-DATE
               MOVE 'RCRTLOAD'       TO RC-ACTION-BY
               MOVE RCRT-ROSTER-LINE
                   TO WS-ROSTER-ENTRY(WS-ROSTER-SUB)
               ADD 1 TO WS-EXPIRED-CT
           END-IF
           MOVE RC-OPER-ID    TO RL-OPER
           MOVE RC-SUPERVISOR TO RL-SUPV
           MOVE RC-CYCLE-ID   TO RL-CYCLE
           MOVE 'NOT CERTIFIED' TO RL-RESULT
           PERFORM 780-DESCRIBE-RESULT
           PERFORM 800-WRITE-LOAD-LINE.

      *    the dormancy clock runs from the last sign-on SIGNON
      *    stamped, or from the password date for an account that
      *    has never signed on since being set up -- an account
      *    with neither can't be aged and is listed for a look
       600-FIND-DORMANT.
           EXEC SQL
               DECLARE RCDMCUR CURSOR FOR
               SELECT OPER_ID, LAST_SIGNON, PWD_CHANGED
                  FROM OPERATORS
                  WHERE OPER_STATUS IS NULL
                     OR OPER_STATUS <> 'I'
                  ORDER BY OPER_ID
           END-EXEC
           EXEC SQL
               OPEN RCDMCUR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           MOVE 'Y' TO WS-OPER-MORE-SW
           PERFORM 620-CHECK-ONE-OPERATOR UNTIL WS-OPER-NO-MORE
           EXEC SQL
               CLOSE RCDMCUR
           END-EXEC.

       620-CHECK-ONE-OPERATOR.
           EXEC SQL
               FETCH RCDMCUR INTO
                  :WS-OPER-ID,
                  :WS-LAST-SIGNON:WS-SIGNON-IND,
                  :WS-PWD-CHANGED:WS-PWD-CHANGED-IND
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-OPER-NO-MORE TO TRUE
           ELSE
               MOVE SPACES TO WS-CLOCK-DATE
               IF WS-SIGNON-IND NOT < 0
                  AND WS-LAST-SIGNON NUMERIC
                   MOVE WS-LAST-SIGNON TO WS-CLOCK-DATE
               ELSE
                   IF WS-PWD-CHANGED-IND NOT < 0
                      AND WS-PWD-CHANGED NUMERIC
                       MOVE WS-PWD-CHANGED TO WS-CLOCK-DATE
                   END-IF
               END-IF

               IF WS-CLOCK-DATE = SPACES
                   ADD 1 TO WS-NO-DATE-CT
                   MOVE WS-OPER-ID TO RL-OPER
                   MOVE SPACES     TO RL-SUPV RL-CYCLE
                   MOVE 'NOT AGED' TO RL-RESULT
                   MOVE 'NO SIGN-ON OR PASSWORD DATE ON FILE'
                       TO RL-DETAIL
                   PERFORM 800-WRITE-LOAD-LINE
               ELSE
                   MOVE WS-CLOCK-DATE TO WS-DATE-NUM
                   COMPUTE WS-CLOCK-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-CLOCK-INT
                   IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                       IF WS-DORM-CT < 500
                           ADD 1 TO WS-DORM-CT
                           MOVE WS-OPER-ID
                               TO WS-DORM-OPER(WS-DORM-CT)
                           MOVE WS-CLOCK-DATE
                               TO WS-DORM-SINCE(WS-DORM-CT)
                       ELSE
                           DISPLAY 'Dormant table full - '
                                   WS-OPER-ID ' left for next run'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       650-DISABLE-ONE-DORMANT.
           MOVE WS-DORM-OPER(WS-DORM-SUB) TO WS-OPER-ID
           MOVE SPACES TO WS-DISABLE-REASON
           STRING 'NO SIGN-ON SINCE ' WS-DORM-SINCE(WS-DORM-SUB)
               DELIMITED BY SIZE INTO WS-DISABLE-REASON
           PERFORM 700-DISABLE-OPERATOR
           IF WS-DIS-DONE
               ADD 1 TO WS-DORMANT-CT
           END-IF
           MOVE WS-OPER-ID TO RL-OPER
           MOVE SPACES     TO RL-SUPV RL-CYCLE
           MOVE 'DORMANT'  TO RL-RESULT
           PERFORM 780-DESCRIBE-RESULT
           PERFORM 800-WRITE-LOAD-LINE.

      *    the same soft disable OPERMNT does -- OPER_STATUS to I,
      *    with the status before and after on the audit trail and
      *    the reason riding in the after image
       700-DISABLE-OPERATOR.
           EXEC SQL
               SELECT OPER_STATUS INTO
                      :WS-OLD-STATUS:WS-OLD-STATUS-IND
                  FROM OPERATORS
                  WHERE OPER_ID = :WS-OPER-ID
           END-EXEC
           IF WS-OLD-STATUS-IND < 0
               MOVE 'A' TO WS-OLD-STATUS
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-DIS-GONE TO TRUE
               WHEN SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   SET WS-DIS-FAILED TO TRUE
               WHEN WS-OLD-STATUS = 'I'
                   SET WS-DIS-ALREADY TO TRUE
               WHEN OTHER
                   EXEC SQL
                       UPDATE OPERATORS
                          SET OPER_STATUS = 'I'
                          WHERE OPER_ID = :WS-OPER-ID
                   END-EXEC
                   PERFORM 900-CHECK-SQLCODE
                   IF SQLCODE < ZERO
                       SET WS-DIS-FAILED TO TRUE
                   ELSE
                       SET WS-DIS-DONE TO TRUE
                       MOVE SPACES TO AUDIT-AU-ID
                       STRING 'OP=' WS-OPER-ID
                           DELIMITED BY SIZE INTO AUDIT-AU-ID
                       MOVE SPACES TO AUDIT-BEFORE-IMAGE
                                      AUDIT-AFTER-IMAGE
                       STRING 'STATUS=' WS-OLD-STATUS
                           DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
                       STRING 'STATUS=I ' WS-DISABLE-REASON
                           DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                       MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
                       CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                       END-CALL
                   END-IF
           END-EVALUATE.

       750-REWRITE-ROSTER.
           OPEN OUTPUT RCRT-ROSTER-FILE
           PERFORM VARYING WS-ROSTER-SUB FROM 1 BY 1
                   UNTIL WS-ROSTER-SUB > WS-ROSTER-CT
               MOVE WS-ROSTER-ENTRY(WS-ROSTER-SUB)
                   TO RCRT-ROSTER-RECORD
               WRITE RCRT-ROSTER-RECORD
           END-PERFORM
           CLOSE RCRT-ROSTER-FILE.

       780-DESCRIBE-RESULT.
           EVALUATE TRUE
               WHEN WS-DIS-DONE
                   MOVE WS-DISABLE-REASON TO RL-DETAIL
               WHEN WS-DIS-ALREADY
                   MOVE 'ALREADY DISABLED' TO RL-DETAIL
               WHEN WS-DIS-GONE
                   MOVE 'NO LONGER ON OPERATORS' TO RL-DETAIL
               WHEN OTHER
                   MOVE 'DISABLE FAILED - LEFT FOR NEXT RUN'
                       TO RL-DETAIL
           END-EVALUATE.

       800-WRITE-LOAD-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE RCRT-LOAD-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING RCRT-RPT-CTL
           END-CALL.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM RCRTLOAD.
