       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCBAT.
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
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY SANCPARM.

      *    sanctions screen of every payee with a pending item on
      *    the payment register, run ahead of BANKDISB and
      *    CHKPRINT so tonight's money is screened against
      *    tonight's list.  A possible match goes on SANCHIT and
      *    holds the payee; both disbursement steps ask SANCSCRN
      *    before they pay and leave a held payee's items pending.
      *    The register itself is only read -- the hold lives on
      *    SANCHIT, where compliance works it through SANCDISP.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-REG-EOF-SW         PIC X VALUE 'N'.
           88 WS-REG-EOF            VALUE 'Y'.

           COPY PAYRREC.

       01 WS-AU-ID              PIC X(11).
       01 WS-AGENT-ID           PIC X(11).
       01 WS-LNAME              PIC X(40).
       01 WS-FNAME              PIC X(20).
       01 WS-COUNTRY            PIC X(30).

       01 WS-PENDING-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-HELD-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-NEW-HIT-CT         PIC 9(7) COMP VALUE ZERO.
       01 DISP-SANC-CT          PIC ZZZ,ZZ9.

       01 SANC-RPT-LINE.
           05 SNR-VERDICT           PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 SNR-PAY-NUM           PIC 9(7).
           05 FILLER                PIC X  VALUE SPACE.
           05 SNR-PAYEE-TYPE        PIC X.
           05 FILLER                PIC X  VALUE SPACE.
           05 SNR-PAYEE-ID          PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 SNR-NAME              PIC X(25).
           05 FILLER                PIC X  VALUE SPACE.
           05 SNR-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 SNR-OPEN-HITS         PIC ZZ9.
           05 FILLER                PIC X  VALUE SPACE.
           05 SNR-NEW-HITS          PIC ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.

       01 SANC-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'SANCBAT' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'SANCRPT.DAT' TO RPT-FILE-NAME
           MOVE 'SANCTIONS SCREEN - PAYMENTS HELD FOR COMPLIANCE'
               TO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'VERDICT  PAYNUM  T PAYEE       NAME'
                  '                               AMOUNT OPN NEW'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING SANC-RPT-CTL
           END-CALL

           OPEN INPUT PAY-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               DISPLAY 'No payment register, status '
                       WS-REG-FILE-STATUS
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM 200-SCREEN-ONE-ITEM UNTIL WS-REG-EOF
           IF WS-REG-FILE-STATUS = '00' OR '10'
               CLOSE PAY-REGISTER-FILE
           END-IF

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING SANC-RPT-CTL
           END-CALL

           MOVE WS-PENDING-CT TO DISP-SANC-CT
           DISPLAY 'Sanctions screen - pending items: ' DISP-SANC-CT
           MOVE WS-HELD-CT TO DISP-SANC-CT
           DISPLAY 'Sanctions screen - items held:    ' DISP-SANC-CT
           MOVE WS-NEW-HIT-CT TO DISP-SANC-CT
           DISPLAY 'Sanctions screen - new hits:      ' DISP-SANC-CT
           .
       100-EXIT.
      *    a held item is an exception compliance has to work --
      *    RC 4 puts it in front of somebody
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-HELD-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       200-SCREEN-ONE-ITEM.
           READ PAY-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ
           IF NOT WS-REG-EOF
               MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
      *        a garnishment remittance pays the court or agency
      *        that issued the order and is not screened
               IF PR-PENDING AND NOT PR-PAYEE-AGENCY
                   ADD 1 TO WS-PENDING-CT
                   PERFORM 300-GET-PAYEE
                   IF SQLCODE = ZERO
                       PERFORM 400-SCREEN-PAYEE
                   END-IF
               END-IF
           END-IF.

      *    the name and country the money is actually paid to --
      *    the agent's own name when an agent is the payee.  The
      *    AGENTS master carries no country, so an agent screens
      *    on name alone.
       300-GET-PAYEE.
           MOVE SPACES TO WS-LNAME WS-FNAME WS-COUNTRY
           IF PR-PAYEE-AGENT
               MOVE PR-PAYEE-ID TO WS-AGENT-ID
               EXEC SQL
                   SELECT AGENT_NAME INTO :WS-LNAME
                      FROM AGENTS
                      WHERE AGENT_ID = :WS-AGENT-ID
               END-EXEC
           ELSE
               MOVE PR-AU-ID TO WS-AU-ID
               EXEC SQL
                   SELECT AU_LNAME, AU_FNAME, COUNTRY
                      INTO :WS-LNAME, :WS-FNAME, :WS-COUNTRY
                      FROM authors
                      WHERE AU_ID = :WS-AU-ID
               END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY 'Payee not on file for payment '
                           PR-PAY-NUM
               WHEN SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   DISPLAY 'Payee lookup failed for payment '
                           PR-PAY-NUM
           END-EVALUATE.

       400-SCREEN-PAYEE.
           SET SANC-FUNC-SCREEN TO TRUE
           MOVE 'SANCBAT' TO SANC-CALLER-ID
           MOVE SPACES    TO SANC-OPER-ID
           IF PR-PAYEE-AGENT
               MOVE 'G'         TO SANC-PAYEE-TYPE
               MOVE WS-AGENT-ID TO SANC-PAYEE-ID
           ELSE
               MOVE 'A'         TO SANC-PAYEE-TYPE
               MOVE WS-AU-ID    TO SANC-PAYEE-ID
           END-IF
           MOVE WS-LNAME        TO SANC-LNAME
           MOVE WS-FNAME        TO SANC-FNAME
           MOVE WS-COUNTRY(1:3) TO SANC-COUNTRY
           CALL 'SANCSCRN' USING SANC-PARM-AREA
           END-CALL

           ADD SANC-NEW-HIT-CT TO WS-NEW-HIT-CT
           EVALUATE TRUE
               WHEN SANC-RC-FAILED
                   DISPLAY 'Sanctions screen failed for '
                           SANC-PAYEE-ID
                   SET WS-RUN-FAILED TO TRUE
               WHEN SANC-RC-HELD
                   ADD 1 TO WS-HELD-CT
                   IF SANC-NEW-HIT-CT > ZERO
                       MOVE 'NEW HIT' TO SNR-VERDICT
                   ELSE
                       MOVE 'HELD' TO SNR-VERDICT
                   END-IF
                   MOVE PR-PAY-NUM       TO SNR-PAY-NUM
                   MOVE SANC-PAYEE-TYPE  TO SNR-PAYEE-TYPE
                   MOVE SANC-PAYEE-ID    TO SNR-PAYEE-ID
                   MOVE SPACES TO SNR-NAME
                   STRING WS-LNAME(1:15) ' ' WS-FNAME(1:9)
                       DELIMITED BY SIZE INTO SNR-NAME
                   MOVE PR-AMOUNT        TO SNR-AMOUNT
                   MOVE SANC-OPEN-HIT-CT TO SNR-OPEN-HITS
                   MOVE SANC-NEW-HIT-CT  TO SNR-NEW-HITS
                   MOVE SANC-RPT-LINE TO RPT-DETAIL-LINE
                   SET RPT-FUNC-DETAIL TO TRUE
                   CALL 'RPTWRITE' USING SANC-RPT-CTL
                   END-CALL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM SANCBAT.
