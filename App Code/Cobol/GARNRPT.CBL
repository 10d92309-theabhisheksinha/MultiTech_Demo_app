       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNRPT.
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
           COPY BDTPARM.

      *    garnishment order balance report.  One line per order on
      *    GARNORDER: the cap, what ROYCALC has taken off the
      *    author's royalties under it, how much of that has
      *    actually gone to the agency (the agency payable issued
      *    or cleared on the payment register), how much is still
      *    in transit (registered, not yet drawn, or voided and
      *    not yet reissued), and what remains owed under the
      *    cap.  A zero-cap order owes until the agency releases
      *    it, so its balance owed reads OPEN.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-REG-EOF-SW         PIC X VALUE 'N'.
           88 WS-REG-EOF            VALUE 'Y'.
       01 WS-ORDER-EOF-SW       PIC X VALUE 'N'.
           88 WS-ORDER-EOF          VALUE 'Y'.
       01 WS-DEDN-EOF-SW        PIC X.
           88 WS-DEDN-EOF           VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).

           COPY PAYRREC.

      *    the agency payables off the register -- number, status
      *    and the voided original a reissue replaces, so a
      *    remittance voided and reissued is followed to the check
      *    that actually went
       01 WS-AGY-TABLE.
           05 WS-AGY-ENTRY OCCURS 2000 TIMES.
               10 WS-AGY-PAY-NUM       PIC 9(7).
               10 WS-AGY-STATUS        PIC X.
               10 WS-AGY-ORIG-NUM      PIC X(7).
       01 WS-AGY-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-AGY-SUB            PIC 9(4) COMP.
       01 WS-AGY-HIT            PIC 9(4) COMP.
       01 WS-CHAIN-CT           PIC 9(2) COMP.
       01 WS-LOOK-NUM           PIC 9(7).
       01 WS-LOOK-NUM-X REDEFINES WS-LOOK-NUM
                                PIC X(7).
       01 WS-LOOK-STATUS        PIC X.

       01 WS-ORDER-ID           PIC X(12).
       01 WS-AU-ID              PIC X(11).
       01 WS-AGENCY-ID          PIC X(11).
       01 WS-ORDER-TYPE         PIC X.
       01 WS-CASE-REF           PIC X(20).
       01 WS-ORDER-CAP          PIC S9(9)V99.
       01 WS-TAKEN-AMT          PIC S9(9)V99.
       01 WS-ORDER-STATUS       PIC X.
       01 WS-DEDN-PAY-NUM       PIC X(7).
       01 WS-DEDN-PAY-NUM-9 REDEFINES WS-DEDN-PAY-NUM
                                PIC 9(7).
       01 WS-DEDN-AMOUNT        PIC S9(9)V99.

       01 WS-REMITTED           PIC S9(9)V99.
       01 WS-IN-TRANSIT         PIC S9(9)V99.
       01 WS-OWED               PIC S9(9)V99.
       01 WS-TOT-TAKEN          PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-REMITTED       PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-IN-TRANSIT     PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-OWED           PIC S9(11)V99 VALUE ZERO.
       01 WS-ORDER-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-OPEN-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-STRANDED-CT        PIC 9(7) COMP VALUE ZERO.
       01 DISP-GARN-CT          PIC ZZZ,ZZ9.
       01 DISP-GARN-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 GARN-RPT-LINE.
           05 GRR-ORDER-ID          PIC X(12).
           05 FILLER                PIC X  VALUE SPACE.
           05 GRR-AU-ID             PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 GRR-AGENCY-ID         PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 GRR-TYPE              PIC X.
           05 FILLER                PIC X  VALUE SPACE.
           05 GRR-CASE-REF          PIC X(20).
           05 FILLER                PIC X  VALUE SPACE.
           05 GRR-CAP               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 GRR-TAKEN             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 GRR-REMITTED          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 GRR-IN-TRANSIT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 GRR-OWED              PIC ZZZ,ZZZ,ZZ9.99.
           05 GRR-OWED-X REDEFINES GRR-OWED
                                    PIC X(14).
           05 FILLER                PIC X  VALUE SPACE.
           05 GRR-STATUS            PIC X.

       01 GARN-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               DECLARE GARNORDCUR CURSOR FOR
               SELECT ORDER_ID, AU_ID, AGENCY_ID, ORDER_TYPE,
                      CASE_REF, ORDER_CAP, TAKEN_AMT, ORDER_STATUS
                  FROM GARNORDER
                  ORDER BY AU_ID, PRIORITY, ORDER_ID
           END-EXEC

           EXEC SQL
               DECLARE GARNDEDCUR CURSOR FOR
               SELECT PAY_NUM, AMOUNT
                  FROM GARNDEDN
                  WHERE ORDER_ID = :WS-ORDER-ID
                  ORDER BY PERIOD
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'GARNRPT' TO MYRF-CALLER-ID
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

           OPEN INPUT PAY-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM 150-LOAD-ONE-REGISTRATION UNTIL WS-REG-EOF
           IF WS-REG-FILE-STATUS = '00' OR '10'
               CLOSE PAY-REGISTER-FILE
           END-IF

           MOVE 'GARNRPT.DAT' TO RPT-FILE-NAME
           MOVE 'GARNISHMENT ORDER BALANCES - REMITTED AND OWED'
               TO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'ORDER        AU_ID       AGENCY      T CASE     '
                  '                       CAP          TAKEN       '
                  '  REMITTED     IN TRANSIT     STILL OWED S'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING GARN-RPT-CTL
           END-CALL

           EXEC SQL
               OPEN GARNORDCUR
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'Garnishment order cursor open failed'
               SET WS-ORDER-EOF TO TRUE
           END-IF
           PERFORM 200-REPORT-ONE-ORDER UNTIL WS-ORDER-EOF
           EXEC SQL
               CLOSE GARNORDCUR
           END-EXEC

           PERFORM 500-WRITE-TOTAL-LINE

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING GARN-RPT-CTL
           END-CALL

           MOVE WS-ORDER-CT TO DISP-GARN-CT
           DISPLAY 'Garnishment orders reported:    ' DISP-GARN-CT
           MOVE WS-OPEN-CT TO DISP-GARN-CT
           DISPLAY 'Garnishment orders still open:  ' DISP-GARN-CT
           MOVE WS-TOT-REMITTED TO DISP-GARN-AMT
           DISPLAY 'Garnishments remitted:   ' DISP-GARN-AMT
           MOVE WS-TOT-IN-TRANSIT TO DISP-GARN-AMT
           DISPLAY 'Garnishments in transit: ' DISP-GARN-AMT
           MOVE WS-STRANDED-CT TO DISP-GARN-CT
           DISPLAY 'Remittances voided, no reissue: ' DISP-GARN-CT
           .
       100-EXIT.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-STRANDED-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       150-LOAD-ONE-REGISTRATION.
           READ PAY-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ
           IF NOT WS-REG-EOF
               MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
               IF PR-PAYEE-AGENCY
                   IF WS-AGY-CT < 2000
                       ADD 1 TO WS-AGY-CT
                       MOVE PR-PAY-NUM TO WS-AGY-PAY-NUM(WS-AGY-CT)
                       MOVE PR-STATUS  TO WS-AGY-STATUS(WS-AGY-CT)
                       MOVE PR-ORIG-PAY-NUM
                           TO WS-AGY-ORIG-NUM(WS-AGY-CT)
                   ELSE
                       DISPLAY 'Agency payable table full - '
                               'run aborted'
                       SET WS-RUN-FAILED TO TRUE
                       SET WS-REG-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.

       200-REPORT-ONE-ORDER.
           EXEC SQL
               FETCH GARNORDCUR
                  INTO :WS-ORDER-ID, :WS-AU-ID, :WS-AGENCY-ID,
                       :WS-ORDER-TYPE, :WS-CASE-REF, :WS-ORDER-CAP,
                       :WS-TAKEN-AMT, :WS-ORDER-STATUS
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-ORDER-EOF TO TRUE
               WHEN SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   DISPLAY 'Garnishment order fetch failed'
                   SET WS-ORDER-EOF TO TRUE
               WHEN OTHER
                   PERFORM 300-SUM-DEDUCTIONS
                   PERFORM 400-WRITE-ORDER-LINE
           END-EVALUATE.

       300-SUM-DEDUCTIONS.
           MOVE ZERO TO WS-REMITTED WS-IN-TRANSIT
           MOVE 'N' TO WS-DEDN-EOF-SW
           EXEC SQL
               OPEN GARNDEDCUR
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'Deduction cursor open failed for '
                       WS-ORDER-ID
               SET WS-DEDN-EOF TO TRUE
           END-IF
           PERFORM 350-SUM-ONE-DEDUCTION UNTIL WS-DEDN-EOF
           EXEC SQL
               CLOSE GARNDEDCUR
           END-EXEC.

       350-SUM-ONE-DEDUCTION.
           EXEC SQL
               FETCH GARNDEDCUR
                  INTO :WS-DEDN-PAY-NUM, :WS-DEDN-AMOUNT
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-DEDN-EOF TO TRUE
               WHEN SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   DISPLAY 'Deduction fetch failed for ' WS-ORDER-ID
                   SET WS-DEDN-EOF TO TRUE
               WHEN OTHER
                   PERFORM 360-FOLLOW-PAYMENT
                   IF WS-LOOK-STATUS = 'I' OR 'C' OR 'E'
                       ADD WS-DEDN-AMOUNT TO WS-REMITTED
                   ELSE
                       ADD WS-DEDN-AMOUNT TO WS-IN-TRANSIT
                   END-IF
           END-EVALUATE.

      *    the status of the check the deduction finally went out
      *    on -- a voided remittance is followed to its reissue
       360-FOLLOW-PAYMENT.
           MOVE SPACE TO WS-LOOK-STATUS
           MOVE ZERO TO WS-CHAIN-CT
           IF WS-DEDN-PAY-NUM NUMERIC
               MOVE WS-DEDN-PAY-NUM-9 TO WS-LOOK-NUM
               PERFORM 370-FIND-ONE-LINK
                   UNTIL WS-LOOK-STATUS NOT = 'V'
                     AND WS-LOOK-STATUS NOT = 'R'
                      OR WS-CHAIN-CT > 20
           END-IF.

       370-FIND-ONE-LINK.
           ADD 1 TO WS-CHAIN-CT
           MOVE ZERO TO WS-AGY-HIT
           IF WS-LOOK-STATUS = 'V' OR 'R'
      *        the reissue carries this number as its original
               PERFORM VARYING WS-AGY-SUB FROM 1 BY 1
                       UNTIL WS-AGY-SUB > WS-AGY-CT
                          OR WS-AGY-HIT > ZERO
                   IF WS-AGY-ORIG-NUM(WS-AGY-SUB) = WS-LOOK-NUM-X
                       MOVE WS-AGY-SUB TO WS-AGY-HIT
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-AGY-SUB FROM 1 BY 1
                       UNTIL WS-AGY-SUB > WS-AGY-CT
                          OR WS-AGY-HIT > ZERO
                   IF WS-AGY-PAY-NUM(WS-AGY-SUB) = WS-LOOK-NUM
                       MOVE WS-AGY-SUB TO WS-AGY-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AGY-HIT > ZERO
               MOVE WS-AGY-PAY-NUM(WS-AGY-HIT) TO WS-LOOK-NUM
               MOVE WS-AGY-STATUS(WS-AGY-HIT)  TO WS-LOOK-STATUS
           ELSE
      *        voided with no reissue yet, or not on the register --
      *        the agency has not had the money
               IF WS-LOOK-STATUS = 'V' OR 'R'
                   ADD 1 TO WS-STRANDED-CT
                   DISPLAY 'Remittance voided, not reissued - order '
                           WS-ORDER-ID ' pay ' WS-LOOK-NUM
               END-IF
               MOVE 'P' TO WS-LOOK-STATUS
           END-IF.

       400-WRITE-ORDER-LINE.
           ADD 1 TO WS-ORDER-CT
           MOVE WS-ORDER-ID     TO GRR-ORDER-ID
           MOVE WS-AU-ID        TO GRR-AU-ID
           MOVE WS-AGENCY-ID    TO GRR-AGENCY-ID
           MOVE WS-ORDER-TYPE   TO GRR-TYPE
           MOVE WS-CASE-REF     TO GRR-CASE-REF
           MOVE WS-ORDER-CAP    TO GRR-CAP
           MOVE WS-TAKEN-AMT    TO GRR-TAKEN
           MOVE WS-REMITTED     TO GRR-REMITTED
           MOVE WS-IN-TRANSIT   TO GRR-IN-TRANSIT
           MOVE WS-ORDER-STATUS TO GRR-STATUS
           EVALUATE TRUE
               WHEN WS-ORDER-STATUS = 'R'
                   MOVE ZERO TO WS-OWED
                   MOVE '      RELEASED' TO GRR-OWED-X
               WHEN WS-ORDER-CAP = ZERO
                   MOVE ZERO TO WS-OWED
                   MOVE '          OPEN' TO GRR-OWED-X
                   ADD 1 TO WS-OPEN-CT
               WHEN OTHER
                   COMPUTE WS-OWED = WS-ORDER-CAP - WS-TAKEN-AMT
                   IF WS-OWED < ZERO
                       MOVE ZERO TO WS-OWED
                   END-IF
                   MOVE WS-OWED TO GRR-OWED
                   IF WS-OWED > ZERO
                       ADD 1 TO WS-OPEN-CT
                   END-IF
           END-EVALUATE
           ADD WS-TAKEN-AMT  TO WS-TOT-TAKEN
           ADD WS-REMITTED   TO WS-TOT-REMITTED
           ADD WS-IN-TRANSIT TO WS-TOT-IN-TRANSIT
           ADD WS-OWED       TO WS-TOT-OWED
           MOVE GARN-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING GARN-RPT-CTL
           END-CALL.

       500-WRITE-TOTAL-LINE.
           MOVE SPACES TO GARN-RPT-LINE
           MOVE 'TOTAL'           TO GRR-ORDER-ID
           MOVE WS-TOT-TAKEN      TO GRR-TAKEN
           MOVE WS-TOT-REMITTED   TO GRR-REMITTED
           MOVE WS-TOT-IN-TRANSIT TO GRR-IN-TRANSIT
           MOVE WS-TOT-OWED       TO GRR-OWED
           MOVE GARN-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING GARN-RPT-CTL
           END-CALL.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM GARNRPT.
