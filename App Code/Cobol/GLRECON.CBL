       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "ROYGLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT GL-TRIAL-BAL-FILE ASSIGN TO "GLTB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TB-FILE-STATUS.
           SELECT GL-RECON-ITEM-FILE ASSIGN TO "GLRECITM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT HELD-BALANCE-FILE ASSIGN TO "HELDBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT RESERVE-BALANCE-FILE ASSIGN TO "RESBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 MAP-STATE             PIC X(2).
           05 FILLER                PIC X.
           05 MAP-COUNTRY           PIC X(30).
           05 FILLER                PIC X.
           05 MAP-ACCOUNT           PIC X(8).

       FD  GL-TRIAL-BAL-FILE.
       01  GL-TRIAL-BAL-RECORD     PIC X(80).

       FD  GL-RECON-ITEM-FILE.
       01  GL-RECON-ITEM-RECORD    PIC X(80).

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  HELD-BALANCE-FILE.
       01  HELD-BALANCE-RECORD     PIC X(40).

       FD  RESERVE-BALANCE-FILE.
       01  RESERVE-BALANCE-RECORD  PIC X(40).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY RUNPPARM.
           COPY BDTPARM.

      *    royalty subledger to general ledger reconciliation, run
      *    after ROYGL and GLFEED have posted and before the month
      *    is closed.  Each royalty account on ROYGLMAP.DAT is
      *    set against the balance the system itself carries for
      *    it: the '**' royalty payable against the pending and
      *    issued payments on the register, the '%%' held
      *    earnings against HELDBAL.DAT, the '@@' returns
      *    reserve against RESBAL.DAT and the '&&' advances asset
      *    against the unrecouped ADVANCES balances.  The GL side
      *    comes off the GLTB.DAT trial-balance extract; the
      *    reconciling items finance has keyed on GLRECITM.DAT
      *    are listed under the account they explain.  Whatever
      *    they do not cover, beyond the run-control tolerance,
      *    is unexplained: the step ends RC=16 and ROYRECON is
      *    marked out for the period, which FISCAL will not close.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-MAP-FILE-STATUS    PIC XX.
       01 WS-TB-FILE-STATUS     PIC XX.
       01 WS-ITEM-FILE-STATUS   PIC XX.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-HELD-FILE-STATUS   PIC XX.
       01 WS-RESV-FILE-STATUS   PIC XX.
       01 WS-EOF-SW             PIC X.
           88 WS-EOF                VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-RECON-PERIOD       PIC X(6).

           COPY GLTBREC.
           COPY GLRIREC.
           COPY PAYRREC.
           COPY HELDREC.

      *    the four reconciled accounts, in report order -- the
      *    map card that names each, and both sides of its balance
       01 WS-REC-TABLE.
           05 WS-REC-ENTRY OCCURS 4 TIMES.
               10 WS-REC-CARD          PIC X(2).
               10 WS-REC-LABEL         PIC X(20).
               10 WS-REC-ACCOUNT       PIC X(8).
               10 WS-REC-ON-TB-SW      PIC X.
                   88 WS-REC-ON-TB         VALUE 'Y'.
               10 WS-REC-GL-BAL        PIC S9(13)V99.
               10 WS-REC-SUB-BAL       PIC S9(13)V99.
               10 WS-REC-ITEMS         PIC S9(13)V99.
       01 WS-REC-SUB            PIC 9(2) COMP.
       01 WS-REC-HIT            PIC 9(2) COMP.

       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 200 TIMES.
               10 WS-ITM-ACCOUNT       PIC X(8).
               10 WS-ITM-AMOUNT        PIC S9(13)V99.
               10 WS-ITM-DESC          PIC X(40).
       01 WS-ITEM-CT            PIC 9(4) COMP VALUE ZERO.
       01 WS-ITEM-SUB           PIC 9(4) COMP.

      *    run-control tolerance -- the rounding a difference may
      *    carry and still be called agreed
       01 WS-TOLERANCE          PIC 9(7)V99 VALUE ZERO.
       01 WS-TOL-X              PIC X(9).
       01 WS-TOL-9 REDEFINES WS-TOL-X
                                PIC 9(7)V99.

       01 WS-ADV-BALANCE        PIC S9(13)V99.
       01 WS-DIFFERENCE         PIC S9(13)V99.
       01 WS-UNEXPLAINED        PIC S9(13)V99.
       01 WS-ABS-UNEXPLAINED    PIC S9(13)V99.
       01 WS-TOT-UNEXPLAINED    PIC S9(13)V99 VALUE ZERO.
       01 WS-OUT-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-UNMAPPED-CT        PIC 9(4) COMP VALUE ZERO.
       01 WS-RECON-STATUS       PIC X.
       01 DISP-RECON-CT         PIC ZZZ,ZZ9.
       01 DISP-RECON-AMT        PIC -9,999,999,999,999.99.

       01 RECON-RPT-LINE.
           05 RCR-KIND              PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 RCR-ACCOUNT           PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 RCR-DESCRIPTION       PIC X(40).
           05 FILLER                PIC X  VALUE SPACE.
           05 RCR-GL-BAL            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 RCR-GL-BAL-X REDEFINES RCR-GL-BAL
                                    PIC X(19).
           05 FILLER                PIC X  VALUE SPACE.
           05 RCR-SUB-BAL           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 RCR-SUB-BAL-X REDEFINES RCR-SUB-BAL
                                    PIC X(19).
           05 FILLER                PIC X  VALUE SPACE.
           05 RCR-AMOUNT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 RCR-VERDICT           PIC X(10).

       01 RECON-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'GLRECON' TO MYRF-CALLER-ID
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
           MOVE WS-BUSINESS-DATE(1:6) TO WS-RECON-PERIOD

           MOVE 'GLRECON' TO RUNP-STEP-NAME
           MOVE 'TOLERANCE' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:9) TO WS-TOL-X
           IF RUNP-RC-OK
              AND WS-TOL-X NUMERIC
               MOVE WS-TOL-9 TO WS-TOLERANCE
           END-IF

           PERFORM 200-LOAD-ACCOUNT-MAP
           PERFORM 300-LOAD-TRIAL-BALANCE
           IF WS-RUN-FAILED
               DISPLAY 'No trial-balance extract - nothing to '
                       'reconcile against'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 350-LOAD-RECON-ITEMS

           PERFORM 400-SUM-THE-REGISTER
           PERFORM 430-SUM-HELD-BALANCES
           PERFORM 460-SUM-RESERVE-BALANCES
           PERFORM 490-SUM-OPEN-ADVANCES

           MOVE 'GLRECON.DAT' TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING 'ROYALTY SUBLEDGER TO GL RECONCILIATION - PERIOD '
                  WS-RECON-PERIOD
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING '            ACCOUNT  DESCRIPTION                '
                  '                      GL BALANCE'
                  '    SUBLEDGER BALANCE          DIFFERENCE'
                  ' VERDICT'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING RECON-RPT-CTL
           END-CALL

           PERFORM 600-RECONCILE-ONE-ACCOUNT
               VARYING WS-REC-SUB FROM 1 BY 1
               UNTIL WS-REC-SUB > 4

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING RECON-RPT-CTL
           END-CALL

           PERFORM 800-RECORD-THE-RESULT

           MOVE WS-ITEM-CT TO DISP-RECON-CT
           DISPLAY 'GL reconciliation - items:       ' DISP-RECON-CT
           MOVE WS-OUT-CT TO DISP-RECON-CT
           DISPLAY 'GL reconciliation - accts out:   ' DISP-RECON-CT
           MOVE WS-UNMAPPED-CT TO DISP-RECON-CT
           DISPLAY 'GL reconciliation - not mapped:  ' DISP-RECON-CT
           MOVE WS-TOT-UNEXPLAINED TO DISP-RECON-AMT
           DISPLAY 'GL reconciliation - unexplained: ' DISP-RECON-AMT
           IF WS-OUT-CT > ZERO
               DISPLAY 'ROYALTY SUBLEDGER OUT OF BALANCE WITH THE '
                       'GL - period ' WS-RECON-PERIOD
                       ' must not close'
           END-IF
           .
       100-EXIT.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
               WHEN WS-OUT-CT > ZERO
                   MOVE 16 TO RETURN-CODE
               WHEN WS-UNMAPPED-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

      *    only the balance-sheet cards matter here -- the
      *    jurisdiction expense cards belong to ROYGL, the cash
      *    and write-off expense cards to the journals
       200-LOAD-ACCOUNT-MAP.
           MOVE SPACES TO WS-REC-TABLE
           MOVE '**' TO WS-REC-CARD(1)
           MOVE 'ROYALTY PAYABLE' TO WS-REC-LABEL(1)
           MOVE '%%' TO WS-REC-CARD(2)
           MOVE 'HELD EARNINGS' TO WS-REC-LABEL(2)
           MOVE '@@' TO WS-REC-CARD(3)
           MOVE 'RETURNS RESERVE' TO WS-REC-LABEL(3)
           MOVE '&&' TO WS-REC-CARD(4)
           MOVE 'ADVANCES ASSET' TO WS-REC-LABEL(4)
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                   UNTIL WS-REC-SUB > 4
               MOVE 'N' TO WS-REC-ON-TB-SW(WS-REC-SUB)
               MOVE ZERO TO WS-REC-GL-BAL(WS-REC-SUB)
                            WS-REC-SUB-BAL(WS-REC-SUB)
                            WS-REC-ITEMS(WS-REC-SUB)
           END-PERFORM

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'No account map file, status '
                       WS-MAP-FILE-STATUS
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ GL-MAP-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  AND MAP-ACCOUNT NOT = SPACES
                   PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                           UNTIL WS-REC-SUB > 4
                       IF MAP-STATE = WS-REC-CARD(WS-REC-SUB)
                           MOVE MAP-ACCOUNT
                               TO WS-REC-ACCOUNT(WS-REC-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           IF WS-MAP-FILE-STATUS = '00' OR WS-MAP-FILE-STATUS = '10'
               CLOSE GL-MAP-FILE
           END-IF.

      *    the ledger's side -- an extract for another period is
      *    not this month's balance and is passed over
       300-LOAD-TRIAL-BALANCE.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT GL-TRIAL-BAL-FILE
           IF WS-TB-FILE-STATUS NOT = '00'
               DISPLAY 'No trial-balance extract, status '
                       WS-TB-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ GL-TRIAL-BAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE GL-TRIAL-BAL-RECORD TO GL-TRIAL-BAL-LINE
                   PERFORM 320-FIND-ACCOUNT-FOR-TB
                   EVALUATE TRUE
                       WHEN WS-REC-HIT = ZERO
                           CONTINUE
                       WHEN TB-PERIOD NOT = WS-RECON-PERIOD
                           DISPLAY 'Trial balance line for '
                                   TB-ACCOUNT ' is period '
                                   TB-PERIOD ' - passed over'
                       WHEN TB-BALANCE NOT NUMERIC
                           DISPLAY 'Trial balance for ' TB-ACCOUNT
                                   ' is not numeric'
                           SET WS-RUN-FAILED TO TRUE
                       WHEN OTHER
                           SET WS-REC-ON-TB(WS-REC-HIT) TO TRUE
                           ADD TB-BALANCE
                               TO WS-REC-GL-BAL(WS-REC-HIT)
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-TB-FILE-STATUS = '00' OR WS-TB-FILE-STATUS = '10'
               CLOSE GL-TRIAL-BAL-FILE
           END-IF.

       320-FIND-ACCOUNT-FOR-TB.
           MOVE ZERO TO WS-REC-HIT
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                   UNTIL WS-REC-SUB > 4
                      OR WS-REC-HIT > ZERO
               IF WS-REC-ACCOUNT(WS-REC-SUB) NOT = SPACES
                  AND WS-REC-ACCOUNT(WS-REC-SUB) = TB-ACCOUNT
                   MOVE WS-REC-SUB TO WS-REC-HIT
               END-IF
           END-PERFORM.

      *    no items file is no items -- most months reconcile
      *    without one
       350-LOAD-RECON-ITEMS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT GL-RECON-ITEM-FILE
           IF WS-ITEM-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ GL-RECON-ITEM-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE GL-RECON-ITEM-RECORD TO GL-RECON-ITEM-LINE
                   MOVE RI-ACCOUNT TO TB-ACCOUNT
                   PERFORM 320-FIND-ACCOUNT-FOR-TB
                   EVALUATE TRUE
                       WHEN WS-REC-HIT = ZERO
                       WHEN RI-PERIOD NOT = WS-RECON-PERIOD
                           CONTINUE
                       WHEN RI-AMOUNT NOT NUMERIC
                           DISPLAY 'Reconciling item for '
                                   RI-ACCOUNT ' is not numeric: '
                                   RI-DESCRIPTION
                           SET WS-RUN-FAILED TO TRUE
                       WHEN WS-ITEM-CT NOT < 200
                           DISPLAY 'Reconciling item table full - '
                                   'run aborted'
                           SET WS-RUN-FAILED TO TRUE
                           SET WS-EOF TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-ITEM-CT
                           MOVE RI-ACCOUNT
                               TO WS-ITM-ACCOUNT(WS-ITEM-CT)
                           MOVE RI-AMOUNT
                               TO WS-ITM-AMOUNT(WS-ITEM-CT)
                           MOVE RI-DESCRIPTION
                               TO WS-ITM-DESC(WS-ITEM-CT)
                           ADD RI-AMOUNT
                               TO WS-REC-ITEMS(WS-REC-HIT)
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-ITEM-FILE-STATUS = '00' OR WS-ITEM-FILE-STATUS = '10'
               CLOSE GL-RECON-ITEM-FILE
           END-IF.

      *    royalty payable is what the register still owes or has
      *    sent and not yet seen clear -- pending and issued items
      *    for every payee type, garnishment remittances included
       400-SUM-THE-REGISTER.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PAY-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               DISPLAY 'No payment register, status '
                       WS-REG-FILE-STATUS
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ PAY-REGISTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
                   IF (PR-PENDING OR PR-ISSUED)
                      AND PR-AMOUNT NUMERIC
                       ADD PR-AMOUNT TO WS-REC-SUB-BAL(1)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-REG-FILE-STATUS = '00' OR WS-REG-FILE-STATUS = '10'
               CLOSE PAY-REGISTER-FILE
           END-IF.

       430-SUM-HELD-BALANCES.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HELD-BALANCE-FILE
           IF WS-HELD-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ HELD-BALANCE-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE HELD-BALANCE-RECORD TO HELD-BALANCE-LINE
                   IF HB-BALANCE NUMERIC
                       ADD HB-BALANCE TO WS-REC-SUB-BAL(2)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-HELD-FILE-STATUS = '00' OR WS-HELD-FILE-STATUS = '10'
               CLOSE HELD-BALANCE-FILE
           END-IF.

      *    RESBAL.DAT rides the HELDBAL record layout
       460-SUM-RESERVE-BALANCES.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RESERVE-BALANCE-FILE
           IF WS-RESV-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ RESERVE-BALANCE-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE RESERVE-BALANCE-RECORD TO HELD-BALANCE-LINE
                   IF HB-BALANCE NUMERIC
                       ADD HB-BALANCE TO WS-REC-SUB-BAL(3)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RESV-FILE-STATUS = '00' OR WS-RESV-FILE-STATUS = '10'
               CLOSE RESERVE-BALANCE-FILE
           END-IF.

      *    a written-off advance was zeroed when APPRREL released
      *    the write-off, so the open balance is what is left
       490-SUM-OPEN-ADVANCES.
           MOVE ZERO TO WS-ADV-BALANCE
           EXEC SQL
               SELECT COALESCE(SUM(UNRECOUPED), 0)
                  INTO :WS-ADV-BALANCE
                  FROM ADVANCES
                  WHERE UNRECOUPED > 0
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'Advances balance lookup failed'
           ELSE
               MOVE WS-ADV-BALANCE TO WS-REC-SUB-BAL(4)
           END-IF.

      *    the account line, each reconciling item keyed against
      *    it, then what is left unexplained
       600-RECONCILE-ONE-ACCOUNT.
           MOVE SPACES TO RECON-RPT-LINE
           MOVE 'ACCOUNT' TO RCR-KIND
           MOVE WS-REC-ACCOUNT(WS-REC-SUB) TO RCR-ACCOUNT
           MOVE WS-REC-LABEL(WS-REC-SUB) TO RCR-DESCRIPTION
           MOVE WS-REC-SUB-BAL(WS-REC-SUB) TO RCR-SUB-BAL
           IF WS-REC-ACCOUNT(WS-REC-SUB) = SPACES
               ADD 1 TO WS-UNMAPPED-CT
               MOVE 'NO ' TO RCR-ACCOUNT
               MOVE 'NOT MAPPED' TO RCR-VERDICT
               MOVE SPACES TO RCR-GL-BAL-X
               MOVE ZERO TO RCR-AMOUNT
               PERFORM 700-WRITE-RECON-LINE
           ELSE
               COMPUTE WS-DIFFERENCE = WS-REC-GL-BAL(WS-REC-SUB)
                                     - WS-REC-SUB-BAL(WS-REC-SUB)
               MOVE WS-REC-GL-BAL(WS-REC-SUB) TO RCR-GL-BAL
               MOVE WS-DIFFERENCE TO RCR-AMOUNT
               IF NOT WS-REC-ON-TB(WS-REC-SUB)
                   MOVE 'NOT ON TB' TO RCR-VERDICT
               END-IF
               PERFORM 700-WRITE-RECON-LINE

               PERFORM 650-LIST-ONE-ITEM
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-CT

               COMPUTE WS-UNEXPLAINED =
                   WS-DIFFERENCE - WS-REC-ITEMS(WS-REC-SUB)
               IF WS-UNEXPLAINED < ZERO
                   COMPUTE WS-ABS-UNEXPLAINED = ZERO - WS-UNEXPLAINED
               ELSE
                   MOVE WS-UNEXPLAINED TO WS-ABS-UNEXPLAINED
               END-IF
               MOVE SPACES TO RECON-RPT-LINE
               MOVE '  UNEXPLAIN' TO RCR-KIND
               MOVE WS-REC-ACCOUNT(WS-REC-SUB) TO RCR-ACCOUNT
               MOVE SPACES TO RCR-GL-BAL-X RCR-SUB-BAL-X
               MOVE WS-UNEXPLAINED TO RCR-AMOUNT
               IF WS-ABS-UNEXPLAINED > WS-TOLERANCE
                   ADD 1 TO WS-OUT-CT
                   ADD WS-UNEXPLAINED TO WS-TOT-UNEXPLAINED
                   MOVE 'OUT' TO RCR-VERDICT
               ELSE
                   IF WS-REC-ITEMS(WS-REC-SUB) = ZERO
                       MOVE 'AGREES' TO RCR-VERDICT
                   ELSE
                       MOVE 'RECONCILED' TO RCR-VERDICT
                   END-IF
               END-IF
               PERFORM 700-WRITE-RECON-LINE
           END-IF.

       650-LIST-ONE-ITEM.
           IF WS-ITM-ACCOUNT(WS-ITEM-SUB) = WS-REC-ACCOUNT(WS-REC-SUB)
               MOVE SPACES TO RECON-RPT-LINE
               MOVE '  ITEM' TO RCR-KIND
               MOVE WS-ITM-ACCOUNT(WS-ITEM-SUB) TO RCR-ACCOUNT
               MOVE WS-ITM-DESC(WS-ITEM-SUB) TO RCR-DESCRIPTION
               MOVE SPACES TO RCR-GL-BAL-X RCR-SUB-BAL-X
               MOVE WS-ITM-AMOUNT(WS-ITEM-SUB) TO RCR-AMOUNT
               PERFORM 700-WRITE-RECON-LINE
           END-IF.

       700-WRITE-RECON-LINE.
           MOVE RECON-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING RECON-RPT-CTL
           END-CALL.

      *    the period's standing for the close -- B balanced, U
      *    unexplained difference.  A rerun after the items are
      *    keyed replaces the earlier verdict
       800-RECORD-THE-RESULT.
           IF WS-OUT-CT > ZERO
               MOVE 'U' TO WS-RECON-STATUS
           ELSE
               MOVE 'B' TO WS-RECON-STATUS
           END-IF
           IF WS-RUN-FAILED
               MOVE 'U' TO WS-RECON-STATUS
           END-IF
           EXEC SQL
               UPDATE ROYRECON
                  SET RECON_STATUS = :WS-RECON-STATUS,
                      RECON_DATE   = :WS-BUSINESS-DATE,
                      UNEXPLAINED  = :WS-TOT-UNEXPLAINED
                  WHERE PERIOD = :WS-RECON-PERIOD
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO ROYRECON
                    (PERIOD, RECON_STATUS, RECON_DATE, UNEXPLAINED)
                   VALUES
                    (:WS-RECON-PERIOD, :WS-RECON-STATUS,
                     :WS-BUSINESS-DATE, :WS-TOT-UNEXPLAINED)
               END-EXEC
           END-IF
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'Reconciliation result not recorded for '
                       WS-RECON-PERIOD
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM GLRECON.
