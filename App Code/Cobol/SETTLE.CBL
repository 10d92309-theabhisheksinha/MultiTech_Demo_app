           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.
           SELECT PART-REGISTER-FILE ASSIGN TO WS-PART-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGP-FILE-STATUS.
           SELECT ROY-PART-FILE ASSIGN TO "ROYPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.
           SELECT HELD-KEY-FILE ASSIGN TO "SETHELDK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HK-AU-ID
               FILE STATUS IS WS-HELDK-FILE-STATUS.
           SELECT REGD-KEY-FILE ASSIGN TO "SETREGDK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGK-AU-ID
               FILE STATUS IS WS-REGDK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-STMT-FILE.
       01  HELD-BALANCE-RECORD     PIC X(40).

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  PART-REGISTER-FILE.
       01  PART-REGISTER-RECORD    PIC X(95).

       FD  ROY-PART-FILE.
       01  ROY-PART-RECORD         PIC X(80).

       FD  HELD-KEY-FILE.
           COPY HELDKREC.

       FD  REGD-KEY-FILE.
       01  REGD-KEY-RECORD.
           05  RGK-AU-ID           PIC X(11).

       WORKING-STORAGE SECTION.

           COPY MYRFPARM.
           COPY BDTPARM.
           COPY PREGPARM.
           COPY RUNPPARM.

      *    settlement withholding goes on the same WHTLOG.DAT the
      *    regular run feeds, so the year-end filing summary sees
      *    the regular run applies
       01 WS-WHT-RATE           PIC S9V9(4).
       01 WS-WHT-RATE-IND       PIC S9(4) COMP.
      *    backup withholding off TINMATCH at ROYCALC's rate
       01 WS-BACKUP-RATE        PIC S9V9(4) VALUE .24.
       01 WS-BWH-FLAG           PIC X.
       01 WS-BWH-PCT-X          PIC X(3).
       01 WS-BWH-PCT-9 REDEFINES WS-BWH-PCT-X
                                PIC 9(3).
      *    a treaty rate only with a valid treaty form on file,
      *    the statutory rate without -- the same test ROYCALC
      *    makes
       01 WS-STATUTORY-RATE     PIC S9V9(4) VALUE .30.
       01 WS-HOME-COUNTRY       PIC X(3) VALUE 'USA'.
       01 WS-TREATY-COUNTRY     PIC X(3).
       01 WS-TREATY-FORM-CT     PIC S9(9) COMP.
       01 WS-WITHHELD           PIC S9(9)V99.
       01 WS-NET                PIC S9(9)V99.
       01 WS-PAYABLE            PIC S9(9)V99.

      *    held balances released in full at settlement -- the
      *    threshold no longer applies to an author leaving.
      *    HELDBAL.DAT goes onto a keyed work file for the run,
      *    so every author's balance is there to release and to
      *    put back when the file is rewritten.
           COPY HELDREC.
       01 WS-HELD-FILE-STATUS   PIC XX.
       01 WS-HELD-EOF-SW        PIC X.
           88 WS-HELD-EOF           VALUE 'Y'.
       01 WS-HELDK-FILE-STATUS  PIC XX.
       01 WS-PRIOR-HELD         PIC S9(9)V99.

      *    a represented author's final payment still goes to
      *    the agent on AUTHAGENT, the same as a royalty run's
       01 WS-AGENT-ID           PIC X(11).
       01 WS-AGENT-COMM-PCT     PIC 9(3)V99.

      *    authors already registered for this period, scanned off
      *    the register up front onto a keyed work file -- a
      *    rerun before SETTLCTL.DAT advanced must not recoup
      *    their advances or release their balances a second
      *    time.  The partition registers of a royalty run not
      *    yet merged are read too, as PAYREG reads them.
           COPY PAYRREC.
       01 WS-PREG-FILE-STATUS   PIC XX.
       01 WS-PREG-EOF-SW        PIC X.
           88 WS-PREG-EOF           VALUE 'Y'.
       01 WS-REGDK-FILE-STATUS  PIC XX.
       01 WS-REGP-FILE-STATUS   PIC XX.
       01 WS-PART-REG-NAME      PIC X(12).
       01 WS-PART-FILE-STATUS   PIC XX.
       01 WS-PART-EOF-SW        PIC X.
           88 WS-PART-EOF           VALUE 'Y'.
       01 WS-PLAN-PART-X        PIC X(2).
           COPY ROYPREC.
       01 WS-AUTHOR-REG-SW      PIC X.
           88 WS-AUTHOR-REGISTERED  VALUE 'Y'.

           END-IF
           MOVE WS-BUSINESS-DATE(1:6) TO WS-PAY-PERIOD

      *    one backup-withholding card serves both runs
           MOVE 'ROYCALC' TO RUNP-STEP-NAME
           MOVE 'BACKUP-RATE' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-BWH-PCT-X
           IF RUNP-RC-OK AND WS-BWH-PCT-X NUMERIC
              AND WS-BWH-PCT-9 NOT > 100
               COMPUTE WS-BACKUP-RATE = WS-BWH-PCT-9 / 100
           END-IF
           MOVE 'STATUTORY-RATE' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-BWH-PCT-X
           IF RUNP-RC-OK AND WS-BWH-PCT-X NUMERIC
              AND WS-BWH-PCT-9 NOT > 100
               COMPUTE WS-STATUTORY-RATE = WS-BWH-PCT-9 / 100
           END-IF
           MOVE 'IRSFILE' TO RUNP-STEP-NAME
           MOVE 'HOME-COUNTRY' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           IF RUNP-RC-OK AND RUNP-VALUE(1:3) NOT = SPACES
               MOVE RUNP-VALUE(1:3) TO WS-HOME-COUNTRY
           END-IF

           PERFORM 150-READ-SETTLE-CONTROL
           PERFORM 160-LOAD-HELD-BALANCES
           PERFORM 170-LOAD-REGISTERED-AUTHORS
      *    nobody is settled off work files that didn't build --
      *    HELDBAL.DAT and the control date stand as they were
           IF WS-RUN-FAILED
               DISPLAY 'Settlement work files not built - no '
                       'authors settled'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'OWESRPT.DAT' TO RPT-FILE-NAME
           MOVE 'TERMINATED AUTHORS OWING THE SHOP' TO RPT-TITLE
           END-EXEC

           CLOSE SETTLE-STMT-FILE
           CLOSE REGD-KEY-FILE
           CLOSE HELD-KEY-FILE

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING OWES-RPT-CTL
      *    the same un-voided author/period test PAYREG applies at
      *    write time, read once before any author is touched
       170-LOAD-REGISTERED-AUTHORS.
           OPEN OUTPUT REGD-KEY-FILE
           IF WS-REGDK-FILE-STATUS NOT = '00'
               DISPLAY 'Registered-author work file open failed, '
                       'status ' WS-REGDK-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-PREG-EOF-SW
               OPEN INPUT PAY-REGISTER-FILE
               IF WS-PREG-FILE-STATUS NOT = '00'
                   SET WS-PREG-EOF TO TRUE
               END-IF
               PERFORM 175-LOAD-ONE-REGISTRATION UNTIL WS-PREG-EOF
               IF WS-PREG-FILE-STATUS = '00' OR '10'
                   CLOSE PAY-REGISTER-FILE
               END-IF
               PERFORM 180-LOAD-OPEN-PLAN
               CLOSE REGD-KEY-FILE
               OPEN INPUT REGD-KEY-FILE
               IF WS-REGDK-FILE-STATUS NOT = '00'
                   DISPLAY 'Registered-author work file reopen '
                           'failed, status ' WS-REGDK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

       175-LOAD-ONE-REGISTRATION.
           END-READ
           IF NOT WS-PREG-EOF
               MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
               PERFORM 178-KEY-REGISTRATION
           END-IF.

      *    an author registered twice for the period is one key
       178-KEY-REGISTRATION.
           IF PR-PERIOD = WS-PAY-PERIOD
              AND NOT PR-VOID
               MOVE PR-AU-ID TO RGK-AU-ID
               WRITE REGD-KEY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       180-LOAD-OPEN-PLAN.
           MOVE 'N' TO WS-PART-EOF-SW
           OPEN INPUT ROY-PART-FILE
           IF WS-PART-FILE-STATUS = '00'
               PERFORM 185-LOAD-ONE-PLAN-LINE UNTIL WS-PART-EOF
               CLOSE ROY-PART-FILE
           END-IF.

       185-LOAD-ONE-PLAN-LINE.
           READ ROY-PART-FILE
               AT END
                   SET WS-PART-EOF TO TRUE
           END-READ
           IF NOT WS-PART-EOF
               MOVE ROY-PART-RECORD TO ROY-PART-LINE
               IF RP-PART-NO NUMERIC AND RP-PLANNED
                   MOVE RP-PART-NO TO WS-PLAN-PART-X
                   MOVE SPACES TO WS-PART-REG-NAME
                   STRING 'REGP' WS-PLAN-PART-X '.DAT'
                       DELIMITED BY SIZE INTO WS-PART-REG-NAME
                   MOVE 'N' TO WS-PREG-EOF-SW
                   OPEN INPUT PART-REGISTER-FILE
                   IF WS-REGP-FILE-STATUS NOT = '00'
                       SET WS-PREG-EOF TO TRUE
                   END-IF
                   PERFORM 187-LOAD-ONE-PART-REGISTRATION
                       UNTIL WS-PREG-EOF
                   IF WS-REGP-FILE-STATUS = '00' OR '10'
                       CLOSE PART-REGISTER-FILE
                   END-IF
               END-IF
           END-IF.

       187-LOAD-ONE-PART-REGISTRATION.
           READ PART-REGISTER-FILE
               AT END
                   SET WS-PREG-EOF TO TRUE
           END-READ
           IF NOT WS-PREG-EOF
               MOVE PART-REGISTER-RECORD TO PAY-REGISTER-LINE
               PERFORM 178-KEY-REGISTRATION
           END-IF.

       250-CHECK-ALREADY-REGISTERED.
           MOVE 'N' TO WS-AUTHOR-REG-SW
           MOVE WS-SET-AU-ID TO RGK-AU-ID
           READ REGD-KEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-AUTHOR-REGISTERED TO TRUE
           END-READ.

      *    the keyed work file is open for update for the rest of
      *    the run
       160-LOAD-HELD-BALANCES.
           OPEN OUTPUT HELD-KEY-FILE
           IF WS-HELDK-FILE-STATUS = '00'
               CLOSE HELD-KEY-FILE
               OPEN I-O HELD-KEY-FILE
           END-IF
           IF WS-HELDK-FILE-STATUS NOT = '00'
               DISPLAY 'Held-balance work file open failed, status '
                       WS-HELDK-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-HELD-EOF-SW
               OPEN INPUT HELD-BALANCE-FILE
               IF WS-HELD-FILE-STATUS NOT = '00'
                   SET WS-HELD-EOF TO TRUE
               END-IF
               PERFORM 165-LOAD-ONE-HELD UNTIL WS-HELD-EOF
               IF WS-HELD-FILE-STATUS = '00' OR '10'
                   CLOSE HELD-BALANCE-FILE
               END-IF
           END-IF.

      *    a second row for the same author is folded into the
      *    first rather than left behind where no lookup finds it
       165-LOAD-ONE-HELD.
           READ HELD-BALANCE-FILE
               AT END
               MOVE HELD-BALANCE-RECORD TO HELD-BALANCE-LINE
               IF HB-AU-ID NOT = SPACES
                  AND HB-BALANCE NUMERIC
                   MOVE HB-AU-ID   TO HK-AU-ID
                   MOVE HB-BALANCE TO HK-BALANCE
                   MOVE HB-PERIOD  TO HK-PERIOD
                   WRITE HELD-KEY-RECORD
                       INVALID KEY
                           PERFORM 166-FOLD-HELD-DUPLICATE
                   END-WRITE
               END-IF
           END-IF.

       166-FOLD-HELD-DUPLICATE.
           READ HELD-KEY-FILE
               INVALID KEY
                   DISPLAY 'Held-balance load failed for '
                           HB-AU-ID ', status '
                           WS-HELDK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
               NOT INVALID KEY
                   ADD HB-BALANCE TO HK-BALANCE
                   IF HB-PERIOD > HK-PERIOD
                       MOVE HB-PERIOD TO HK-PERIOD
                   END-IF
                   PERFORM 435-REWRITE-HELD
           END-READ.

       200-SETTLE-ONE-AUTHOR.
           EXEC SQL
               FETCH TERMCUR INTO
               SET WS-TTL-NO-MORE TO TRUE
           ELSE
               EXEC SQL
                   SELECT SUM(S.AMOUNT
                              * COALESCE(R.ROY_RATE, 100) / 100)
                      INTO :WS-SALES-AMOUNT:WS-SALES-AMOUNT-IND
                      FROM sales S
                           LEFT OUTER JOIN SALESRATE R
                             ON R.TITLE_ID = S.TITLE_ID
                            AND R.FORMAT_CODE = S.FORMAT_CODE
                            AND R.CHANNEL = S.CHANNEL
                      WHERE S.TITLE_ID = :WS-SET-TITLE-ID
                        AND S.SALE_DATE <= :WS-SET-TERM-DATE
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF WS-SALES-AMOUNT-IND < 0
                   MOVE ZERO TO WS-WHT-RATE
               END-IF
           END-IF
           PERFORM 403-CHECK-TREATY-FORM
           PERFORM 405-CHECK-BACKUP-WHT

           IF WS-AUTHOR-TOTAL > ZERO
               COMPUTE WS-WITHHELD ROUNDED =
               MOVE WS-SET-AU-ID TO PREG-AU-ID
               MOVE WS-PAY-PERIOD TO PREG-PERIOD
               MOVE WS-PAYABLE TO PREG-AMOUNT
      *        a final settlement is the house's to close out,
      *        whichever imprints the author wrote for
               MOVE SPACES TO PREG-PAY-ENTITY
      *        and it draws its number off PAYNOCTL onto PAYREG.DAT,
      *        not out of a royalty partition's block
               MOVE ZERO   TO PREG-NUM-LOW PREG-NUM-HIGH
               MOVE SPACES TO PREG-REG-FILE-NAME
               PERFORM 420-GET-AGENT-PAYEE
               CALL 'PAYREG' USING PREG-PARM-AREA
               END-CALL
               IF PREG-RC-DUPLICATE

           PERFORM 450-REPORT-IF-OWING.

       403-CHECK-TREATY-FORM.
           MOVE WS-SET-COUNTRY(1:3) TO WS-TREATY-COUNTRY
           IF WS-TREATY-COUNTRY NOT = WS-HOME-COUNTRY
              AND WS-TREATY-COUNTRY NOT = SPACES
              AND WS-WHT-RATE < WS-STATUTORY-RATE
               EXEC SQL
                   SELECT COUNT(*)
                      INTO :WS-TREATY-FORM-CT
                      FROM TREATYDOC
                      WHERE AU_ID = :WS-SET-AU-ID
                        AND TREATY_COUNTRY = :WS-TREATY-COUNTRY
                        AND FORM_STATUS = 'A'
                        AND SIGNED_DATE <= :WS-BUSINESS-DATE
                        AND EXPIRY_DATE >= :WS-BUSINESS-DATE
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE NOT = ZERO OR WS-TREATY-FORM-CT = ZERO
                   DISPLAY 'No valid treaty form for '
                           WS-SET-AU-ID ' - statutory rate applied'
                   MOVE WS-STATUTORY-RATE TO WS-WHT-RATE
               END-IF
           END-IF.

      *    an author leaving with a failed TIN is still under
      *    backup withholding on the final payment
       405-CHECK-BACKUP-WHT.
           MOVE 'N' TO WS-BWH-FLAG
           EXEC SQL
               SELECT BWH_FLAG
                  INTO :WS-BWH-FLAG
                  FROM TINMATCH
                  WHERE AU_ID = :WS-SET-AU-ID
           END-EXEC
           IF SQLCODE = 100
               MOVE 'N' TO WS-BWH-FLAG
           ELSE
               PERFORM 900-CHECK-SQLCODE
           END-IF
           IF WS-BWH-FLAG = 'Y'
              AND WS-BACKUP-RATE > WS-WHT-RATE
               MOVE WS-BACKUP-RATE TO WS-WHT-RATE
           END-IF.

       420-GET-AGENT-PAYEE.
           MOVE 'A'          TO PREG-PAYEE-TYPE
           MOVE WS-SET-AU-ID TO PREG-PAYEE-ID
           MOVE ZERO         TO PREG-COMM-PCT
           EXEC SQL
               SELECT X.AGENT_ID, X.COMM_PCT
                  INTO :WS-AGENT-ID, :WS-AGENT-COMM-PCT
                  FROM AUTHAGENT X, AGENTS G
                  WHERE X.AU_ID = :WS-SET-AU-ID
                    AND G.AGENT_ID = X.AGENT_ID
                    AND G.AGENT_STATUS = 'A'
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'G'               TO PREG-PAYEE-TYPE
               MOVE WS-AGENT-ID       TO PREG-PAYEE-ID
               MOVE WS-AGENT-COMM-PCT TO PREG-COMM-PCT
           ELSE
               IF SQLCODE NOT = 100
                   PERFORM 900-CHECK-SQLCODE
               END-IF
           END-IF.

       430-RELEASE-HELD-BALANCE.
           MOVE ZERO TO WS-PRIOR-HELD
           MOVE WS-SET-AU-ID TO HK-AU-ID
           READ HELD-KEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HK-BALANCE > ZERO
                       MOVE HK-BALANCE TO WS-PRIOR-HELD
                       MOVE ZERO TO HK-BALANCE
                       PERFORM 435-REWRITE-HELD
                   END-IF
           END-READ.

       435-REWRITE-HELD.
           REWRITE HELD-KEY-RECORD
               INVALID KEY
                   DISPLAY 'Held-balance rewrite failed for '
                           HK-AU-ID ', status '
                           WS-HELDK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
           END-REWRITE.

      *    an author whose advances were never earned back left
      *    owing the shop -- the statement shows it and the owes
           END-IF.

      *    released balances drop off on the rewrite, the same
      *    discipline the royalty run applies.  HELDBAL.DAT is not
      *    opened unless the work file it is rebuilt from is.
       700-REWRITE-HELD-BALANCES.
           OPEN INPUT HELD-KEY-FILE
           IF WS-HELDK-FILE-STATUS NOT = '00'
               DISPLAY 'Held-balance work file reopen failed, '
                       'status ' WS-HELDK-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               OPEN OUTPUT HELD-BALANCE-FILE
               IF WS-HELD-FILE-STATUS NOT = '00'
                   DISPLAY 'HELDBAL.DAT open failed, status '
                           WS-HELD-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
               ELSE
                   MOVE 'N' TO WS-HELD-EOF-SW
                   PERFORM 720-UNLOAD-ONE-HELD UNTIL WS-HELD-EOF
                   CLOSE HELD-BALANCE-FILE
               END-IF
               CLOSE HELD-KEY-FILE
           END-IF.

       720-UNLOAD-ONE-HELD.
           READ HELD-KEY-FILE NEXT RECORD
               AT END
                   SET WS-HELD-EOF TO TRUE
           END-READ
           IF NOT WS-HELD-EOF
              AND HK-BALANCE > ZERO
               MOVE SPACES     TO HELD-BALANCE-LINE
               MOVE HK-AU-ID   TO HB-AU-ID
               MOVE HK-BALANCE TO HB-BALANCE
               MOVE HK-PERIOD  TO HB-PERIOD
               MOVE HELD-BALANCE-LINE TO HELD-BALANCE-RECORD
               WRITE HELD-BALANCE-RECORD
           END-IF.

       750-WRITE-SETTLE-CONTROL.
           OPEN OUTPUT SETTLE-CTL-FILE
