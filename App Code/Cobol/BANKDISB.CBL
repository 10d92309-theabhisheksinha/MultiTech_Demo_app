           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT DISBURSE-FILE ASSIGN TO WS-DISB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REG-WORK-FILE ASSIGN TO "REGWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RW-SEQ
               FILE STATUS IS WS-WORK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  DISBURSE-FILE.
       01  DISBURSE-RECORD         PIC X(80).

      *    the register keyed by its place on PAYREG.DAT
       FD  REG-WORK-FILE.
       01  REG-WORK-RECORD.
           05  RW-SEQ                  PIC 9(9).
           05  RW-REG-LINE             PIC X(95).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY FEEDPARM.
           COPY BDTPARM.
           COPY RUNPPARM.
           COPY SANCPARM.

      *    bank-format disbursement file off the payment register
      *    -- every pending registered payment either becomes an
      *    leaves through the same FEEDLOG/FEEDACK handshake the
      *    CRM feed uses: sequence-numbered header, hash-totaled
      *    trailer, one XMITLOG.DAT record to match the bank's
      *    acknowledgment against.  An account whose details are
      *    new or freshly changed is not paid blind: it gets a
      *    zero-dollar prenote first, and its payments wait on the
      *    BNKHOLD.DAT hold report (or go to paper, by run-control
      *    card) until the prenote window passes with no return
      *    and the cooling-off days after the change have run.
      *    A payee on a sanctions hold is not paid at all -- its
      *    items go on the hold report and stay pending until
      *    compliance clears the hit through SANCDISP.  A payment
      *    PAYVAR held for variance review waits the same way
      *    until a supervisor releases it through PAYVREL.
      *
      *    One file per paying entity: the house's payments leave
      *    on DISBURSE.DAT as they always have, and each imprint
      *    company's on its own DISBxxxx.DAT under its own feed id
      *    and sequence, with the company's originating account on
      *    the header.  A company with no bank account keyed on
      *    PUBLISHERS cuts no file -- its payments wait on the
      *    hold report until one is.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-REG-FILE-STATUS    PIC XX.

           COPY PAYRREC.

      *    the whole register copied to a keyed work file in
      *    file order so issued statuses can be carried back in
      *    one rewrite, however many payments the register holds
       01 WS-WORK-FILE-STATUS   PIC XX.
       01 WS-REG-CT             PIC 9(9) COMP VALUE ZERO.
       01 WS-REG-SUB            PIC 9(9) COMP.

       01 WS-ROUTING-NO         PIC X(9).
       01 WS-ACCOUNT-NO         PIC X(17).
       01 WS-PAY-METHOD         PIC X.
      *    the bank's ACH return code ACHRET left on an account
      *    it refused -- spaces while the account is good
       01 WS-ACCT-RETURN        PIC X(3).
      *    N needs a prenote, S prenote sent, V validated, R the
      *    bank returned the prenote -- a legacy row with no status
      *    predates prenotes and reads as validated
       01 WS-PRENOTE-STATUS     PIC X.
       01 WS-PRENOTE-DATE       PIC X(8).
       01 WS-CHANGE-DATE        PIC X(8).
       01 WS-AU-ID              PIC X(11).
       01 WS-AGENT-ID           PIC X(11).
       01 WS-AU-LNAME           PIC X(40).
       01 WS-AU-FNAME           PIC X(20).

       01 WS-EFT-CT             PIC 9(7) COMP VALUE ZERO.
       01 WS-CHECK-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-NOBANK-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-PRENOTE-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-HOLD-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-HASH-TOTAL         PIC 9(13)V99 VALUE ZERO.

      *    run-control tuning: days a prenote must stand without a
      *    return, days after a bank-detail change payments wait,
      *    and whether an unvalidated account is held (H) or paid
      *    by check (C) meanwhile
       01 WS-PRENOTE-DAYS       PIC 9(3) VALUE 6.
       01 WS-COOLOFF-DAYS       PIC 9(3) VALUE 10.
       01 WS-DAYS-X             PIC X(3).
       01 WS-DAYS-9 REDEFINES WS-DAYS-X
                                PIC 9(3).
       01 WS-PRENOTE-MODE       PIC X VALUE 'H'.
           88 WS-PRENOTE-TO-CHECK   VALUE 'C'.
       01 WS-TODAY-NUM          PIC 9(8).
       01 WS-TODAY-INT          PIC S9(9) COMP.
       01 WS-DATE-NUM           PIC 9(8).
       01 WS-DATE-INT           PIC S9(9) COMP.
       01 WS-SANC-HOLD-SW       PIC X.
           88 WS-SANCTION-HOLD      VALUE 'Y'.
       01 WS-PAY-NUM            PIC 9(7).
       01 WS-REVIEW-STATUS      PIC X.
       01 WS-VAR-HOLD-SW        PIC X.
           88 WS-VARIANCE-HOLD      VALUE 'Y'.
       01 WS-COOL-OFF-SW        PIC X VALUE 'N'.
           88 WS-IN-COOL-OFF        VALUE 'Y'.
       01 DISP-DISB-CT          PIC ZZZ,ZZ9.

       01 WS-DISB-FILE-NAME     PIC X(16).
       01 WS-DE-TABLE.
           05 WS-DE-ENTRY OCCURS 20 TIMES.
               10 WS-DE-ENTITY         PIC X(4).
               10 WS-DE-ROUTING-NO     PIC X(9).
               10 WS-DE-ACCOUNT-NO     PIC X(17).
               10 WS-DE-BANK-SW        PIC X.
                   88 WS-DE-NO-BANK        VALUE 'N'.
       01 WS-DE-CT              PIC 9(4) COMP VALUE ZERO.
       01 WS-DE-SUB             PIC 9(4) COMP.
       01 WS-DE-FOUND-SW        PIC X.
           88 WS-DE-FOUND           VALUE 'Y'.
       01 WS-PAY-ENTITY         PIC X(4).
       01 WS-ENT-ROUTING-IND    PIC S9(4) COMP.
       01 WS-ENT-ACCOUNT-IND    PIC S9(4) COMP.
       01 WS-FILE-CT            PIC 9(4) COMP VALUE ZERO.
       01 WS-FILE-START-CT      PIC 9(7) COMP.
       01 WS-FILE-START-HASH    PIC 9(13)V99.

       01 DISB-HEADER-LINE.
           05 FILLER                PIC X       VALUE 'H'.
           05 FILLER                PIC X       VALUE SPACE.
           05 DH-BUSINESS-DATE      PIC X(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 DH-CYCLE-SEQ          PIC 9(5).
           05 FILLER                PIC X       VALUE SPACE.
           05 DH-PAY-ENTITY         PIC X(4).
           05 FILLER                PIC X       VALUE SPACE.
           05 DH-ORIG-ROUTING       PIC X(9).
           05 FILLER                PIC X       VALUE SPACE.
           05 DH-ORIG-ACCOUNT       PIC X(17).
           05 FILLER                PIC X(22)   VALUE SPACES.

       01 DISB-DETAIL-LINE.
           05 FILLER                PIC X       VALUE 'D'.
           05 DD-AMOUNT             PIC 9(9)V99.
           05 FILLER                PIC X       VALUE SPACE.
           05 DD-PERIOD             PIC X(6).
           05 FILLER                PIC X       VALUE SPACE.
      *    A or G on a zero-dollar prenote for an author or agent
      *    account, space on a payment
           05 DD-PRENOTE-FLAG       PIC X.
           05 FILLER                PIC X(9)    VALUE SPACES.

       01 DISB-TRAILER-LINE.
           05 FILLER                PIC X       VALUE 'T'.
       01 CHECK-RPT-CTL.
           COPY RPTPARM.

       01 HOLD-RPT-LINE.
           05 HLD-REASON            PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 HLD-PAY-NUM           PIC 9(7).
           05 FILLER                PIC X  VALUE SPACE.
           05 HLD-PAYEE-ID          PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 HLD-NAME              PIC X(20).
           05 FILLER                PIC X  VALUE SPACE.
           05 HLD-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 HLD-CHANGE-DATE       PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 HLD-PRENOTE-STATUS    PIC X.
           05 FILLER                PIC X(5) VALUE SPACES.

       01 HOLD-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           MOVE 'BANKDISB' TO RUNP-STEP-NAME
           MOVE 'PRENOTE-DAYS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-DAYS-X
           IF RUNP-RC-OK
              AND WS-DAYS-X NUMERIC
               MOVE WS-DAYS-9 TO WS-PRENOTE-DAYS
           END-IF
           MOVE 'COOLOFF-DAYS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-DAYS-X
           IF RUNP-RC-OK
              AND WS-DAYS-X NUMERIC
               MOVE WS-DAYS-9 TO WS-COOLOFF-DAYS
           END-IF
           MOVE 'PRENOTE-MODE' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           IF RUNP-RC-OK
              AND (RUNP-VALUE(1:1) = 'H' OR 'C')
               MOVE RUNP-VALUE(1:1) TO WS-PRENOTE-MODE
           END-IF

           MOVE 'CHECKLST.DAT' TO RPT-FILE-NAME OF CHECK-RPT-CTL
           MOVE 'CHECK-PRINT EXCEPTION LIST'
               TO RPT-TITLE OF CHECK-RPT-CTL
           MOVE 'VERDICT  PAYNUM  AU_ID       NAME'
               TO RPT-COLUMN-HEADS OF CHECK-RPT-CTL
           SET RPT-FUNC-OPEN OF CHECK-RPT-CTL TO TRUE
           CALL 'RPTWRITE' USING CHECK-RPT-CTL
           END-CALL

           MOVE 'BNKHOLD.DAT' TO RPT-FILE-NAME OF HOLD-RPT-CTL
           MOVE 'PAYMENT HOLD REPORT - PAYMENTS SUPERVISOR'
               TO RPT-TITLE OF HOLD-RPT-CTL
           MOVE SPACES TO RPT-COLUMN-HEADS OF HOLD-RPT-CTL
           STRING 'REASON   PAYNUM  PAYEE       NAME'
                  '                         AMOUNT CHANGED  P'
               DELIMITED BY SIZE
               INTO RPT-COLUMN-HEADS OF HOLD-RPT-CTL
           SET RPT-FUNC-OPEN OF HOLD-RPT-CTL TO TRUE
           CALL 'RPTWRITE' USING HOLD-RPT-CTL
           END-CALL

           PERFORM 200-LOAD-REGISTER
      *    a partial register load must not cut a file -- payments
      *    beyond the table would stay pending and re-emit on the
               STOP RUN
           END-IF

           PERFORM 260-COLLECT-ENTITIES
           PERFORM 270-CUT-ENTITY-FILE
               VARYING WS-DE-SUB FROM 1 BY 1
               UNTIL WS-DE-SUB > WS-DE-CT

           PERFORM 600-REWRITE-REGISTER

           SET RPT-FUNC-CLOSE OF CHECK-RPT-CTL TO TRUE
           CALL 'RPTWRITE' USING CHECK-RPT-CTL
           END-CALL
           SET RPT-FUNC-CLOSE OF HOLD-RPT-CTL TO TRUE
           CALL 'RPTWRITE' USING HOLD-RPT-CTL
           END-CALL

           MOVE WS-EFT-CT TO DISP-DISB-CT
           DISPLAY 'Disbursement - EFT records:     ' DISP-DISB-CT
           DISPLAY 'Disbursement - to check print:  ' DISP-DISB-CT
           MOVE WS-NOBANK-CT TO DISP-DISB-CT
           DISPLAY 'Disbursement - no bank on file: ' DISP-DISB-CT
           MOVE WS-PRENOTE-CT TO DISP-DISB-CT
           DISPLAY 'Disbursement - prenotes sent:   ' DISP-DISB-CT
           MOVE WS-HOLD-CT TO DISP-DISB-CT
           DISPLAY 'Disbursement - held:            ' DISP-DISB-CT
           MOVE WS-FILE-CT TO DISP-DISB-CT
           DISPLAY 'Disbursement - files cut:       ' DISP-DISB-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
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

      *    the paying entities with anything pending -- the house
      *    first and always, so DISBURSE.DAT is cut every night as
      *    the bank expects, then each company in the order the
      *    register meets it.  A company beyond the table is left
      *    pending for the next cycle, and said so
       260-COLLECT-ENTITIES.
           MOVE 1 TO WS-DE-CT
           MOVE SPACES TO WS-DE-ENTRY(1)
           MOVE 'Y' TO WS-DE-BANK-SW(1)
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-CT
               PERFORM 550-READ-WORK-ENTRY
               MOVE RW-REG-LINE TO PAY-REGISTER-LINE
               IF PR-PENDING AND PR-PAY-ENTITY NOT = SPACES
                   PERFORM 265-ADD-ENTITY
               END-IF
           END-PERFORM.

       265-ADD-ENTITY.
           MOVE 'N' TO WS-DE-FOUND-SW
           PERFORM VARYING WS-DE-SUB FROM 1 BY 1
                   UNTIL WS-DE-SUB > WS-DE-CT
                      OR WS-DE-FOUND
               IF WS-DE-ENTITY(WS-DE-SUB) = PR-PAY-ENTITY
                   SET WS-DE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-DE-FOUND
               IF WS-DE-CT < 20
                   ADD 1 TO WS-DE-CT
                   MOVE PR-PAY-ENTITY TO WS-DE-ENTITY(WS-DE-CT)
                   PERFORM 267-GET-ENTITY-BANK
               ELSE
                   DISPLAY 'Payment ' PR-PAY-NUM ' entity '
                           PR-PAY-ENTITY ' beyond the entity '
                           'table - left pending'
               END-IF
           END-IF.

      *    the company's own account off PUBLISHERS -- one that
      *    can't be read, or isn't a whole routing and account,
      *    pays nothing tonight
       267-GET-ENTITY-BANK.
           MOVE PR-PAY-ENTITY TO WS-PAY-ENTITY
           MOVE SPACES TO WS-ROUTING-NO WS-ACCOUNT-NO
           EXEC SQL
               SELECT MAX(ENT_ROUTING_NO), MAX(ENT_ACCOUNT_NO)
                  INTO :WS-ROUTING-NO :WS-ENT-ROUTING-IND,
                       :WS-ACCOUNT-NO :WS-ENT-ACCOUNT-IND
                  FROM PUBLISHERS
                  WHERE PAY_ENTITY = :WS-PAY-ENTITY
           END-EXEC
           MOVE WS-ROUTING-NO TO WS-DE-ROUTING-NO(WS-DE-CT)
           MOVE WS-ACCOUNT-NO TO WS-DE-ACCOUNT-NO(WS-DE-CT)
           MOVE 'Y' TO WS-DE-BANK-SW(WS-DE-CT)
           IF SQLCODE NOT = ZERO
               PERFORM 900-CHECK-SQLCODE
               SET WS-DE-NO-BANK(WS-DE-CT) TO TRUE
           END-IF
           IF WS-ENT-ROUTING-IND < ZERO
              OR WS-ENT-ACCOUNT-IND < ZERO
              OR WS-ROUTING-NO NOT NUMERIC
              OR WS-ACCOUNT-NO = SPACES
               SET WS-DE-NO-BANK(WS-DE-CT) TO TRUE
           END-IF.

      *    one entity's file, framed and logged on its own -- its
      *    record count and hash are what this pass added to the
      *    run's totals
       270-CUT-ENTITY-FILE.
           IF WS-DE-NO-BANK(WS-DE-SUB)
               DISPLAY 'No bank account for paying entity '
                       WS-DE-ENTITY(WS-DE-SUB)
                       ' - its payments are held'
               PERFORM 300-DISBURSE-ONE-PAYMENT
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-CT
           ELSE
               IF WS-DE-SUB = 1
                   MOVE 'DISBURSE.DAT' TO WS-DISB-FILE-NAME
                   MOVE 'DISBURSE' TO FEED-ID
               ELSE
                   MOVE SPACES TO WS-DISB-FILE-NAME FEED-ID
                   STRING 'DISB' WS-DE-ENTITY(WS-DE-SUB) '.DAT'
                       DELIMITED BY SPACE INTO WS-DISB-FILE-NAME
                   STRING 'DISB' WS-DE-ENTITY(WS-DE-SUB)
                       DELIMITED BY SIZE INTO FEED-ID
               END-IF
               PERFORM 280-WRITE-ENTITY-FILE
           END-IF.

       280-WRITE-ENTITY-FILE.
           OPEN OUTPUT DISBURSE-FILE
           ADD 1 TO WS-FILE-CT
           COMPUTE WS-FILE-START-CT = WS-EFT-CT + WS-PRENOTE-CT
           MOVE WS-HASH-TOTAL TO WS-FILE-START-HASH

           MOVE WS-BUSINESS-DATE TO FEED-BUSINESS-DATE
           SET FEED-FUNC-NEXT-SEQ TO TRUE
           CALL 'FEEDLOG' USING FEED-PARM-AREA
           END-CALL

           MOVE FEED-ID TO DH-FEED-ID
           MOVE WS-BUSINESS-DATE TO DH-BUSINESS-DATE
           MOVE FEED-CYCLE-SEQ TO DH-CYCLE-SEQ
           MOVE WS-DE-ENTITY(WS-DE-SUB)     TO DH-PAY-ENTITY
           MOVE WS-DE-ROUTING-NO(WS-DE-SUB) TO DH-ORIG-ROUTING
           MOVE WS-DE-ACCOUNT-NO(WS-DE-SUB) TO DH-ORIG-ACCOUNT
           MOVE DISB-HEADER-LINE TO DISBURSE-RECORD
           WRITE DISBURSE-RECORD

           PERFORM 300-DISBURSE-ONE-PAYMENT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-CT

           MOVE SPACES TO DISB-TRAILER-LINE
           MOVE 'T' TO DISB-TRAILER-LINE(1:1)
           COMPUTE DT-RECORD-COUNT =
               WS-EFT-CT + WS-PRENOTE-CT - WS-FILE-START-CT
           COMPUTE WS-HASH-WORK = WS-HASH-TOTAL - WS-FILE-START-HASH
           MOVE WS-HASH-WORK TO DT-HASH-TOTAL
           MOVE DISB-TRAILER-LINE TO DISBURSE-RECORD
           WRITE DISBURSE-RECORD

           CLOSE DISBURSE-FILE

           MOVE DT-RECORD-COUNT TO FEED-RECORD-COUNT
           COMPUTE FEED-HASH-TOTAL =
               WS-HASH-TOTAL - WS-FILE-START-HASH
           SET FEED-FUNC-LOG TO TRUE
           CALL 'FEEDLOG' USING FEED-PARM-AREA
           END-CALL
           IF FEED-RC-FAILED
               DISPLAY 'Transmission log write failed for '
                       WS-DISB-FILE-NAME
               SET WS-RUN-FAILED TO TRUE
           END-IF.

      *    a payment belongs to the pass for the entity that pays
      *    it; an entity with no account holds its payments, though
      *    a remittance still goes to check
       300-DISBURSE-ONE-PAYMENT.
           PERFORM 550-READ-WORK-ENTRY
           MOVE RW-REG-LINE TO PAY-REGISTER-LINE
           EVALUATE TRUE
               WHEN PR-PAY-ENTITY NOT = WS-DE-ENTITY(WS-DE-SUB)
                   CONTINUE
               WHEN WS-DE-NO-BANK(WS-DE-SUB)
                AND PR-PENDING
                AND NOT PR-PAYEE-AGENCY
                   MOVE SPACES TO WS-AU-LNAME
                   MOVE PR-PAYEE-ID TO WS-AGENT-ID
                   MOVE 'ENTITY' TO HLD-REASON
                   PERFORM 480-WRITE-HOLD-LINE
               WHEN OTHER
                   PERFORM 310-DISBURSE-PAYMENT
           END-EVALUATE.

      *    one pending payment either goes to the bank as an EFT
      *    record (and the register marks it issued) or lands on
      *    the check-print list -- an author with no bank record
      *    is an exception somebody works, never a payment that
      *    quietly evaporated
       310-DISBURSE-PAYMENT.
           IF PR-PENDING AND PR-PAYEE-AGENCY
               PERFORM 360-AGENCY-TO-CHECK
           END-IF
           IF NOT PR-PENDING OR PR-PAYEE-AGENCY
               CONTINUE
           ELSE
               PERFORM 380-CHECK-VARIANCE
               MOVE SPACES TO WS-AU-LNAME
               IF PR-PAYEE-AGENT
                   PERFORM 350-GET-AGENT-BANK
               ELSE
                   MOVE PR-AU-ID TO WS-AU-ID
                   EXEC SQL
                       SELECT B.ROUTING_NO, B.ACCOUNT_NO,
                              B.PAY_METHOD, A.AU_LNAME, A.AU_FNAME,
                              COALESCE(B.RETURN_CODE, ' '),
                              COALESCE(B.PRENOTE_STATUS, 'V'),
                              COALESCE(B.PRENOTE_DATE, ' '),
                              COALESCE(B.CHANGE_DATE, ' ')
                          INTO :WS-ROUTING-NO, :WS-ACCOUNT-NO,
                               :WS-PAY-METHOD, :WS-AU-LNAME,
                               :WS-AU-FNAME, :WS-ACCT-RETURN,
                               :WS-PRENOTE-STATUS, :WS-PRENOTE-DATE,
                               :WS-CHANGE-DATE
                          FROM AUTHBANK B, authors A
                          WHERE B.AU_ID = :WS-AU-ID
                            AND A.AU_ID = B.AU_ID
                   END-EXEC
               END-IF

               PERFORM 370-CHECK-SANCTIONS

               EVALUATE TRUE
                   WHEN WS-SANCTION-HOLD
                       MOVE 'SANCTION' TO HLD-REASON
                       PERFORM 480-WRITE-HOLD-LINE
                   WHEN WS-VARIANCE-HOLD
                       MOVE 'VARIANCE' TO HLD-REASON
                       PERFORM 480-WRITE-HOLD-LINE
                   WHEN SQLCODE = 100
                   WHEN SQLCODE = ZERO AND WS-ACCOUNT-NO = SPACES
                       ADD 1 TO WS-NOBANK-CT
                       MOVE 'NO BANK' TO CKR-VERDICT
                       PERFORM 400-WRITE-CHECK-LINE
                   WHEN SQLCODE < ZERO
                       PERFORM 900-CHECK-SQLCODE
                       DISPLAY 'Bank lookup failed for ' WS-AU-ID
      *            an account the bank has returned an EFT from
      *            gets paper until the payee's details are re-keyed
                   WHEN WS-ACCT-RETURN NOT = SPACES
                       ADD 1 TO WS-CHECK-CT
                       MOVE 'ACCT RET' TO CKR-VERDICT
                       PERFORM 400-WRITE-CHECK-LINE
                   WHEN WS-PAY-METHOD = 'C'
                       ADD 1 TO WS-CHECK-CT
                       MOVE 'CHECK' TO CKR-VERDICT
                       PERFORM 400-WRITE-CHECK-LINE
                   WHEN OTHER
                       PERFORM 450-PRENOTE-GATE
               END-EVALUATE
           END-IF.

      *    a payment registered to an agent pays the agent's own
      *    account off the AGENTS master -- the client's AUTHBANK
      *    record is not the account the contract names.  An
      *    agent with no account keyed falls to the exception
      *    list exactly as an author without one does
       350-GET-AGENT-BANK.
           MOVE PR-PAYEE-ID TO WS-AGENT-ID
           MOVE SPACES TO WS-AU-FNAME
           EXEC SQL
               SELECT ROUTING_NO, ACCOUNT_NO, PAY_METHOD,
                      AGENT_NAME, COALESCE(RETURN_CODE, ' '),
                      COALESCE(PRENOTE_STATUS, 'V'),
                      COALESCE(PRENOTE_DATE, ' '),
                      COALESCE(CHANGE_DATE, ' ')
                  INTO :WS-ROUTING-NO, :WS-ACCOUNT-NO,
                       :WS-PAY-METHOD, :WS-AU-LNAME,
                       :WS-ACCT-RETURN, :WS-PRENOTE-STATUS,
                       :WS-PRENOTE-DATE, :WS-CHANGE-DATE
                  FROM AGENTS
                  WHERE AGENT_ID = :WS-AGENT-ID
           END-EXEC.

      *    a garnishment remittance goes to the court or agency
      *    by check under its order -- there is no account to pay
      *    it to and no prenote, and the payee is not screened
       360-AGENCY-TO-CHECK.
           MOVE PR-PAYEE-ID TO WS-AGENT-ID
           MOVE SPACES TO WS-AU-LNAME WS-AU-FNAME
           EXEC SQL
               SELECT AGENCY_NAME
                  INTO :WS-AU-LNAME
                  FROM GARNAGCY
                  WHERE AGENCY_ID = :WS-AGENT-ID
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'Agency lookup failed for ' WS-AGENT-ID
           END-IF
           ADD 1 TO WS-CHECK-CT
           MOVE 'AGENCY' TO CKR-VERDICT
           PERFORM 400-WRITE-CHECK-LINE.

      *    the sanctions hold SANCBAT or an online screen raised
      *    -- a screen that could not be read is a hold, not a pass
       370-CHECK-SANCTIONS.
           MOVE 'N' TO WS-SANC-HOLD-SW
           SET SANC-FUNC-CHECK TO TRUE
           MOVE 'BANKDISB' TO SANC-CALLER-ID
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
           END-IF.

      *    a payment PAYVAR held for review goes nowhere until a
      *    supervisor releases it -- a review row that could not
      *    be read is a hold too.  Looked up ahead of the bank
      *    details, whose SQLCODE the routing below goes on
       380-CHECK-VARIANCE.
           MOVE 'N' TO WS-VAR-HOLD-SW
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
                   DISPLAY 'Review lookup failed for ' WS-PAY-NUM
                   SET WS-VARIANCE-HOLD TO TRUE
               WHEN WS-REVIEW-STATUS = 'H'
                   SET WS-VARIANCE-HOLD TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       400-WRITE-CHECK-LINE.
           MOVE PR-PAY-NUM TO CKR-PAY-NUM
           MOVE PR-AU-ID   TO CKR-AU-ID
                   DELIMITED BY SIZE INTO CKR-NAME
           END-IF
           MOVE PR-AMOUNT TO CKR-AMOUNT
           MOVE CHECK-RPT-LINE TO RPT-DETAIL-LINE OF CHECK-RPT-CTL
           SET RPT-FUNC-DETAIL OF CHECK-RPT-CTL TO TRUE
           CALL 'RPTWRITE' USING CHECK-RPT-CTL
           END-CALL.

      *    an EFT account has to have proved itself before money
      *    moves: a prenote goes out the first night the account
      *    needs one, stands for the run-control window, and only
      *    an account past its window with no return -- and past
      *    the cooling-off days since its details last changed --
      *    is paid by EFT.  Everything else waits on the hold
      *    report, or is routed to check when run control says so;
      *    a cooling-off hold is never routed to paper, since a
      *    redirected payee address is the same fraud
       450-PRENOTE-GATE.
           IF WS-PRENOTE-STATUS = 'N'
               PERFORM 460-SEND-PRENOTE
           ELSE
               IF WS-PRENOTE-STATUS = 'S'
                   PERFORM 470-AGE-PRENOTE
               END-IF
           END-IF

           MOVE 'N' TO WS-COOL-OFF-SW
           IF WS-CHANGE-DATE NUMERIC
               MOVE WS-CHANGE-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-TODAY-INT - WS-DATE-INT < WS-COOLOFF-DAYS
                   SET WS-IN-COOL-OFF TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-IN-COOL-OFF
                   MOVE 'COOL-OFF' TO HLD-REASON
                   PERFORM 480-WRITE-HOLD-LINE
               WHEN WS-PRENOTE-STATUS = 'V'
                   PERFORM 500-WRITE-EFT-RECORD
               WHEN WS-PRENOTE-TO-CHECK
                   ADD 1 TO WS-CHECK-CT
                   MOVE 'PRENOTE' TO CKR-VERDICT
                   PERFORM 400-WRITE-CHECK-LINE
      *            CHKPRINT prints this one though the account's
      *            method still reads EFT
                   MOVE 'C' TO PR-PAY-VIA
                   PERFORM 560-REWRITE-WORK-ENTRY
               WHEN OTHER
                   MOVE 'PRENOTE' TO HLD-REASON
                   PERFORM 480-WRITE-HOLD-LINE
           END-EVALUATE.

      *    the zero-dollar record carries no payment number -- the
      *    payee id and the A/G flag are what ACHRET keys a prenote
      *    return back to
       460-SEND-PRENOTE.
           MOVE SPACES TO DISB-DETAIL-LINE
           MOVE 'D' TO DISB-DETAIL-LINE(1:1)
           MOVE ZERO          TO DD-PAY-NUM
           MOVE WS-ROUTING-NO TO DD-ROUTING
           MOVE WS-ACCOUNT-NO TO DD-ACCOUNT
           MOVE ZERO          TO DD-AMOUNT
           MOVE PR-PERIOD     TO DD-PERIOD
           IF PR-PAYEE-AGENT
               MOVE WS-AGENT-ID TO DD-AU-ID
               MOVE 'G' TO DD-PRENOTE-FLAG
               EXEC SQL
                   UPDATE AGENTS
                      SET PRENOTE_STATUS = 'S',
                          PRENOTE_DATE   = :WS-BUSINESS-DATE
                      WHERE AGENT_ID = :WS-AGENT-ID
               END-EXEC
           ELSE
               MOVE WS-AU-ID TO DD-AU-ID
               MOVE 'A' TO DD-PRENOTE-FLAG
               EXEC SQL
                   UPDATE AUTHBANK
                      SET PRENOTE_STATUS = 'S',
                          PRENOTE_DATE   = :WS-BUSINESS-DATE
                      WHERE AU_ID = :WS-AU-ID
               END-EXEC
           END-IF
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'Prenote status update failed for '
                       DD-AU-ID
           ELSE
               MOVE DISB-DETAIL-LINE TO DISBURSE-RECORD
               WRITE DISBURSE-RECORD
               ADD 1 TO WS-PRENOTE-CT
               MOVE 'S' TO WS-PRENOTE-STATUS
               MOVE WS-BUSINESS-DATE TO WS-PRENOTE-DATE
           END-IF.

      *    a prenote that has stood the window without ACHRET
      *    posting a return validates the account; one with no
      *    usable sent date is aged from tonight
       470-AGE-PRENOTE.
           IF WS-PRENOTE-DATE NUMERIC
               MOVE WS-PRENOTE-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ELSE
               MOVE WS-TODAY-INT TO WS-DATE-INT
           END-IF
           IF WS-TODAY-INT - WS-DATE-INT >= WS-PRENOTE-DAYS
               IF PR-PAYEE-AGENT
                   EXEC SQL
                       UPDATE AGENTS
                          SET PRENOTE_STATUS = 'V'
                          WHERE AGENT_ID = :WS-AGENT-ID
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE AUTHBANK
                          SET PRENOTE_STATUS = 'V'
                          WHERE AU_ID = :WS-AU-ID
                   END-EXEC
               END-IF
               IF SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   DISPLAY 'Prenote validation failed for '
                           WS-AU-ID
               ELSE
                   MOVE 'V' TO WS-PRENOTE-STATUS
               END-IF
           END-IF.

      *    a held payment stays pending on the register and comes
      *    round again next cycle -- the report is the supervisor's
      *    list of what did not go and why
       480-WRITE-HOLD-LINE.
           ADD 1 TO WS-HOLD-CT
           MOVE PR-PAY-NUM TO HLD-PAY-NUM
           IF PR-PAYEE-AGENT
               MOVE WS-AGENT-ID TO HLD-PAYEE-ID
           ELSE
               MOVE PR-AU-ID TO HLD-PAYEE-ID
           END-IF
           MOVE WS-AU-LNAME(1:20) TO HLD-NAME
           MOVE PR-AMOUNT TO HLD-AMOUNT
           IF HLD-REASON = 'SANCTION' OR 'VARIANCE' OR 'ENTITY'
               MOVE SPACES TO HLD-CHANGE-DATE HLD-PRENOTE-STATUS
           ELSE
               MOVE WS-CHANGE-DATE TO HLD-CHANGE-DATE
               MOVE WS-PRENOTE-STATUS TO HLD-PRENOTE-STATUS
           END-IF
           MOVE HOLD-RPT-LINE TO RPT-DETAIL-LINE OF HOLD-RPT-CTL
           SET RPT-FUNC-DETAIL OF HOLD-RPT-CTL TO TRUE
           CALL 'RPTWRITE' USING HOLD-RPT-CTL
           END-CALL.

       500-WRITE-EFT-RECORD.
           MOVE SPACES TO DISB-DETAIL-LINE
           MOVE 'D' TO DISB-DETAIL-LINE(1:1)
      *    match the bank's confirmation against exactly this
           MOVE 'I' TO PR-STATUS
           MOVE WS-BUSINESS-DATE TO PR-STATUS-DATE
           PERFORM 560-REWRITE-WORK-ENTRY.

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

       600-REWRITE-REGISTER.
           IF WS-RUN-FAILED
               OPEN OUTPUT PAY-REGISTER-FILE
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REG-CT
                   PERFORM 550-READ-WORK-ENTRY
                   MOVE RW-REG-LINE TO PAY-REGISTER-RECORD
                   WRITE PAY-REGISTER-RECORD
               END-PERFORM
               CLOSE PAY-REGISTER-FILE
           END-IF
           CLOSE REG-WORK-FILE.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
