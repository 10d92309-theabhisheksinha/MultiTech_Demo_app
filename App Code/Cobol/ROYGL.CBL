       01  ROYALTY-PAY-RECORD      PIC X(140).

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY GLMCPARM.
           COPY RUNPPARM.

      *    the royalty side of the ledger, built the way GLFEED
      *    builds the compensation side -- finance has been
      *    '$$' cash account.  Debits must equal credits and the
      *    accrual must tie to the ROYCALC grand total before the
      *    journal leaves the shop.
      *
      *    Each line posts to the ledger of the company that owes
      *    it -- the GL company of the paying entity on the detail
      *    record or the register item, the house's own company
      *    (off the run-control card set) when that is the house.
      *    Every company's entries balance on their own and carry
      *    its code on the journal line; the companies together
      *    tie to the ROYCALC total.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-ROY-FILE-STATUS    PIC XX.
       01 WS-CASH-ACCOUNT       PIC X(8) VALUE SPACES.
       01 WS-FOUND-SW           PIC X.
           88 WS-MAP-FOUND          VALUE 'Y'.
       01 WS-PROB-SUB           PIC 9(4) COMP.

       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES.
               10 WS-ACC-COMPANY       PIC X(4).
               10 WS-ACC-ACCOUNT       PIC X(8).
               10 WS-ACC-AMOUNT        PIC S9(13)V99.
       01 WS-ACCT-CT            PIC 9(4) COMP VALUE ZERO.
       01 WS-ACCT-SUB           PIC 9(4) COMP.

       01 WS-HOUSE-COMPANY      PIC X(4) VALUE '0001'.
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 50 TIMES.
               10 WS-CO-COMPANY        PIC X(4).
               10 WS-CO-ACCRUAL        PIC S9(13)V99.
               10 WS-CO-ISSUED         PIC S9(13)V99.
               10 WS-CO-DEBITS         PIC S9(13)V99.
               10 WS-CO-CREDITS        PIC S9(13)V99.
       01 WS-CO-CT              PIC 9(4) COMP VALUE ZERO.
       01 WS-CO-SUB             PIC 9(4) COMP.
       01 WS-CO-FOUND-SW        PIC X.
           88 WS-CO-FOUND           VALUE 'Y'.
      *    entity to company, as PUBLISHERS has it -- looked up
      *    once per entity a run meets
       01 WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 50 TIMES.
               10 WS-ENT-ENTITY        PIC X(4).
               10 WS-ENT-COMPANY       PIC X(4).
       01 WS-ENT-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-ENT-SUB            PIC 9(4) COMP.
       01 WS-PAY-ENTITY         PIC X(4).
       01 WS-GL-COMPANY         PIC X(4).
       01 WS-GL-COMPANY-IND     PIC S9(4) COMP.
       01 WS-JL-DEBIT           PIC S9(13)V99.
       01 WS-JL-CREDIT          PIC S9(13)V99.

       01 WS-AMOUNT             PIC S9(11)V99.
       01 WS-AMOUNT-X           PIC X(14).
       01 WS-TRAILER-TOTAL      PIC S9(13)V99 VALUE ZERO.
       01 WS-TRAILER-X          PIC X(17).
       01 WS-TRAILER-SEEN-SW    PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN       VALUE 'Y'.
      *    the merged file's trailer, laid out as ROYCALC and
      *    ROYMERGE write it
           COPY ROYTREC.
       01 WS-ACCRUAL-DEBITS     PIC S9(13)V99 VALUE ZERO.
       01 WS-ISSUED-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01 WS-UNMAPPED-CT        PIC 9(4) COMP VALUE ZERO.
           05 JL-DEBIT              PIC -9999999999999.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 JL-CREDIT             PIC -9999999999999.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 JL-COMPANY            PIC X(4).
           05 FILLER                PIC X(32) VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PAY-PERIOD
           END-IF

           MOVE 'ROYGL' TO RUNP-STEP-NAME
           MOVE 'GL-COMPANY' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           IF RUNP-RC-OK AND RUNP-VALUE(1:4) NOT = SPACES
               MOVE RUNP-VALUE(1:4) TO WS-HOUSE-COMPANY
           END-IF

           PERFORM 200-LOAD-ACCOUNT-MAP
           IF WS-OFFSET-ACCOUNT = SPACES
               DISPLAY 'No royalty-payable account (** card) on '
               STOP RUN
           END-IF

      *    the ** card alone is not enough -- every account has to
      *    be open on the chart in the right class and every author
      *    jurisdiction has to land on a card, or the journal posts
      *    to a dead account or leaves lines unposted
           SET GLMC-FUNC-COVERAGE TO TRUE
           SET GLMC-MAP-ROYALTY TO TRUE
           CALL 'GLMAPCOV' USING GLMC-PARM-AREA
           END-CALL
           IF NOT GLMC-RC-OK
               IF GLMC-RC-FAILED
                   DISPLAY 'ROYGLMAP.DAT: ' GLMC-PROBLEM-TEXT(1)
               END-IF
               PERFORM VARYING WS-PROB-SUB FROM 1 BY 1
                       UNTIL WS-PROB-SUB > GLMC-PROBLEM-CT
                          OR WS-PROB-SUB > 50
                   DISPLAY 'ROYGLMAP.DAT: '
                           GLMC-PROBLEM-TEXT(WS-PROB-SUB)
               END-PERFORM
               DISPLAY 'Account map does not cover the run - see '
                       'GLMAPCHK, run aborted'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 300-READ-THE-PAY-FILE
           PERFORM 400-READ-THE-REGISTER
           PERFORM 500-WRITE-THE-JOURNAL
                           PERFORM 350-ACCRUE-ONE-DETAIL
                       WHEN 'T'
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE ROYALTY-PAY-RECORD
                               TO ROY-TRAILER-LINE
                           MOVE RT-GRAND-TOTAL TO WS-TRAILER-X
      *                    the grand total is currency-edited, so
      *                    NUMVAL-C, not NUMVAL, reads it back
                           COMPUTE WS-TRAILER-TOTAL =
           MOVE ROYALTY-PAY-RECORD(100:14) TO WS-AMOUNT-X
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL-C(WS-AMOUNT-X)

           MOVE ROYALTY-PAY-RECORD(115:4) TO WS-PAY-ENTITY
           PERFORM 390-GET-ENTITY-COMPANY
           IF WS-GL-COMPANY = SPACES
               ADD 1 TO WS-UNMAPPED-CT
               DISPLAY 'No GL company for paying entity '
                       WS-PAY-ENTITY ' - line cannot post'
           ELSE
               PERFORM 395-FIND-COMPANY
               PERFORM 360-GET-JURISDICTION
           END-IF.

       360-GET-JURISDICTION.
           MOVE ROYALTY-PAY-RECORD(3:11) TO AU-ID
           EXEC SQL
               SELECT STATE, COUNTRY
                      OR WS-MAP-FOUND
               IF WS-ACC-ACCOUNT(WS-ACCT-SUB)
                  = WS-MAP-ACCOUNT(WS-MAP-SUB)
                  AND WS-ACC-COMPANY(WS-ACCT-SUB)
                  = WS-CO-COMPANY(WS-CO-SUB)
                   SET WS-MAP-FOUND TO TRUE
                   ADD WS-AMOUNT TO WS-ACC-AMOUNT(WS-ACCT-SUB)
               END-IF
           END-PERFORM

      *    a full table fails the run rather than leave a debit
      *    off a journal whose offset still counts it
           IF NOT WS-MAP-FOUND
               IF WS-ACCT-CT < 1000
                   ADD 1 TO WS-ACCT-CT
                   MOVE WS-CO-COMPANY(WS-CO-SUB)
                       TO WS-ACC-COMPANY(WS-ACCT-CT)
                   MOVE WS-MAP-ACCOUNT(WS-MAP-SUB)
                       TO WS-ACC-ACCOUNT(WS-ACCT-CT)
                   MOVE WS-AMOUNT TO WS-ACC-AMOUNT(WS-ACCT-CT)
               ELSE
                   DISPLAY 'ROYALTY GL FAILS - account table full'
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF

           ADD WS-AMOUNT TO WS-CO-ACCRUAL(WS-CO-SUB)
           ADD WS-AMOUNT TO WS-ACCRUAL-DEBITS.

      *    the house's lines post to the house company; a paying
      *    entity's to the GL company PUBLISHERS carries for it --
      *    spaces back when the entity has none, and the line
      *    cannot post
       390-GET-ENTITY-COMPANY.
           IF WS-PAY-ENTITY = SPACES
               MOVE WS-HOUSE-COMPANY TO WS-GL-COMPANY
           ELSE
               MOVE SPACES TO WS-GL-COMPANY
               MOVE 'N' TO WS-CO-FOUND-SW
               PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                       UNTIL WS-ENT-SUB > WS-ENT-CT
                          OR WS-CO-FOUND
                   IF WS-ENT-ENTITY(WS-ENT-SUB) = WS-PAY-ENTITY
                       SET WS-CO-FOUND TO TRUE
                       MOVE WS-ENT-COMPANY(WS-ENT-SUB)
                           TO WS-GL-COMPANY
                   END-IF
               END-PERFORM
               IF NOT WS-CO-FOUND
                   PERFORM 392-LOOK-UP-ENTITY
               END-IF
           END-IF.

       392-LOOK-UP-ENTITY.
           EXEC SQL
               SELECT MAX(GL_COMPANY)
                  INTO :WS-GL-COMPANY :WS-GL-COMPANY-IND
                  FROM PUBLISHERS
                  WHERE PAY_ENTITY = :WS-PAY-ENTITY
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM 900-CHECK-SQLCODE
               MOVE SPACES TO WS-GL-COMPANY
           END-IF
           IF WS-GL-COMPANY-IND < ZERO
               MOVE SPACES TO WS-GL-COMPANY
           END-IF
           IF WS-ENT-CT < 50
               ADD 1 TO WS-ENT-CT
               MOVE WS-PAY-ENTITY TO WS-ENT-ENTITY(WS-ENT-CT)
               MOVE WS-GL-COMPANY TO WS-ENT-COMPANY(WS-ENT-CT)
           END-IF.

      *    the company's slot in the run's ledger table -- more
      *    companies than the table holds fails the run rather
      *    than post one company's money in another's books
       395-FIND-COMPANY.
           MOVE 'N' TO WS-CO-FOUND-SW
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-CT
                      OR WS-CO-FOUND
               IF WS-CO-COMPANY(WS-CO-SUB) = WS-GL-COMPANY
                   SET WS-CO-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-CO-SUB
               END-IF
           END-PERFORM

           IF NOT WS-CO-FOUND
               IF WS-CO-CT < 50
                   ADD 1 TO WS-CO-CT
                   MOVE WS-CO-CT TO WS-CO-SUB
                   MOVE WS-GL-COMPANY TO WS-CO-COMPANY(WS-CO-SUB)
                   MOVE ZERO TO WS-CO-ACCRUAL(WS-CO-SUB)
                                WS-CO-ISSUED(WS-CO-SUB)
                                WS-CO-DEBITS(WS-CO-SUB)
                                WS-CO-CREDITS(WS-CO-SUB)
               ELSE
                   DISPLAY 'ROYALTY GL FAILS - more than 50 GL '
                           'companies, ' WS-GL-COMPANY ' not posted'
                   SET WS-RUN-FAILED TO TRUE
                   MOVE WS-CO-CT TO WS-CO-SUB
               END-IF
           END-IF.

      *    the clearing entry covers what the register shows as
      *    issued this period -- money that left the payable and
      *    should leave the cash account
                   IF PR-ISSUED
                      AND PR-STATUS-DATE(1:6) = WS-PAY-PERIOD
                      AND PR-AMOUNT NUMERIC
                       PERFORM 450-CLEAR-ONE-PAYMENT
                   END-IF
               END-IF
           END-PERFORM
               CLOSE PAY-REGISTER-FILE
           END-IF.

      *    an issued payment clears from the ledger of the entity
      *    that paid it -- a check, whoever owes it, is drawn on
      *    the house's account and clears from the house's cash
       450-CLEAR-ONE-PAYMENT.
           IF PR-CHECK-NUM NOT = SPACES
               MOVE SPACES TO WS-PAY-ENTITY
           ELSE
               MOVE PR-PAY-ENTITY TO WS-PAY-ENTITY
           END-IF
           PERFORM 390-GET-ENTITY-COMPANY
           IF WS-GL-COMPANY = SPACES
               ADD 1 TO WS-UNMAPPED-CT
               DISPLAY 'No GL company for paying entity '
                       WS-PAY-ENTITY ' - payment ' PR-PAY-NUM
                       ' cannot clear'
           ELSE
               PERFORM 395-FIND-COMPANY
               ADD PR-AMOUNT TO WS-CO-ISSUED(WS-CO-SUB)
               ADD PR-AMOUNT TO WS-ISSUED-TOTAL
           END-IF.

       500-WRITE-THE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE

           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-CT
               PERFORM 510-WRITE-COMPANY-ENTRIES
           END-PERFORM

           CLOSE GL-JOURNAL-FILE.

       510-WRITE-COMPANY-ENTRIES.
      *    accrual: expense debits by jurisdiction, payable credit
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-CT
               IF WS-ACC-COMPANY(WS-ACCT-SUB)
                  = WS-CO-COMPANY(WS-CO-SUB)
                   MOVE WS-ACC-ACCOUNT(WS-ACCT-SUB) TO JL-ACCOUNT
                   MOVE WS-ACC-AMOUNT(WS-ACCT-SUB)  TO WS-JL-DEBIT
                   MOVE ZERO TO WS-JL-CREDIT
                   PERFORM 520-PUT-JOURNAL-LINE
               END-IF
           END-PERFORM

           IF WS-CO-ACCRUAL(WS-CO-SUB) NOT = ZERO
               MOVE WS-OFFSET-ACCOUNT TO JL-ACCOUNT
               MOVE ZERO              TO WS-JL-DEBIT
               MOVE WS-CO-ACCRUAL(WS-CO-SUB) TO WS-JL-CREDIT
               PERFORM 520-PUT-JOURNAL-LINE
           END-IF

      *    clearing: payable debit, cash credit, when anything
      *    issued this period
           IF WS-CO-ISSUED(WS-CO-SUB) > ZERO
               MOVE WS-OFFSET-ACCOUNT TO JL-ACCOUNT
               MOVE WS-CO-ISSUED(WS-CO-SUB) TO WS-JL-DEBIT
               MOVE ZERO              TO WS-JL-CREDIT
               PERFORM 520-PUT-JOURNAL-LINE

               MOVE WS-CASH-ACCOUNT TO JL-ACCOUNT
               MOVE ZERO            TO WS-JL-DEBIT
               MOVE WS-CO-ISSUED(WS-CO-SUB) TO WS-JL-CREDIT
               PERFORM 520-PUT-JOURNAL-LINE
           END-IF.

       520-PUT-JOURNAL-LINE.
           MOVE WS-CO-COMPANY(WS-CO-SUB) TO JL-COMPANY
           MOVE WS-JL-DEBIT  TO JL-DEBIT
           MOVE WS-JL-CREDIT TO JL-CREDIT
           MOVE GL-JOURNAL-LINE TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JRNL-LINE-CT
           ADD WS-JL-DEBIT  TO WS-CO-DEBITS(WS-CO-SUB)
           ADD WS-JL-CREDIT TO WS-CO-CREDITS(WS-CO-SUB).

      *    debits equal credits by construction within each entry,
      *    and the accrual must tie to the grand total ROYCALC
      *    stated -- a journal that can't prove both stays home
       600-PROVE-THE-BALANCE.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-CT
               PERFORM 610-PROVE-ONE-COMPANY
           END-PERFORM

           MOVE WS-ACCRUAL-DEBITS TO DISP-GL-AMT
           DISPLAY 'Royalty GL - accrual total:  ' DISP-GL-AMT
           MOVE WS-ISSUED-TOTAL TO DISP-GL-AMT2
                       DISP-GL-CT
           END-IF.

      *    each company's journal has to balance in its own books
       610-PROVE-ONE-COMPANY.
           MOVE WS-CO-ACCRUAL(WS-CO-SUB) TO DISP-GL-AMT
           MOVE WS-CO-ISSUED(WS-CO-SUB)  TO DISP-GL-AMT2
           DISPLAY 'Royalty GL - company ' WS-CO-COMPANY(WS-CO-SUB)
                   ' accrual ' DISP-GL-AMT ' clearing ' DISP-GL-AMT2
           IF WS-CO-DEBITS(WS-CO-SUB) NOT = WS-CO-CREDITS(WS-CO-SUB)
               DISPLAY 'ROYALTY GL OUT OF BALANCE - company '
                       WS-CO-COMPANY(WS-CO-SUB)
                       ' debits do not equal credits'
               SET WS-RUN-FAILED TO TRUE
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
