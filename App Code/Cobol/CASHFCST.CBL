       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
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
           SELECT HELD-BALANCE-FILE ASSIGN TO "HELDBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT RESERVE-BALANCE-FILE ASSIGN TO "RESBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-FILE-STATUS.
           SELECT SETTLE-CTL-FILE ASSIGN TO "SETTLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT TREASURY-FILE ASSIGN TO "CASHTRSY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTHOR-WORK-FILE ASSIGN TO "CFAUTHWK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFW-AU-ID
               FILE STATUS IS WS-AUW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  HELD-BALANCE-FILE.
       01  HELD-BALANCE-RECORD     PIC X(40).

       FD  RESERVE-BALANCE-FILE.
       01  RESERVE-BALANCE-RECORD  PIC X(40).

       FD  SETTLE-CTL-FILE.
       01  SETTLE-CTL-RECORD       PIC X(8).

       FD  TREASURY-FILE.
       01  TREASURY-RECORD         PIC X(80).

      *    one author entry per record, WS-CF-ENTRY's layout
       FD  AUTHOR-WORK-FILE.
       01  CF-AUTHOR-RECORD.
           05  CFW-AU-ID           PIC X(11).
           05  FILLER              PIC X(187).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.
           COPY CURPARM.
           COPY FEEDPARM.

      *    royalty cash requirements, cycle by cycle, so treasury
      *    can fund the disbursement account before BANKDISB runs
      *    rather than after.  Five sources go out of the account:
      *    register items still pending, held balances that will
      *    cross the payment minimum, returns reserves reaching
      *    the end of their holding period, final settlements
      *    SETTLE has yet to make, and the royalties the SALESSUM
      *    trend says each author will earn.  Each author is
      *    walked forward the way ROYCALC will treat them -- the
      *    advance recouped first, the reserve held back, the pay
      *    schedule and the minimum respected -- using ROYCALC's
      *    own run-control cards.  Amounts are worked in USD and
      *    shown in the author's own currency as well for the
      *    authors paid locally.  The report is CASHFCST.DAT; the
      *    same figures go to treasury on CASHTRSY.DAT under the
      *    FEEDLOG handshake.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-HELD-FILE-STATUS   PIC XX.
       01 WS-RESV-FILE-STATUS   PIC XX.
       01 WS-CTL-FILE-STATUS    PIC XX.
       01 WS-AUW-FILE-STATUS    PIC XX.
       01 WS-EOF-SW             PIC X.
           88 WS-EOF                VALUE 'Y'.
       01 WS-EARN-MORE-SW       PIC X VALUE 'Y'.
           88 WS-EARN-NO-MORE       VALUE 'N'.

       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-CURR-PERIOD        PIC X(6).
       01 WS-FROM-PERIOD        PIC X(6).
       01 WS-LAST-SETTLED       PIC X(8) VALUE '00000000'.
       01 WS-PER-X              PIC X(6).
       01 WS-PER-9 REDEFINES WS-PER-X.
           05 WS-PER-YEAR           PIC 9(4).
           05 WS-PER-MONTH          PIC 9(2).
       01 WS-CURR-MONTHS        PIC S9(7) COMP.
       01 WS-WORK-MONTHS        PIC S9(7) COMP.

      *    forecast horizon in pay cycles and the trailing trend
      *    window, both off the run-control card set
       01 WS-CYCLES             PIC 9(2) VALUE 6.
       01 WS-CYC-X              PIC X(2).
       01 WS-CYC-9 REDEFINES WS-CYC-X
                                PIC 9(2).
       01 WS-TREND-PERS         PIC 9(3) VALUE 12.
       01 WS-PERS-X             PIC X(3).
       01 WS-PERS-9 REDEFINES WS-PERS-X
                                PIC 9(3).

      *    ROYCALC's own cards, so the forecast pays the way the
      *    run will -- the same shipped defaults stand in
       01 WS-MIN-PAYMENT        PIC 9(7)V99 VALUE 10.
       01 WS-MIN-X              PIC X(9).
       01 WS-MIN-9 REDEFINES WS-MIN-X
                                PIC 9(7)V99.
       01 WS-RESERVE-PCT        PIC 9(3) VALUE ZERO.
       01 WS-RESV-PERIODS       PIC 9(3) VALUE 6.

      *    this period's royalty run has already registered when
      *    the register carries an item for the period -- its
      *    payments are then the pending figure and the authors'
      *    walk starts with the next cycle
       01 WS-RUN-DONE-SW        PIC X VALUE 'N'.
           88 WS-RUN-DONE           VALUE 'Y'.
       01 WS-FIRST-CYCLE        PIC 9(2) COMP.

           COPY PAYRREC.
           COPY HELDREC.

      *    every author with money in play, and what the walk
      *    needs to know about each -- kept on the keyed author
      *    work file, one entry at a time in storage
       01 WS-CF-ENTRY.
           05 WS-CF-AU-ID           PIC X(11).
           05 WS-CF-CURRENCY        PIC X(3).
           05 WS-CF-RATE            PIC S9(3)V9(6).
           05 WS-CF-HELD            PIC S9(9)V99.
           05 WS-CF-UNRECOUPED      PIC S9(9)V99.
           05 WS-CF-EARN            PIC S9(9)V99.
           05 WS-CF-FREQ            PIC 9(2).
           05 WS-CF-FIRST-MON       PIC 9(2).
           05 WS-CF-STATUS          PIC X.
               88 WS-CF-ACTIVE          VALUE 'A'.
               88 WS-CF-TO-SETTLE       VALUE 'S'.
               88 WS-CF-SETTLED         VALUE 'I'.
           05 WS-CF-SETTLE-CYC      PIC 9(2).
           05 WS-CF-RESV-PCT        PIC 9(3).
           05 WS-CF-RESV-REL        PIC S9(9)V99
                                    OCCURS 12 TIMES.
       01 WS-CF-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-CF-FOUND-SW        PIC X.
           88 WS-CF-FOUND           VALUE 'Y'.

      *    the lookups behind a new author entry
       01 WS-LK-AU-ID           PIC X(11).
       01 WS-LK-COUNTRY         PIC X(30).
       01 WS-LK-COUNTRY-IND     PIC S9(4) COMP.
       01 WS-LK-STATUS          PIC X.
       01 WS-LK-TERM-DATE       PIC X(8).
       01 WS-LK-UNRECOUPED      PIC S9(9)V99.
       01 WS-LK-FREQ            PIC X.
       01 WS-LK-FIRST-MON       PIC 9(2).
      *    the reserve terms the author's contracts set, as
      *    ROYCALC takes them -- the cards stand in where the
      *    contracts are silent
       01 WS-LK-RESV-PCT        PIC 9(3).
       01 WS-LK-RESV-PERIODS    PIC 9(3).
       01 WS-CT-RESV-PCT        PIC S9(4) COMP.
       01 WS-CT-RESV-PCT-IND    PIC S9(4) COMP.
       01 WS-CT-RESV-PERS       PIC S9(4) COMP.
       01 WS-CT-RESV-PERS-IND   PIC S9(4) COMP.
       01 WS-NO-RATE-CT         PIC 9(5) COMP VALUE ZERO.

      *    author-level trend over the window -- the author's
      *    share of each title's rated sales
       01 WS-EA-AU-ID           PIC X(11).
       01 WS-EA-EARNED          PIC S9(11)V99.
       01 WS-EA-EARNED-IND      PIC S9(4) COMP.

      *    one author's walk across the horizon -- what has built
      *    up unpaid, split by where it came from
       01 WS-CYC                PIC 9(2) COMP.
       01 WS-WK-UNRECOUPED      PIC S9(9)V99.
       01 WS-WK-EARN            PIC S9(9)V99.
       01 WS-WK-TAKE            PIC S9(9)V99.
       01 WS-WK-RESERVE         PIC S9(9)V99.
       01 WS-WK-HELD            PIC S9(11)V99.
       01 WS-WK-RESV            PIC S9(11)V99.
       01 WS-WK-TREND           PIC S9(11)V99.
       01 WS-WK-TOTAL           PIC S9(11)V99.
       01 WS-WK-OFFSET          PIC 9(2) COMP.
       01 WS-PAY-DUE-SW         PIC X.
           88 WS-PAY-DUE            VALUE 'Y'.

      *    cycle-by-currency buckets; the five amounts are, in
      *    order, pending, held, reserve, settlement and trend
       01 WS-BKT-TABLE.
           05 WS-BKT-ENTRY OCCURS 400 TIMES.
               10 WS-BK-CYCLE          PIC 9(2).
               10 WS-BK-CURRENCY       PIC X(3).
               10 WS-BK-RATE           PIC S9(3)V9(6).
               10 WS-BK-AMT            PIC S9(11)V99
                                       OCCURS 5 TIMES.
       01 WS-BKT-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-BKT-SUB            PIC 9(4) COMP.
       01 WS-BKT-HIT            PIC 9(4) COMP.
       01 WS-BKT-SRC            PIC 9(2) COMP.
       01 WS-BKT-AMOUNT         PIC S9(11)V99.
       01 WS-BKT-CURRENCY       PIC X(3).
       01 WS-BKT-RATE           PIC S9(3)V9(6).
       01 WS-BKT-USD            PIC S9(13)V99.
       01 WS-BKT-LOCAL          PIC S9(13)V99.
       01 WS-AMT-SUB            PIC 9(2) COMP.

       01 WS-CYC-TOTALS.
           05 WS-CYC-AMT            PIC S9(13)V99 OCCURS 5 TIMES.
       01 WS-GRAND-TOTALS.
           05 WS-GRD-AMT            PIC S9(13)V99 OCCURS 5 TIMES.
       01 WS-CYC-USD            PIC S9(13)V99.
       01 WS-GRAND-USD          PIC S9(13)V99 VALUE ZERO.

       01 WS-DETAIL-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-HASH-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01 WS-HASH-WORK          PIC 9(15).
       01 DISP-CF-CT            PIC ZZZ,ZZ9.
       01 DISP-CF-AMT           PIC $$,$$$,$$$,$$9.99-.

       01 CASH-RPT-LINE.
           05 CR-PERIOD             PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-CURRENCY           PIC X(4).
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-PENDING            PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-HELD               PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-RESERVE            PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-SETTLE             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-TREND              PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-TOTAL-USD          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-TOTAL-LOCAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 CR-TOTAL-LOCAL-X REDEFINES CR-TOTAL-LOCAL
                                    PIC X(18).
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-NOTE               PIC X(10).

       01 CASH-RPT-CTL.
           COPY RPTPARM.

       01 TRSY-HEADER-LINE.
           05 FILLER                PIC X       VALUE 'H'.
           05 FILLER                PIC X       VALUE SPACE.
           05 TH-FEED-ID            PIC X(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 TH-BUSINESS-DATE      PIC X(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 TH-CYCLE-SEQ          PIC 9(5).
           05 FILLER                PIC X       VALUE SPACE.
           05 TH-CYCLES             PIC 9(2).
           05 FILLER                PIC X(52)   VALUE SPACES.

      *    one cycle's requirement in one currency -- USD always,
      *    the local figure and the rate used where the authors
      *    are paid in their own currency
       01 TRSY-DETAIL-LINE.
           05 FILLER                PIC X       VALUE 'D'.
           05 FILLER                PIC X       VALUE SPACE.
           05 TD-PERIOD             PIC X(6).
           05 FILLER                PIC X       VALUE SPACE.
           05 TD-CURRENCY           PIC X(3).
           05 FILLER                PIC X       VALUE SPACE.
           05 TD-USD-AMOUNT         PIC 9(13)V99.
           05 FILLER                PIC X       VALUE SPACE.
           05 TD-LOCAL-AMOUNT       PIC 9(13)V99.
           05 FILLER                PIC X       VALUE SPACE.
           05 TD-RATE               PIC 9(3)V9(6).
           05 FILLER                PIC X(26)   VALUE SPACES.

       01 TRSY-TRAILER-LINE.
           05 FILLER                PIC X       VALUE 'T'.
           05 FILLER                PIC X       VALUE SPACE.
           05 TT-RECORD-COUNT       PIC 9(7).
           05 FILLER                PIC X       VALUE SPACE.
           05 TT-HASH-TOTAL         PIC 9(15).
           05 FILLER                PIC X(55)   VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'CASHFCST' TO MYRF-CALLER-ID
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
           MOVE WS-BUSINESS-DATE(1:6) TO WS-CURR-PERIOD

           PERFORM 120-READ-RUN-CONTROL

      *    the trend window is the completed periods before the
      *    current one, as ADVFCST reads it
           MOVE WS-CURR-PERIOD TO WS-PER-X
           COMPUTE WS-CURR-MONTHS =
               WS-PER-YEAR * 12 + WS-PER-MONTH - 1
           COMPUTE WS-WORK-MONTHS = WS-CURR-MONTHS - WS-TREND-PERS
           PERFORM 700-MONTHS-TO-PERIOD
           MOVE WS-PER-X TO WS-FROM-PERIOD

           INITIALIZE WS-BKT-TABLE WS-GRAND-TOTALS

           PERFORM 150-READ-SETTLE-CONTROL
           PERFORM 180-OPEN-AUTHOR-WORK
           IF WS-RUN-FAILED
               DISPLAY 'Author work file not built - no forecast '
                       'cut'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-LOAD-PENDING-ITEMS
           PERFORM 250-LOAD-HELD-BALANCES
           PERFORM 300-LOAD-RESERVE-BALANCES
           PERFORM 350-LOAD-EARNINGS-TREND
           IF WS-RUN-FAILED
               DISPLAY 'Forecast inputs incomplete - no forecast '
                       'cut'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-RUN-DONE
               MOVE 2 TO WS-FIRST-CYCLE
           ELSE
               MOVE 1 TO WS-FIRST-CYCLE
           END-IF
           PERFORM 390-START-AUTHOR-WALK
           PERFORM 395-WALK-ONE-AUTHOR UNTIL WS-EOF
           CLOSE AUTHOR-WORK-FILE

           MOVE 'CASHFCST.DAT' TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING 'ROYALTY CASH REQUIREMENTS FORECAST FROM PERIOD '
                  WS-CURR-PERIOD
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'PERIOD CUR          PENDING   HELD RELEASE'
                  '   RESV RELEASE     SETTLEMENT   TREND EARNINGS'
                  '         TOTAL USD        TOTAL LOCAL'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING CASH-RPT-CTL
           END-CALL

           OPEN OUTPUT TREASURY-FILE
           MOVE 'CASHFCST' TO FEED-ID
           MOVE WS-BUSINESS-DATE TO FEED-BUSINESS-DATE
           SET FEED-FUNC-NEXT-SEQ TO TRUE
           CALL 'FEEDLOG' USING FEED-PARM-AREA
           END-CALL
           MOVE 'CASHFCST' TO TH-FEED-ID
           MOVE WS-BUSINESS-DATE TO TH-BUSINESS-DATE
           MOVE FEED-CYCLE-SEQ TO TH-CYCLE-SEQ
           MOVE WS-CYCLES TO TH-CYCLES
           MOVE TRSY-HEADER-LINE TO TREASURY-RECORD
           WRITE TREASURY-RECORD

           PERFORM 600-REPORT-ONE-CYCLE
               VARYING WS-CYC FROM 1 BY 1
               UNTIL WS-CYC > WS-CYCLES

           MOVE SPACES TO CASH-RPT-LINE
           MOVE 'TOTAL' TO CR-PERIOD
           MOVE 'USD' TO CR-CURRENCY
           MOVE WS-GRD-AMT(1) TO CR-PENDING
           MOVE WS-GRD-AMT(2) TO CR-HELD
           MOVE WS-GRD-AMT(3) TO CR-RESERVE
           MOVE WS-GRD-AMT(4) TO CR-SETTLE
           MOVE WS-GRD-AMT(5) TO CR-TREND
           MOVE WS-GRAND-USD  TO CR-TOTAL-USD
           MOVE SPACES TO CR-TOTAL-LOCAL-X
           PERFORM 680-WRITE-CASH-LINE

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING CASH-RPT-CTL
           END-CALL

           MOVE SPACES TO TRSY-TRAILER-LINE
           MOVE 'T' TO TRSY-TRAILER-LINE(1:1)
           MOVE WS-DETAIL-CT TO TT-RECORD-COUNT
           COMPUTE WS-HASH-WORK = WS-HASH-TOTAL
           MOVE WS-HASH-WORK TO TT-HASH-TOTAL
           MOVE TRSY-TRAILER-LINE TO TREASURY-RECORD
           WRITE TREASURY-RECORD
           CLOSE TREASURY-FILE

           MOVE WS-DETAIL-CT TO FEED-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO FEED-HASH-TOTAL
           SET FEED-FUNC-LOG TO TRUE
           CALL 'FEEDLOG' USING FEED-PARM-AREA
           END-CALL
           IF FEED-RC-FAILED
               DISPLAY 'Transmission log write failed'
               SET WS-RUN-FAILED TO TRUE
           END-IF

           MOVE WS-CF-CT TO DISP-CF-CT
           DISPLAY 'Cash forecast - authors walked:  ' DISP-CF-CT
           MOVE WS-NO-RATE-CT TO DISP-CF-CT
           DISPLAY 'Cash forecast - no local rate:   ' DISP-CF-CT
           MOVE WS-GRAND-USD TO DISP-CF-AMT
           DISPLAY 'Cash forecast - total required:  ' DISP-CF-AMT
           .
       100-EXIT.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-NO-RATE-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       120-READ-RUN-CONTROL.
           MOVE 'CASHFCST' TO RUNP-STEP-NAME
           MOVE 'CYCLES' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:2) TO WS-CYC-X
           IF RUNP-RC-OK
              AND WS-CYC-X NUMERIC
              AND WS-CYC-9 > ZERO
              AND WS-CYC-9 NOT > 12
               MOVE WS-CYC-9 TO WS-CYCLES
           END-IF

           MOVE 'CASHFCST' TO RUNP-STEP-NAME
           MOVE 'TREND-PERS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-PERS-X
           IF RUNP-RC-OK
              AND WS-PERS-X NUMERIC
              AND WS-PERS-X NOT = '000'
               MOVE WS-PERS-9 TO WS-TREND-PERS
           END-IF

           MOVE 'ROYCALC' TO RUNP-STEP-NAME
           MOVE 'MIN-PAYMENT' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:9) TO WS-MIN-X
           IF RUNP-RC-OK
              AND WS-MIN-X NUMERIC
              AND WS-MIN-X NOT = '000000000'
               MOVE WS-MIN-9 TO WS-MIN-PAYMENT
           END-IF

           MOVE 'ROYCALC' TO RUNP-STEP-NAME
           MOVE 'RESERVE-PCT' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-PERS-X
           IF RUNP-RC-OK AND WS-PERS-X NUMERIC
               MOVE WS-PERS-9 TO WS-RESERVE-PCT
           END-IF

           MOVE 'ROYCALC' TO RUNP-STEP-NAME
           MOVE 'RESERVE-PERS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-PERS-X
           IF RUNP-RC-OK AND WS-PERS-X NUMERIC
               MOVE WS-PERS-9 TO WS-RESV-PERIODS
           END-IF.

       150-READ-SETTLE-CONTROL.
           OPEN INPUT SETTLE-CTL-FILE
           IF WS-CTL-FILE-STATUS = '00'
               READ SETTLE-CTL-FILE
                   AT END
                       MOVE SPACES TO SETTLE-CTL-RECORD
               END-READ
               CLOSE SETTLE-CTL-FILE
               IF SETTLE-CTL-RECORD NUMERIC
                   MOVE SETTLE-CTL-RECORD TO WS-LAST-SETTLED
               END-IF
           END-IF.

       180-OPEN-AUTHOR-WORK.
           OPEN OUTPUT AUTHOR-WORK-FILE
           IF WS-AUW-FILE-STATUS = '00'
               CLOSE AUTHOR-WORK-FILE
               OPEN I-O AUTHOR-WORK-FILE
           END-IF
           IF WS-AUW-FILE-STATUS NOT = '00'
               DISPLAY 'Author work file open failed, status '
                       WS-AUW-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.

      *    every pending item goes out with the next disbursement
      *    -- a variance hold is still owed and treasury funds it;
      *    an agency's garnishment remittance is always USD
       200-LOAD-PENDING-ITEMS.
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
                   IF PR-PERIOD = WS-CURR-PERIOD
                      AND NOT PR-PAYEE-AGENCY
                      AND NOT PR-VOID
                       SET WS-RUN-DONE TO TRUE
                   END-IF
                   IF PR-PENDING
                      AND PR-AMOUNT NUMERIC
                       MOVE 1 TO WS-CYC
                       MOVE 1 TO WS-BKT-SRC
                       MOVE PR-AMOUNT TO WS-BKT-AMOUNT
                       IF PR-PAYEE-AGENCY
                           MOVE 'USD' TO WS-BKT-CURRENCY
                           MOVE 1 TO WS-BKT-RATE
                       ELSE
                           MOVE PR-AU-ID TO WS-LK-AU-ID
                           PERFORM 500-FIND-AUTHOR
                           MOVE WS-CF-CURRENCY TO WS-BKT-CURRENCY
                           MOVE WS-CF-RATE     TO WS-BKT-RATE
                       END-IF
                       PERFORM 550-ADD-TO-BUCKET
                   END-IF
               END-IF
           END-PERFORM

           IF WS-REG-FILE-STATUS = '00' OR WS-REG-FILE-STATUS = '10'
               CLOSE PAY-REGISTER-FILE
           END-IF.

       250-LOAD-HELD-BALANCES.
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
                      AND HB-BALANCE > ZERO
                       MOVE HB-AU-ID TO WS-LK-AU-ID
                       PERFORM 500-FIND-AUTHOR
                       IF NOT WS-RUN-FAILED
                           ADD HB-BALANCE TO WS-CF-HELD
                           PERFORM 510-SAVE-AUTHOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-HELD-FILE-STATUS = '00' OR WS-HELD-FILE-STATUS = '10'
               CLOSE HELD-BALANCE-FILE
           END-IF.

      *    a reserve row comes back once it is the author's
      *    holding period old -- one already past it releases with
      *    the first run
       300-LOAD-RESERVE-BALANCES.
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
                   MOVE HB-PERIOD TO WS-PER-X
                   IF HB-BALANCE NUMERIC
                      AND HB-BALANCE > ZERO
                      AND WS-PER-X NUMERIC
                       MOVE HB-AU-ID TO WS-LK-AU-ID
                       PERFORM 530-GET-CONTRACT-RESERVE
                       COMPUTE WS-WORK-MONTHS =
                           WS-PER-YEAR * 12 + WS-PER-MONTH - 1
                           + WS-LK-RESV-PERIODS - WS-CURR-MONTHS + 1
                       IF WS-WORK-MONTHS < 1
                           MOVE 1 TO WS-WORK-MONTHS
                       END-IF
                       IF WS-WORK-MONTHS NOT > WS-CYCLES
                           MOVE WS-WORK-MONTHS TO WS-CYC
                           PERFORM 500-FIND-AUTHOR
                           IF NOT WS-RUN-FAILED
                               ADD HB-BALANCE TO WS-CF-RESV-REL(WS-CYC)
                               PERFORM 510-SAVE-AUTHOR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RESV-FILE-STATUS = '00' OR WS-RESV-FILE-STATUS = '10'
               CLOSE RESERVE-BALANCE-FILE
           END-IF.

      *    each active author's share of their titles' rated sales
      *    over the window, averaged per period -- the same
      *    arithmetic ADVFCST projects earn-out with
       350-LOAD-EARNINGS-TREND.
           EXEC SQL
               DECLARE CFEARN CURSOR FOR
               SELECT TA.AU_ID,
                      SUM(S.DOLLARS
                          * COALESCE(R.ROY_RATE, 100) / 100
                          * TA.ROYALTYPER / 100)
                  FROM titleauthor TA
                       JOIN authors A
                         ON A.AU_ID = TA.AU_ID
                       JOIN SALESSUM S
                         ON S.TITLE_ID = TA.TITLE_ID
                       LEFT OUTER JOIN SALESRATE R
                         ON R.TITLE_ID = S.TITLE_ID
                        AND R.FORMAT_CODE = S.FORMAT_CODE
                        AND R.CHANNEL = S.CHANNEL
                  WHERE S.PERIOD >= :WS-FROM-PERIOD
                    AND S.PERIOD < :WS-CURR-PERIOD
                    AND COALESCE(A.AU_STATUS, 'A') <> 'I'
                  GROUP BY TA.AU_ID
                  ORDER BY TA.AU_ID
           END-EXEC

           EXEC SQL
               OPEN CFEARN
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open CFEARN ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-EARN-NO-MORE TO TRUE
           END-IF

           PERFORM 360-LOAD-ONE-AUTHOR-TREND UNTIL WS-EARN-NO-MORE

           EXEC SQL
               CLOSE CFEARN
           END-EXEC.

       360-LOAD-ONE-AUTHOR-TREND.
           EXEC SQL
               FETCH CFEARN INTO
                  :WS-EA-AU-ID, :WS-EA-EARNED:WS-EA-EARNED-IND
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-EARN-NO-MORE TO TRUE
           ELSE
               IF WS-EA-EARNED-IND NOT < ZERO
                  AND WS-EA-EARNED > ZERO
                   MOVE WS-EA-AU-ID TO WS-LK-AU-ID
                   PERFORM 500-FIND-AUTHOR
                   IF NOT WS-RUN-FAILED
                       COMPUTE WS-CF-EARN ROUNDED =
                           WS-EA-EARNED / WS-TREND-PERS
                       PERFORM 510-SAVE-AUTHOR
                   END-IF
               END-IF
           END-IF.

      *    the author work file comes back in AU_ID order, one
      *    author at a time through the walk
       390-START-AUTHOR-WALK.
           MOVE 'N' TO WS-EOF-SW
           CLOSE AUTHOR-WORK-FILE
           OPEN INPUT AUTHOR-WORK-FILE
           IF WS-AUW-FILE-STATUS NOT = '00'
               DISPLAY 'Author work file reopen failed, status '
                       WS-AUW-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       395-WALK-ONE-AUTHOR.
           READ AUTHOR-WORK-FILE NEXT RECORD INTO WS-CF-ENTRY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 400-PROJECT-ONE-AUTHOR
           END-READ.

      *    one author across the horizon.  An author leaving is
      *    paid the held balance whole by SETTLE in the cycle the
      *    termination falls in, threshold or no; everyone else
      *    builds up trend earnings and reserve releases on top of
      *    what is held, and is paid in a cycle the pay schedule
      *    makes due once the total reaches the minimum
       400-PROJECT-ONE-AUTHOR.
           MOVE WS-CF-CURRENCY TO WS-BKT-CURRENCY
           MOVE WS-CF-RATE     TO WS-BKT-RATE
           MOVE WS-CF-UNRECOUPED TO WS-WK-UNRECOUPED
           MOVE WS-CF-HELD TO WS-WK-HELD
           MOVE ZERO TO WS-WK-RESV WS-WK-TREND

           EVALUATE TRUE
               WHEN WS-CF-TO-SETTLE
                   IF WS-WK-HELD > ZERO
                      AND WS-CF-SETTLE-CYC NOT > WS-CYCLES
                       MOVE WS-CF-SETTLE-CYC TO WS-CYC
                       MOVE 4 TO WS-BKT-SRC
                       MOVE WS-WK-HELD TO WS-BKT-AMOUNT
                       PERFORM 550-ADD-TO-BUCKET
                   END-IF
               WHEN WS-CF-SETTLED
                   CONTINUE
               WHEN OTHER
                   PERFORM 420-PROJECT-ONE-CYCLE
                       VARYING WS-CYC FROM WS-FIRST-CYCLE BY 1
                       UNTIL WS-CYC > WS-CYCLES
           END-EVALUATE.

       420-PROJECT-ONE-CYCLE.
      *    the advance soaks up earnings first, then the reserve
      *    takes its percentage of what is left
           MOVE WS-CF-EARN TO WS-WK-EARN
           IF WS-WK-UNRECOUPED > ZERO
               IF WS-WK-EARN > WS-WK-UNRECOUPED
                   MOVE WS-WK-UNRECOUPED TO WS-WK-TAKE
               ELSE
                   MOVE WS-WK-EARN TO WS-WK-TAKE
               END-IF
               SUBTRACT WS-WK-TAKE FROM WS-WK-EARN WS-WK-UNRECOUPED
           END-IF
           COMPUTE WS-WK-RESERVE ROUNDED =
               WS-WK-EARN * WS-CF-RESV-PCT / 100
           SUBTRACT WS-WK-RESERVE FROM WS-WK-EARN
           ADD WS-WK-EARN TO WS-WK-TREND
           ADD WS-CF-RESV-REL(WS-CYC) TO WS-WK-RESV

           MOVE 'Y' TO WS-PAY-DUE-SW
           IF WS-CF-FREQ > 1
               COMPUTE WS-WORK-MONTHS = WS-CURR-MONTHS + WS-CYC - 1
               PERFORM 700-MONTHS-TO-PERIOD
               COMPUTE WS-WK-OFFSET = FUNCTION MOD(
                   WS-PER-MONTH + 12 - WS-CF-FIRST-MON,
                   WS-CF-FREQ)
               IF WS-WK-OFFSET NOT = ZERO
                   MOVE 'N' TO WS-PAY-DUE-SW
               END-IF
           END-IF

           COMPUTE WS-WK-TOTAL = WS-WK-HELD + WS-WK-RESV + WS-WK-TREND
           IF WS-PAY-DUE
              AND WS-WK-TOTAL > ZERO
              AND WS-WK-TOTAL NOT < WS-MIN-PAYMENT
               MOVE 2 TO WS-BKT-SRC
               MOVE WS-WK-HELD TO WS-BKT-AMOUNT
               PERFORM 550-ADD-TO-BUCKET
               MOVE 3 TO WS-BKT-SRC
               MOVE WS-WK-RESV TO WS-BKT-AMOUNT
               PERFORM 550-ADD-TO-BUCKET
               MOVE 5 TO WS-BKT-SRC
               MOVE WS-WK-TREND TO WS-BKT-AMOUNT
               PERFORM 550-ADD-TO-BUCKET
               MOVE ZERO TO WS-WK-HELD WS-WK-RESV WS-WK-TREND
           END-IF.

      *    leaves the author's entry in WS-CF-ENTRY, adding the
      *    author first if new
       500-FIND-AUTHOR.
           MOVE 'Y' TO WS-CF-FOUND-SW
           MOVE WS-LK-AU-ID TO CFW-AU-ID
           READ AUTHOR-WORK-FILE INTO WS-CF-ENTRY
               INVALID KEY
                   MOVE 'N' TO WS-CF-FOUND-SW
           END-READ
           IF NOT WS-CF-FOUND
               ADD 1 TO WS-CF-CT
               PERFORM 520-ADD-AUTHOR
               WRITE CF-AUTHOR-RECORD FROM WS-CF-ENTRY
                   INVALID KEY
                       DISPLAY 'Author work file write failed, '
                               'status ' WS-AUW-FILE-STATUS
                       SET WS-RUN-FAILED TO TRUE
               END-WRITE
           END-IF.

       510-SAVE-AUTHOR.
           REWRITE CF-AUTHOR-RECORD FROM WS-CF-ENTRY
               INVALID KEY
                   DISPLAY 'Author work file rewrite failed, '
                           'status ' WS-AUW-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
           END-REWRITE.

      *    the author's currency and rate, standing with the
      *    shop, open advance balance and pay schedule
       520-ADD-AUTHOR.
           INITIALIZE WS-CF-ENTRY
           MOVE WS-LK-AU-ID TO WS-CF-AU-ID
           MOVE 'USD' TO WS-CF-CURRENCY
           MOVE 1 TO WS-CF-RATE
           SET WS-CF-ACTIVE TO TRUE
           MOVE 1 TO WS-CF-FREQ
           MOVE 1 TO WS-CF-SETTLE-CYC
           PERFORM 530-GET-CONTRACT-RESERVE
           MOVE WS-LK-RESV-PCT TO WS-CF-RESV-PCT

           MOVE SPACES TO WS-LK-COUNTRY WS-LK-TERM-DATE
           MOVE 'A' TO WS-LK-STATUS
           EXEC SQL
               SELECT COUNTRY, COALESCE(AU_STATUS, 'A'),
                      COALESCE(AU_TERM_DATE, ' ')
                  INTO :WS-LK-COUNTRY:WS-LK-COUNTRY-IND,
                       :WS-LK-STATUS, :WS-LK-TERM-DATE
                  FROM authors
                  WHERE AU_ID = :WS-LK-AU-ID
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
           END-IF
           IF SQLCODE NOT = ZERO OR WS-LK-COUNTRY-IND < ZERO
               MOVE SPACES TO WS-LK-COUNTRY
           END-IF

      *    terminated since the last settlement is SETTLE's to
      *    pay; terminated before it has been paid off already
           IF WS-LK-STATUS = 'I'
               IF WS-LK-TERM-DATE > WS-LAST-SETTLED
                   SET WS-CF-TO-SETTLE TO TRUE
                   MOVE WS-LK-TERM-DATE(1:6) TO WS-PER-X
                   IF WS-PER-X NUMERIC
                       COMPUTE WS-WORK-MONTHS =
                           WS-PER-YEAR * 12 + WS-PER-MONTH - 1
                           - WS-CURR-MONTHS + 1
                       IF WS-WORK-MONTHS > 1
                           IF WS-WORK-MONTHS > 99
                               MOVE 99 TO WS-CF-SETTLE-CYC
                           ELSE
                               MOVE WS-WORK-MONTHS
                                   TO WS-CF-SETTLE-CYC
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   SET WS-CF-SETTLED TO TRUE
               END-IF
           END-IF

           MOVE WS-LK-COUNTRY TO CUR-COUNTRY
           MOVE ZERO          TO CUR-NATIVE-AMOUNT
           MOVE SPACES        TO CUR-RATE-DATE
           CALL 'CURCONV' USING CUR-PARM-AREA
           END-CALL
           IF CUR-CURRENCY-CODE NOT = SPACES
               MOVE CUR-CURRENCY-CODE TO WS-CF-CURRENCY
           END-IF
           IF CUR-RC-OK
              AND CUR-RATE-TO-USD > ZERO
               MOVE CUR-RATE-TO-USD TO WS-CF-RATE
           ELSE
               MOVE ZERO TO WS-CF-RATE
               ADD 1 TO WS-NO-RATE-CT
               DISPLAY 'No exchange rate for ' CUR-CURRENCY-CODE
                       ' - author ' WS-LK-AU-ID
                       ' forecast in USD only'
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(UNRECOUPED), 0)
                  INTO :WS-LK-UNRECOUPED
                  FROM ADVANCES
                  WHERE AU_ID = :WS-LK-AU-ID
                    AND UNRECOUPED > 0
           END-EXEC
           IF SQLCODE = ZERO
               MOVE WS-LK-UNRECOUPED TO WS-CF-UNRECOUPED
           ELSE
               PERFORM 900-CHECK-SQLCODE
           END-IF

           EXEC SQL
               SELECT PAY_FREQ, FIRST_PAY_MON
                  INTO :WS-LK-FREQ, :WS-LK-FIRST-MON
                  FROM PAYSCHED
                  WHERE AU_ID = :WS-LK-AU-ID
           END-EXEC
           IF SQLCODE = ZERO
               EVALUATE WS-LK-FREQ
                   WHEN 'Q'
                       MOVE 3 TO WS-CF-FREQ
                   WHEN 'S'
                       MOVE 6 TO WS-CF-FREQ
                   WHEN 'A'
                       MOVE 12 TO WS-CF-FREQ
                   WHEN OTHER
                       MOVE 1 TO WS-CF-FREQ
               END-EVALUATE
               IF WS-LK-FIRST-MON NUMERIC
                   MOVE WS-LK-FIRST-MON
                       TO WS-CF-FIRST-MON
               ELSE
                   MOVE 1 TO WS-CF-FREQ
               END-IF
           ELSE
               IF SQLCODE NOT = 100
                   PERFORM 900-CHECK-SQLCODE
               END-IF
           END-IF.

      *    largest percentage and longest holding period across
      *    the author's active contracts, the house terms where
      *    none is set -- the same reading ROYCALC makes
       530-GET-CONTRACT-RESERVE.
           MOVE WS-RESERVE-PCT  TO WS-LK-RESV-PCT
           MOVE WS-RESV-PERIODS TO WS-LK-RESV-PERIODS
           EXEC SQL
               SELECT MAX(RESV_PCT), MAX(RESV_PERIODS)
                  INTO :WS-CT-RESV-PCT:WS-CT-RESV-PCT-IND,
                       :WS-CT-RESV-PERS:WS-CT-RESV-PERS-IND
                  FROM CONTRACTS
                  WHERE AU_ID = :WS-LK-AU-ID
                    AND STATUS = 'A'
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               IF WS-CT-RESV-PCT-IND NOT < 0
                  AND WS-CT-RESV-PCT NOT < ZERO
                  AND WS-CT-RESV-PCT NOT > 100
                   MOVE WS-CT-RESV-PCT TO WS-LK-RESV-PCT
               END-IF
               IF WS-CT-RESV-PERS-IND NOT < 0
                  AND WS-CT-RESV-PERS > ZERO
                   MOVE WS-CT-RESV-PERS TO WS-LK-RESV-PERIODS
               END-IF
           END-IF.

       550-ADD-TO-BUCKET.
           IF WS-BKT-AMOUNT NOT = ZERO
               MOVE ZERO TO WS-BKT-HIT
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > WS-BKT-CT
                          OR WS-BKT-HIT > ZERO
                   IF WS-BK-CYCLE(WS-BKT-SUB) = WS-CYC
                      AND WS-BK-CURRENCY(WS-BKT-SUB) = WS-BKT-CURRENCY
                       MOVE WS-BKT-SUB TO WS-BKT-HIT
                   END-IF
               END-PERFORM
               IF WS-BKT-HIT = ZERO
                   IF WS-BKT-CT NOT < 400
                       DISPLAY 'Forecast bucket table full - run '
                               'aborted'
                       SET WS-RUN-FAILED TO TRUE
                   ELSE
                       ADD 1 TO WS-BKT-CT
                       MOVE WS-BKT-CT TO WS-BKT-HIT
                       MOVE WS-CYC TO WS-BK-CYCLE(WS-BKT-HIT)
                       MOVE WS-BKT-CURRENCY
                           TO WS-BK-CURRENCY(WS-BKT-HIT)
                       MOVE WS-BKT-RATE TO WS-BK-RATE(WS-BKT-HIT)
                   END-IF
               END-IF
               IF WS-BKT-HIT > ZERO
                   ADD WS-BKT-AMOUNT
                       TO WS-BK-AMT(WS-BKT-HIT, WS-BKT-SRC)
               END-IF
           END-IF.

      *    a cycle's currencies in the order they turned up, then
      *    the cycle's USD total
       600-REPORT-ONE-CYCLE.
           COMPUTE WS-WORK-MONTHS = WS-CURR-MONTHS + WS-CYC - 1
           PERFORM 700-MONTHS-TO-PERIOD
           INITIALIZE WS-CYC-TOTALS

           PERFORM 620-REPORT-ONE-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-BKT-CT

           COMPUTE WS-CYC-USD = WS-CYC-AMT(1) + WS-CYC-AMT(2)
                              + WS-CYC-AMT(3) + WS-CYC-AMT(4)
                              + WS-CYC-AMT(5)
           ADD WS-CYC-USD TO WS-GRAND-USD
           MOVE SPACES TO CASH-RPT-LINE
           MOVE WS-PER-X TO CR-PERIOD
           MOVE 'ALL' TO CR-CURRENCY
           MOVE WS-CYC-AMT(1) TO CR-PENDING
           MOVE WS-CYC-AMT(2) TO CR-HELD
           MOVE WS-CYC-AMT(3) TO CR-RESERVE
           MOVE WS-CYC-AMT(4) TO CR-SETTLE
           MOVE WS-CYC-AMT(5) TO CR-TREND
           MOVE WS-CYC-USD    TO CR-TOTAL-USD
           MOVE SPACES TO CR-TOTAL-LOCAL-X
           MOVE 'CYCLE TOTL' TO CR-NOTE
           PERFORM 680-WRITE-CASH-LINE.

       620-REPORT-ONE-BUCKET.
           IF WS-BK-CYCLE(WS-BKT-SUB) = WS-CYC
               COMPUTE WS-BKT-USD = WS-BK-AMT(WS-BKT-SUB, 1)
                                  + WS-BK-AMT(WS-BKT-SUB, 2)
                                  + WS-BK-AMT(WS-BKT-SUB, 3)
                                  + WS-BK-AMT(WS-BKT-SUB, 4)
                                  + WS-BK-AMT(WS-BKT-SUB, 5)
               PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                       UNTIL WS-AMT-SUB > 5
                   ADD WS-BK-AMT(WS-BKT-SUB, WS-AMT-SUB)
                       TO WS-CYC-AMT(WS-AMT-SUB)
                          WS-GRD-AMT(WS-AMT-SUB)
               END-PERFORM

               MOVE SPACES TO CASH-RPT-LINE
               MOVE WS-PER-X TO CR-PERIOD
               MOVE WS-BK-CURRENCY(WS-BKT-SUB) TO CR-CURRENCY
               MOVE WS-BK-AMT(WS-BKT-SUB, 1) TO CR-PENDING
               MOVE WS-BK-AMT(WS-BKT-SUB, 2) TO CR-HELD
               MOVE WS-BK-AMT(WS-BKT-SUB, 3) TO CR-RESERVE
               MOVE WS-BK-AMT(WS-BKT-SUB, 4) TO CR-SETTLE
               MOVE WS-BK-AMT(WS-BKT-SUB, 5) TO CR-TREND
               MOVE WS-BKT-USD TO CR-TOTAL-USD

      *        the local figure runs the EXCHRATE rate backward,
      *        as ROYCALC's local-currency record does
               MOVE ZERO TO WS-BKT-LOCAL
               EVALUATE TRUE
                   WHEN WS-BK-CURRENCY(WS-BKT-SUB) = 'USD'
                       MOVE WS-BKT-USD TO WS-BKT-LOCAL
                       MOVE WS-BKT-USD TO CR-TOTAL-LOCAL
                   WHEN WS-BK-RATE(WS-BKT-SUB) > ZERO
                       COMPUTE WS-BKT-LOCAL ROUNDED =
                           WS-BKT-USD / WS-BK-RATE(WS-BKT-SUB)
                       MOVE WS-BKT-LOCAL TO CR-TOTAL-LOCAL
                   WHEN OTHER
                       MOVE SPACES TO CR-TOTAL-LOCAL-X
                       MOVE 'NO RATE' TO CR-NOTE
               END-EVALUATE
               PERFORM 680-WRITE-CASH-LINE

               MOVE SPACES TO TRSY-DETAIL-LINE
               MOVE 'D' TO TRSY-DETAIL-LINE(1:1)
               MOVE WS-PER-X TO TD-PERIOD
               MOVE WS-BK-CURRENCY(WS-BKT-SUB) TO TD-CURRENCY
               MOVE WS-BKT-USD TO TD-USD-AMOUNT
               MOVE WS-BKT-LOCAL TO TD-LOCAL-AMOUNT
               MOVE WS-BK-RATE(WS-BKT-SUB) TO TD-RATE
               MOVE TRSY-DETAIL-LINE TO TREASURY-RECORD
               WRITE TREASURY-RECORD
               ADD 1 TO WS-DETAIL-CT
               ADD WS-BKT-USD TO WS-HASH-TOTAL
           END-IF.

       680-WRITE-CASH-LINE.
           MOVE CASH-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING CASH-RPT-CTL
           END-CALL.

      *    a running month count back to YYYYMM -- month zero of
      *    a year is January
       700-MONTHS-TO-PERIOD.
           DIVIDE WS-WORK-MONTHS BY 12
               GIVING WS-PER-YEAR REMAINDER WS-PER-MONTH
           ADD 1 TO WS-PER-MONTH.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM CASHFCST.
