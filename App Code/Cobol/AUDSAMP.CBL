       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMP.
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
           SELECT SPLIT-HIST-FILE ASSIGN TO "SPLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-FILE-STATUS.
           SELECT WHT-LOG-FILE ASSIGN TO WS-WHT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHT-FILE-STATUS.
           SELECT PEND-APPR-FILE ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.
           SELECT STMT-ARCHIVE-FILE ASSIGN TO "STMARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  SPLIT-HIST-FILE.
       01  SPLIT-HIST-RECORD       PIC X(80).

       FD  WHT-LOG-FILE.
       01  WHT-LOG-RECORD          PIC X(100).

       FD  PEND-APPR-FILE.
       01  PEND-APPR-RECORD        PIC X(110).

       FD  STMT-ARCHIVE-FILE.
       01  STMT-ARCHIVE-RECORD     PIC X(140).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.

      *    internal-audit payment sample pack.  The auditors pick
      *    payments every year and the support for each used to be
      *    pulled by hand from half a dozen files.  This step draws
      *    a reproducible random sample of the year's PAYREG.DAT
      *    payments -- the same seed over the same register draws
      *    the same payments -- and writes, for each one, the whole
      *    trail in one document: the register line, the sales rows
      *    and the rate each was priced at, the split and its
      *    SPLHIST.DAT history, the advance recoupment and the
      *    adjustments applied, the withholding logged, the
      *    approvals on PENDAPPR.DAT, the bank detail the money
      *    went to and the statement archived on STMARCH.DAT.  An
      *    optional stratum card takes every payment at or above
      *    the amount as a key item, with the random draw made
      *    from the rest.  The seed and the sample list lead the
      *    pack so the auditor can reproduce the draw.
      *
      *    the generator is the minimal-standard multiplicative
      *    one (seed times 16807, modulo 2**31 - 1), done in
      *    plain arithmetic so the draw is the same wherever the
      *    pack is rerun
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-EOF-SW             PIC X.
           88 WS-EOF                VALUE 'Y'.
       01 WS-CSR-MORE-SW        PIC X.
           88 WS-CSR-NO-MORE        VALUE 'N'.
       01 WS-TTL-MORE-SW        PIC X.
           88 WS-TTL-NO-MORE        VALUE 'N'.
       01 WS-FOUND-SW           PIC X.
           88 WS-FOUND              VALUE 'Y'.

       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-SPL-FILE-STATUS    PIC XX.
       01 WS-WHT-FILE-STATUS    PIC XX.
       01 WS-APPR-FILE-STATUS   PIC XX.
       01 WS-STMA-FILE-STATUS   PIC XX.
       01 WS-WHT-FILE-NAME      PIC X(12).
       01 WS-WHT-PASS           PIC 9 COMP.

       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-BUSINESS-DATE-9 REDEFINES WS-BUSINESS-DATE
                                PIC 9(8).

      *    run-control cards, zero-padded to their full width: the
      *    audit year (default the year before the business date),
      *    the seed (default the business date), the number of
      *    payments to draw (default 25) and the key-item stratum
      *    in whole dollars (default none)
       01 WS-AUDIT-YEAR         PIC X(4).
       01 WS-AUDIT-YEAR-9 REDEFINES WS-AUDIT-YEAR
                                PIC 9(4).
       01 WS-SEED-X             PIC X(10).
       01 WS-SEED-9 REDEFINES WS-SEED-X
                                PIC 9(10).
       01 WS-SEED               PIC 9(10).
       01 WS-SIZE-X             PIC X(4).
       01 WS-SIZE-9 REDEFINES WS-SIZE-X
                                PIC 9(4).
       01 WS-SAMPLE-SIZE        PIC 9(4) VALUE 25.
       01 WS-STRATUM-X          PIC X(9).
       01 WS-STRATUM-9 REDEFINES WS-STRATUM-X
                                PIC 9(9).
       01 WS-STRATUM-AMT        PIC 9(9)V99 VALUE ZERO.

       01 WS-RAND               PIC 9(10).
       01 WS-RAND-PRODUCT       PIC 9(15).
       01 WS-RAND-QUOT          PIC 9(15).
       01 WS-DRAW-TRIES         PIC 9(9) COMP VALUE ZERO.
       01 WS-DRAW-LIMIT         PIC 9(9) COMP.

      *    the year's paid items in register order -- the order is
      *    part of what makes the draw reproducible
       01 WS-POP-TABLE.
           05 WS-POP-ENTRY OCCURS 5000 TIMES.
               10 WS-POP-LINE           PIC X(95).
               10 WS-POP-PICK-SW        PIC X.
                   88 WS-POP-PICKED         VALUE 'Y'.
               10 WS-POP-KEY-SW         PIC X.
                   88 WS-POP-KEY-ITEM       VALUE 'Y'.
       01 WS-POP-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-POP-MAX            PIC 9(4) COMP VALUE 5000.
       01 WS-POP-SUB            PIC 9(4) COMP.
       01 WS-POP-OVER-CT        PIC 9(7) COMP VALUE ZERO.

       01 WS-POOL-TABLE.
           05 WS-POOL-POP-SUB OCCURS 5000 TIMES
                                PIC 9(4) COMP.
       01 WS-POOL-CT            PIC 9(4) COMP VALUE ZERO.
       01 WS-POOL-SUB           PIC 9(4) COMP.

       01 WS-SAMPLE-TABLE.
           05 WS-SAMPLE-POP-SUB OCCURS 5000 TIMES
                                PIC 9(4) COMP.
       01 WS-SAMPLE-CT          PIC 9(4) COMP VALUE ZERO.
       01 WS-SAMPLE-SUB         PIC 9(4) COMP.
       01 WS-KEY-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-RANDOM-CT          PIC 9(4) COMP VALUE ZERO.
       01 WS-SAMPLE-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01 WS-POP-TOTAL          PIC S9(13)V99 VALUE ZERO.

           COPY PAYRREC.
           COPY APPRREC.

      *    SPLHIST.DAT line exactly as SPLHIST lays it down
       01 WS-SPL-LINE.
           05 SL-CALLER             PIC X(8).
           05 FILLER                PIC X.
           05 SL-TITLE-ID           PIC 9(5).
           05 FILLER                PIC X.
           05 SL-AU-ID              PIC X(11).
           05 FILLER                PIC X.
           05 SL-EFF-DATE           PIC X(8).
           05 FILLER                PIC X.
           05 SL-OLD-PER            PIC 9(4).
           05 FILLER                PIC X.
           05 SL-NEW-PER            PIC 9(4).
           05 FILLER                PIC X.
           05 SL-USER-ID            PIC X(8).
           05 FILLER                PIC X(26).

      *    WHTLOG.DAT line exactly as WHTHIST lays it down
       01 WS-WHT-LINE.
           05 WL-CALLER             PIC X(8).
           05 FILLER                PIC X.
           05 WL-AU-ID              PIC X(11).
           05 FILLER                PIC X.
           05 WL-PERIOD             PIC X(6).
           05 FILLER                PIC X.
           05 WL-COUNTRY            PIC X(30).
           05 FILLER                PIC X.
           05 WL-STATE              PIC X(2).
           05 FILLER                PIC X.
           05 WL-GROSS              PIC 9(9)V99.
           05 FILLER                PIC X.
           05 WL-WITHHELD           PIC 9(9)V99.
           05 FILLER                PIC X(3).

      *    STMARCH.DAT line exactly as ROYSTMT files it
       01 WS-STMA-LINE.
           05 SA-AU-ID              PIC X(11).
           05 FILLER                PIC X.
           05 SA-PERIOD             PIC X(6).
           05 FILLER                PIC X.
           05 SA-LINE               PIC X(120).
           05 FILLER                PIC X.

      *    the payment being documented and what is looked up
      *    for it
       01 WS-AS-AU-ID           PIC X(11).
       01 WS-AS-PAYEE-ID        PIC X(11).
       01 WS-AS-PERIOD          PIC X(6).
       01 WS-AS-TITLE-ID        PIC S9(4) COMP.
       01 WS-AS-ROYALTYPER      PIC S9(9) COMP.
       01 WS-AS-FORMAT          PIC X(2).
       01 WS-AS-CHANNEL         PIC X(2).
       01 WS-AS-UNITS           PIC S9(9) COMP.
       01 WS-AS-DOLLARS         PIC S9(11)V99.
       01 WS-AS-RATE            PIC S9(3)V99.
       01 WS-AS-RATED           PIC S9(11)V99.
       01 WS-AS-RECOUPED        PIC S9(9)V99.
       01 WS-AS-UNRECOUPED      PIC S9(9)V99.
       01 WS-AS-ADJ-TYPE        PIC X.
       01 WS-AS-ADJ-AMOUNT      PIC S9(9)V99.
       01 WS-AS-REASON          PIC X(4).
       01 WS-AS-ENTERED-BY      PIC X(8).
       01 WS-AS-ENTERED-DATE    PIC X(8).
       01 WS-AS-WHT-RATE        PIC S9(3)V99.
       01 WS-AS-WHT-RATE-IND    PIC S9(4) COMP.
       01 WS-AS-EFF-RATE        PIC S9(3)V99.
       01 WS-AS-ROUTING         PIC X(9).
       01 WS-AS-ACCOUNT         PIC X(17).
       01 WS-AS-METHOD          PIC X.
       01 WS-AS-PRENOTE         PIC X.
       01 WS-AS-CHANGE-DATE     PIC X(8).
       01 WS-MASKED-ACCOUNT     PIC X(17).
       01 WS-ACCT-SUB           PIC 9(2) COMP.
       01 WS-ACCT-LEN           PIC 9(2) COMP.
       01 WS-SECTION-CT         PIC 9(5) COMP.

       01 DISP-AS-CT            PIC ZZZ,ZZ9.
       01 DISP-AS-CT-2          PIC ZZZ,ZZ9.
       01 DISP-AS-SEQ           PIC 9(4).
       01 DISP-AS-TITLE         PIC 9(5).
       01 DISP-AS-UNITS         PIC ZZZ,ZZZ,ZZ9-.
       01 DISP-AS-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 DISP-AS-AMT-2         PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 DISP-AS-AMT-3         PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 DISP-AS-PCT           PIC ZZ9.99.
       01 DISP-AS-PCT-2         PIC ZZ9.99.
       01 DISP-AS-SPLIT         PIC ZZ9.
       01 DISP-AS-SPLIT-2       PIC ZZ9.

       01 AUD-DOC-LINE          PIC X(132).

       01 AUD-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'AUDSAMP' TO MYRF-CALLER-ID
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

           PERFORM 200-READ-THE-CARDS

           MOVE 'AUDSAMP.DAT' TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING 'INTERNAL AUDIT PAYMENT SAMPLE PACK - YEAR '
                  WS-AUDIT-YEAR
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'SEED ' WS-SEED
                  '  -- rerun with this seed over the same register '
                  'to reproduce the draw'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING AUD-RPT-CTL
           END-CALL

           PERFORM 300-LOAD-THE-POPULATION
           PERFORM 400-DRAW-THE-SAMPLE
           PERFORM 450-PRINT-THE-SAMPLE-LIST

           PERFORM 500-ASSEMBLE-ONE-PACK
               VARYING WS-SAMPLE-SUB FROM 1 BY 1
               UNTIL WS-SAMPLE-SUB > WS-SAMPLE-CT

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING AUD-RPT-CTL
           END-CALL

           MOVE WS-SAMPLE-CT TO DISP-AS-CT
           MOVE WS-POP-CT TO DISP-AS-CT-2
           DISPLAY 'Audit sample for ' WS-AUDIT-YEAR ' - seed '
                   WS-SEED ', ' DISP-AS-CT ' of ' DISP-AS-CT-2
                   ' payments - see AUDSAMP.DAT'
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-READ-THE-CARDS.
           COMPUTE WS-AUDIT-YEAR-9 =
               WS-BUSINESS-DATE-9 / 10000 - 1
           MOVE 'AUDSAMP' TO RUNP-STEP-NAME
           MOVE 'AUDIT-YEAR' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           IF RUNP-RC-OK AND RUNP-VALUE(1:4) NUMERIC
               MOVE RUNP-VALUE(1:4) TO WS-AUDIT-YEAR
           END-IF

      *    no seed card means the business date seeds the draw;
      *    either way it is printed, so the run can be repeated
           MOVE WS-BUSINESS-DATE-9 TO WS-SEED
           MOVE 'AUDSAMP' TO RUNP-STEP-NAME
           MOVE 'SEED' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:10) TO WS-SEED-X
           IF RUNP-RC-OK AND WS-SEED-X NUMERIC
               MOVE WS-SEED-9 TO WS-SEED
           END-IF

           MOVE 'AUDSAMP' TO RUNP-STEP-NAME
           MOVE 'SAMPLE-SIZE' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:4) TO WS-SIZE-X
           IF RUNP-RC-OK
              AND WS-SIZE-X NUMERIC
              AND WS-SIZE-X NOT = '0000'
               MOVE WS-SIZE-9 TO WS-SAMPLE-SIZE
           END-IF

           MOVE 'AUDSAMP' TO RUNP-STEP-NAME
           MOVE 'STRATUM-AMT' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:9) TO WS-STRATUM-X
           IF RUNP-RC-OK AND WS-STRATUM-X NUMERIC
               MOVE WS-STRATUM-9 TO WS-STRATUM-AMT
           END-IF

           MOVE WS-STRATUM-AMT TO DISP-AS-AMT
           DISPLAY 'AUDSAMP run parameters - AUDIT-YEAR='
                   WS-AUDIT-YEAR ' SEED=' WS-SEED
                   ' SAMPLE-SIZE=' WS-SAMPLE-SIZE
                   ' STRATUM-AMT=' DISP-AS-AMT.

      *    money that actually went out in the year -- issued,
      *    cleared or escheated; pending items haven't been paid
      *    and voids and returns were not payments at all
       300-LOAD-THE-POPULATION.
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
                   IF PR-PERIOD(1:4) = WS-AUDIT-YEAR
                      AND (PR-ISSUED OR PR-CLEARED OR PR-ESCHEATED)
                       PERFORM 310-ADD-TO-POPULATION
                   END-IF
               END-IF
           END-PERFORM

           IF WS-REG-FILE-STATUS = '00' OR WS-REG-FILE-STATUS = '10'
               CLOSE PAY-REGISTER-FILE
           END-IF

           IF WS-POP-OVER-CT > ZERO
               MOVE WS-POP-OVER-CT TO DISP-AS-CT
               DISPLAY 'Register holds more than the sample table - '
                       DISP-AS-CT ' payments left out of the draw'
           END-IF.

       310-ADD-TO-POPULATION.
           IF WS-POP-CT >= WS-POP-MAX
               ADD 1 TO WS-POP-OVER-CT
           ELSE
               ADD 1 TO WS-POP-CT
               MOVE PAY-REGISTER-LINE TO WS-POP-LINE(WS-POP-CT)
               MOVE 'N' TO WS-POP-PICK-SW(WS-POP-CT)
               MOVE 'N' TO WS-POP-KEY-SW(WS-POP-CT)
               ADD PR-AMOUNT TO WS-POP-TOTAL
      *    every payment in the key stratum is taken whole; the
      *    rest make up the pool the random draw comes from
               IF WS-STRATUM-AMT > ZERO
                  AND PR-AMOUNT NOT < WS-STRATUM-AMT
                   SET WS-POP-KEY-ITEM(WS-POP-CT) TO TRUE
                   SET WS-POP-PICKED(WS-POP-CT) TO TRUE
                   ADD 1 TO WS-SAMPLE-CT
                   MOVE WS-POP-CT TO WS-SAMPLE-POP-SUB(WS-SAMPLE-CT)
                   ADD 1 TO WS-KEY-CT
                   ADD PR-AMOUNT TO WS-SAMPLE-TOTAL
               ELSE
                   ADD 1 TO WS-POOL-CT
                   MOVE WS-POP-CT TO WS-POOL-POP-SUB(WS-POOL-CT)
               END-IF
           END-IF.

      *    a draw that lands on a payment already taken is simply
      *    drawn again; asking for more than the pool holds takes
      *    the whole pool
       400-DRAW-THE-SAMPLE.
           IF WS-SAMPLE-SIZE > WS-POOL-CT
               MOVE WS-POOL-CT TO WS-SAMPLE-SIZE
           END-IF

           DIVIDE WS-SEED BY 2147483647
               GIVING WS-RAND-QUOT REMAINDER WS-RAND
           IF WS-RAND = ZERO
               MOVE 1 TO WS-RAND
           END-IF
           COMPUTE WS-DRAW-LIMIT = WS-POOL-CT * 100 + 1000

           PERFORM UNTIL WS-RANDOM-CT >= WS-SAMPLE-SIZE
                      OR WS-DRAW-TRIES > WS-DRAW-LIMIT
               ADD 1 TO WS-DRAW-TRIES
               PERFORM 420-NEXT-RANDOM
               DIVIDE WS-RAND BY WS-POOL-CT
                   GIVING WS-RAND-QUOT REMAINDER WS-POOL-SUB
               ADD 1 TO WS-POOL-SUB
               MOVE WS-POOL-POP-SUB(WS-POOL-SUB) TO WS-POP-SUB
               IF NOT WS-POP-PICKED(WS-POP-SUB)
                   SET WS-POP-PICKED(WS-POP-SUB) TO TRUE
                   ADD 1 TO WS-SAMPLE-CT
                   MOVE WS-POP-SUB TO WS-SAMPLE-POP-SUB(WS-SAMPLE-CT)
                   ADD 1 TO WS-RANDOM-CT
                   MOVE WS-POP-LINE(WS-POP-SUB) TO PAY-REGISTER-LINE
                   ADD PR-AMOUNT TO WS-SAMPLE-TOTAL
               END-IF
           END-PERFORM

           IF WS-RANDOM-CT < WS-SAMPLE-SIZE
               DISPLAY 'Draw stopped short of the sample size'
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       420-NEXT-RANDOM.
           COMPUTE WS-RAND-PRODUCT = WS-RAND * 16807
           DIVIDE WS-RAND-PRODUCT BY 2147483647
               GIVING WS-RAND-QUOT REMAINDER WS-RAND.

       450-PRINT-THE-SAMPLE-LIST.
           MOVE WS-POP-CT TO DISP-AS-CT
           MOVE WS-POP-TOTAL TO DISP-AS-AMT
           MOVE SPACES TO AUD-DOC-LINE
           STRING 'POPULATION  ' DISP-AS-CT ' PAYMENTS  '
                  DISP-AS-AMT ' PAID IN ' WS-AUDIT-YEAR
               DELIMITED BY SIZE INTO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE

           MOVE WS-STRATUM-AMT TO DISP-AS-AMT
           MOVE WS-KEY-CT TO DISP-AS-CT
           MOVE SPACES TO AUD-DOC-LINE
           IF WS-STRATUM-AMT > ZERO
               STRING 'KEY ITEMS   ' DISP-AS-CT ' AT OR ABOVE '
                      DISP-AS-AMT ' - ALL TAKEN'
                   DELIMITED BY SIZE INTO AUD-DOC-LINE
           ELSE
               MOVE 'KEY ITEMS   NO STRATUM CARD - NONE'
                   TO AUD-DOC-LINE
           END-IF
           PERFORM 800-WRITE-DOC-LINE

           MOVE WS-RANDOM-CT TO DISP-AS-CT
           MOVE WS-POOL-CT TO DISP-AS-CT-2
           MOVE SPACES TO AUD-DOC-LINE
           STRING 'RANDOM      ' DISP-AS-CT ' DRAWN FROM '
                  DISP-AS-CT-2 ' WITH SEED ' WS-SEED
               DELIMITED BY SIZE INTO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE

           MOVE WS-SAMPLE-CT TO DISP-AS-CT
           MOVE WS-SAMPLE-TOTAL TO DISP-AS-AMT
           MOVE SPACES TO AUD-DOC-LINE
           STRING 'SAMPLE      ' DISP-AS-CT ' PAYMENTS  '
                  DISP-AS-AMT
               DELIMITED BY SIZE INTO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE

           MOVE SPACES TO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE
           MOVE 'ITEM SELECTED PAYMENT AUTHOR      PERIOD'
               TO AUD-DOC-LINE
           MOVE '            AMOUNT STATUS' TO AUD-DOC-LINE(41:25)
           PERFORM 800-WRITE-DOC-LINE

           PERFORM VARYING WS-SAMPLE-SUB FROM 1 BY 1
                   UNTIL WS-SAMPLE-SUB > WS-SAMPLE-CT
               PERFORM 460-SAMPLE-LIST-LINE
           END-PERFORM.

       460-SAMPLE-LIST-LINE.
           MOVE WS-SAMPLE-POP-SUB(WS-SAMPLE-SUB) TO WS-POP-SUB
           MOVE WS-POP-LINE(WS-POP-SUB) TO PAY-REGISTER-LINE
           MOVE WS-SAMPLE-SUB TO DISP-AS-SEQ
           MOVE PR-AMOUNT TO DISP-AS-AMT
           MOVE SPACES TO AUD-DOC-LINE
           IF WS-POP-KEY-ITEM(WS-POP-SUB)
               STRING DISP-AS-SEQ ' KEY      ' PR-PAY-NUM ' '
                      PR-AU-ID ' ' PR-PERIOD ' ' DISP-AS-AMT
                      ' ' PR-STATUS
                   DELIMITED BY SIZE INTO AUD-DOC-LINE
           ELSE
               STRING DISP-AS-SEQ ' RANDOM   ' PR-PAY-NUM ' '
                      PR-AU-ID ' ' PR-PERIOD ' ' DISP-AS-AMT
                      ' ' PR-STATUS
                   DELIMITED BY SIZE INTO AUD-DOC-LINE
           END-IF
           PERFORM 800-WRITE-DOC-LINE.

      *    one payment's support, section by section, in the order
      *    the money was worked out
       500-ASSEMBLE-ONE-PACK.
           MOVE WS-SAMPLE-POP-SUB(WS-SAMPLE-SUB) TO WS-POP-SUB
           MOVE WS-POP-LINE(WS-POP-SUB) TO PAY-REGISTER-LINE
           MOVE PR-AU-ID    TO WS-AS-AU-ID
           MOVE PR-PAYEE-ID TO WS-AS-PAYEE-ID
           MOVE PR-PERIOD   TO WS-AS-PERIOD

           PERFORM 510-PAYMENT-HEADER
           PERFORM 520-SALES-AND-SPLIT
           PERFORM 530-SPLIT-HISTORY
           PERFORM 540-RECOUPMENT
           PERFORM 550-ADJUSTMENTS
           PERFORM 560-WITHHOLDING
           PERFORM 570-APPROVALS
           PERFORM 580-BANK-DETAIL
           PERFORM 590-ARCHIVED-STATEMENT.

       510-PAYMENT-HEADER.
           MOVE SPACES TO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE
           MOVE ALL '=' TO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE
           MOVE WS-SAMPLE-SUB TO DISP-AS-SEQ
           MOVE SPACES TO AUD-DOC-LINE
           IF WS-POP-KEY-ITEM(WS-POP-SUB)
               STRING 'SAMPLE ITEM ' DISP-AS-SEQ ' (KEY ITEM)'
                      '   PAYMENT ' PR-PAY-NUM
                   DELIMITED BY SIZE INTO AUD-DOC-LINE
           ELSE
               STRING 'SAMPLE ITEM ' DISP-AS-SEQ ' (RANDOM)  '
                      '   PAYMENT ' PR-PAY-NUM
                   DELIMITED BY SIZE INTO AUD-DOC-LINE
           END-IF
           PERFORM 800-WRITE-DOC-LINE

           MOVE 'REGISTER' TO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE
           MOVE PR-AMOUNT TO DISP-AS-AMT
           MOVE SPACES TO AUD-DOC-LINE
           STRING '  AUTHOR ' PR-AU-ID '  PERIOD ' PR-PERIOD
                  '  AMOUNT ' DISP-AS-AMT '  STATUS ' PR-STATUS
                  ' ON ' PR-STATUS-DATE '  ORIGINAL ' PR-ORIG-PAY-NUM
               DELIMITED BY SIZE INTO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE
           MOVE SPACES TO AUD-DOC-LINE
           EVALUATE TRUE
               WHEN PR-PAYEE-AGENT
                   STRING '  PAYEE  AGENT ' PR-PAYEE-ID
                          '  COMMISSION ' PR-COMM-PCT
                       DELIMITED BY SIZE INTO AUD-DOC-LINE
               WHEN PR-PAYEE-AGENCY
                   STRING '  PAYEE  AGENCY ' PR-PAYEE-ID
                          ' (GARNISHMENT OR LEVY)'
                       DELIMITED BY SIZE INTO AUD-DOC-LINE
               WHEN OTHER
                   MOVE '  PAYEE  THE AUTHOR' TO AUD-DOC-LINE
           END-EVALUATE
           PERFORM 800-WRITE-DOC-LINE
           MOVE SPACES TO AUD-DOC-LINE
           IF PR-CHECK-NUM NOT = SPACES
               STRING '  PAID BY CHECK ' PR-CHECK-NUM
                   DELIMITED BY SIZE INTO AUD-DOC-LINE
           ELSE
               MOVE '  PAID BY EFT' TO AUD-DOC-LINE
           END-IF
           PERFORM 800-WRITE-DOC-LINE.

      *    the sales rows for each of the author's titles in the
      *    period, each priced at the rate on SALESRATE for its
      *    format and channel the way the royalty run prices it
       520-SALES-AND-SPLIT.
           MOVE 'SALES AND RATES APPLIED' TO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE
           MOVE ZERO TO WS-SECTION-CT

           EXEC SQL
               DECLARE AUDTITLE CURSOR FOR
               SELECT TITLE_ID, ROYALTYPER
                  FROM titleauthor
                  WHERE AU_ID = :WS-AS-AU-ID
                  ORDER BY TITLE_ID
           END-EXEC

           MOVE 'Y' TO WS-TTL-MORE-SW
           EXEC SQL
               OPEN AUDTITLE
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-TTL-NO-MORE TO TRUE
           END-IF

           PERFORM 525-ONE-TITLE UNTIL WS-TTL-NO-MORE

           EXEC SQL
               CLOSE AUDTITLE
           END-EXEC

           IF WS-SECTION-CT = ZERO
               MOVE '  NO TITLES ON FILE FOR THE AUTHOR'
                   TO AUD-DOC-LINE
               PERFORM 800-WRITE-DOC-LINE
           END-IF.

       525-ONE-TITLE.
           EXEC SQL
               FETCH AUDTITLE INTO
                  :WS-AS-TITLE-ID, :WS-AS-ROYALTYPER
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-TTL-NO-MORE TO TRUE
           ELSE
               ADD 1 TO WS-SECTION-CT
               MOVE WS-AS-TITLE-ID TO DISP-AS-TITLE
               MOVE WS-AS-ROYALTYPER TO DISP-AS-SPLIT
               MOVE SPACES TO AUD-DOC-LINE
               STRING '  TITLE ' DISP-AS-TITLE '  AUTHOR SPLIT '
                      DISP-AS-SPLIT '% (CURRENT - SEE SPLIT HISTORY)'
                   DELIMITED BY SIZE INTO AUD-DOC-LINE
               PERFORM 800-WRITE-DOC-LINE
               PERFORM 527-TITLE-SALES
           END-IF.

       527-TITLE-SALES.
           EXEC SQL
               DECLARE AUDSALES CURSOR FOR
               SELECT S.FORMAT_CODE, S.CHANNEL, S.UNITS, S.DOLLARS,
                      COALESCE(R.ROY_RATE, 100)
                  FROM SALESSUM S
                       LEFT OUTER JOIN SALESRATE R
                         ON R.TITLE_ID = S.TITLE_ID
                        AND R.FORMAT_CODE = S.FORMAT_CODE
                        AND R.CHANNEL = S.CHANNEL
                  WHERE S.TITLE_ID = :WS-AS-TITLE-ID
                    AND S.PERIOD = :WS-AS-PERIOD
                  ORDER BY S.FORMAT_CODE, S.CHANNEL
           END-EXEC

           MOVE 'Y' TO WS-CSR-MORE-SW
           MOVE 'N' TO WS-FOUND-SW
           EXEC SQL
               OPEN AUDSALES
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-CSR-NO-MORE TO TRUE
           END-IF

           PERFORM 528-ONE-SALES-ROW UNTIL WS-CSR-NO-MORE

           EXEC SQL
               CLOSE AUDSALES
           END-EXEC

           IF NOT WS-FOUND
               MOVE '    NO SALES LOADED FOR THE PERIOD'
                   TO AUD-DOC-LINE
               PERFORM 800-WRITE-DOC-LINE
           END-IF.

       528-ONE-SALES-ROW.
           EXEC SQL
               FETCH AUDSALES INTO
                  :WS-AS-FORMAT, :WS-AS-CHANNEL, :WS-AS-UNITS,
                  :WS-AS-DOLLARS, :WS-AS-RATE
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-CSR-NO-MORE TO TRUE
           ELSE
               SET WS-FOUND TO TRUE
               COMPUTE WS-AS-RATED ROUNDED =
                   WS-AS-DOLLARS * WS-AS-RATE / 100
               MOVE WS-AS-UNITS   TO DISP-AS-UNITS
               MOVE WS-AS-DOLLARS TO DISP-AS-AMT
               MOVE WS-AS-RATE    TO DISP-AS-PCT
               MOVE WS-AS-RATED   TO DISP-AS-AMT-2
               MOVE SPACES TO AUD-DOC-LINE
               STRING '    FORMAT ' WS-AS-FORMAT
                      '  CHANNEL ' WS-AS-CHANNEL
                      '  UNITS ' DISP-AS-UNITS
                      '  DOLLARS ' DISP-AS-AMT
                      '  RATE ' DISP-AS-PCT
                      '%  RATED ' DISP-AS-AMT-2
                   DELIMITED BY SIZE INTO AUD-DOC-LINE
               PERFORM 800-WRITE-DOC-LINE
           END-IF.

      *    every split change SPLHIST.DAT holds for the author up
      *    to the end of the period -- one effective inside the
      *    period is what the royalty run prorated by days
       530-SPLIT-HISTORY.
           MOVE 'SPLIT HISTORY' TO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE
           MOVE ZERO TO WS-SECTION-CT

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT SPLIT-HIST-FILE
           IF WS-SPL-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ SPLIT-HIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE SPLIT-HIST-RECORD TO WS-SPL-LINE
                   IF SL-AU-ID = WS-AS-AU-ID
                      AND SL-EFF-DATE(1:6) NOT > WS-AS-PERIOD
                       PERFORM 535-SPLIT-HISTORY-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SPL-FILE-STATUS = '00' OR WS-SPL-FILE-STATUS = '10'
               CLOSE SPLIT-HIST-FILE
           END-IF

           IF WS-SECTION-CT = ZERO
               MOVE '  NO SPLIT CHANGES - SPLIT AS SET UP'
                   TO AUD-DOC-LINE
               PERFORM 800-WRITE-DOC-LINE
           END-IF.

       535-SPLIT-HISTORY-LINE.
           ADD 1 TO WS-SECTION-CT
           MOVE SL-OLD-PER TO DISP-AS-SPLIT
           MOVE SL-NEW-PER TO DISP-AS-SPLIT-2
           MOVE SPACES TO AUD-DOC-LINE
           STRING '  TITLE ' SL-TITLE-ID '  EFFECTIVE ' SL-EFF-DATE
                  '  ' DISP-AS-SPLIT '% TO ' DISP-AS-SPLIT-2
                  '%  BY ' SL-USER-ID ' VIA ' SL-CALLER
               DELIMITED BY SIZE INTO AUD-DOC-LINE
           IF SL-EFF-DATE(1:6) = WS-AS-PERIOD
               MOVE 'IN PERIOD - PRORATED' TO AUD-DOC-LINE(80:20)
           END-IF
           PERFORM 800-WRITE-DOC-LINE.

      *    the advance ledger keeps the last recoupment per title;
      *    it is the one for this payment when it is stamped with
      *    the payment's period
       540-RECOUPMENT.
           MOVE 'ADVANCE RECOUPMENT' TO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE

           EXEC SQL
               DECLARE AUDADV CURSOR FOR
               SELECT TITLE_ID, LAST_RECOUP_AMT, UNRECOUPED
                  FROM ADVANCES
                  WHERE AU_ID = :WS-AS-AU-ID
                    AND LAST_RECOUP_PER = :WS-AS-PERIOD
                  ORDER BY TITLE_ID
           END-EXEC

           MOVE 'Y' TO WS-CSR-MORE-SW
           MOVE 'N' TO WS-FOUND-SW
           EXEC SQL
               OPEN AUDADV
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-CSR-NO-MORE TO TRUE
           END-IF

           PERFORM 545-ONE-RECOUPMENT UNTIL WS-CSR-NO-MORE

           EXEC SQL
               CLOSE AUDADV
           END-EXEC

           IF NOT WS-FOUND
               MOVE '  NO RECOUPMENT STAMPED WITH THE PERIOD'
                   TO AUD-DOC-LINE
               PERFORM 800-WRITE-DOC-LINE
           END-IF.

       545-ONE-RECOUPMENT.
           EXEC SQL
               FETCH AUDADV INTO
                  :WS-AS-TITLE-ID, :WS-AS-RECOUPED,
                  :WS-AS-UNRECOUPED
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-CSR-NO-MORE TO TRUE
           ELSE
               SET WS-FOUND TO TRUE
               MOVE WS-AS-TITLE-ID   TO DISP-AS-TITLE
               MOVE WS-AS-RECOUPED   TO DISP-AS-AMT
               MOVE WS-AS-UNRECOUPED TO DISP-AS-AMT-2
               MOVE SPACES TO AUD-DOC-LINE
               STRING '  TITLE ' DISP-AS-TITLE
                      '  RECOUPED ' DISP-AS-AMT
                      '  STILL UNRECOUPED ' DISP-AS-AMT-2
                   DELIMITED BY SIZE INTO AUD-DOC-LINE
               PERFORM 800-WRITE-DOC-LINE
           END-IF.

       550-ADJUSTMENTS.
           MOVE 'ADJUSTMENTS APPLIED' TO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE

           EXEC SQL
               DECLARE AUDADJ CURSOR FOR
               SELECT TITLE_ID, ADJ_TYPE, ADJ_AMOUNT, REASON_CODE,
                      ENTERED_BY, ENTERED_DATE
                  FROM ROYADJ
                  WHERE AU_ID = :WS-AS-AU-ID
                    AND APPLIED_PER = :WS-AS-PERIOD
                  ORDER BY TITLE_ID
           END-EXEC

           MOVE 'Y' TO WS-CSR-MORE-SW
           MOVE 'N' TO WS-FOUND-SW
           EXEC SQL
               OPEN AUDADJ
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-CSR-NO-MORE TO TRUE
           END-IF

           PERFORM 555-ONE-ADJUSTMENT UNTIL WS-CSR-NO-MORE

           EXEC SQL
               CLOSE AUDADJ
           END-EXEC

           IF NOT WS-FOUND
               MOVE '  NONE APPLIED IN THE PERIOD' TO AUD-DOC-LINE
               PERFORM 800-WRITE-DOC-LINE
           END-IF.

       555-ONE-ADJUSTMENT.
           EXEC SQL
               FETCH AUDADJ INTO
                  :WS-AS-TITLE-ID, :WS-AS-ADJ-TYPE,
                  :WS-AS-ADJ-AMOUNT, :WS-AS-REASON,
                  :WS-AS-ENTERED-BY, :WS-AS-ENTERED-DATE
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-CSR-NO-MORE TO TRUE
           ELSE
               SET WS-FOUND TO TRUE
               MOVE WS-AS-TITLE-ID   TO DISP-AS-TITLE
               MOVE WS-AS-ADJ-AMOUNT TO DISP-AS-AMT
               MOVE SPACES TO AUD-DOC-LINE
               STRING '  TITLE ' DISP-AS-TITLE
                      '  TYPE ' WS-AS-ADJ-TYPE
                      '  AMOUNT ' DISP-AS-AMT
                      '  REASON ' WS-AS-REASON
                      '  ENTERED BY ' WS-AS-ENTERED-BY
                      ' ON ' WS-AS-ENTERED-DATE
                   DELIMITED BY SIZE INTO AUD-DOC-LINE
               PERFORM 800-WRITE-DOC-LINE
           END-IF.

      *    the live log first, then the year's archive once the
      *    year has been closed and its lines moved off
       560-WITHHOLDING.
           MOVE 'WITHHOLDING' TO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE
           MOVE ZERO TO WS-SECTION-CT

           PERFORM VARYING WS-WHT-PASS FROM 1 BY 1
                   UNTIL WS-WHT-PASS > 2
               MOVE SPACES TO WS-WHT-FILE-NAME
               IF WS-WHT-PASS = 1
                   MOVE 'WHTLOG.DAT' TO WS-WHT-FILE-NAME
               ELSE
                   STRING 'WHTLOG.Y' WS-AS-PERIOD(3:2)
                       DELIMITED BY SIZE INTO WS-WHT-FILE-NAME
               END-IF
               PERFORM 562-SCAN-WITHHOLDING-LOG
           END-PERFORM

           IF WS-SECTION-CT = ZERO
               MOVE '  NONE WITHHELD IN THE PERIOD' TO AUD-DOC-LINE
               PERFORM 800-WRITE-DOC-LINE
           END-IF.

       562-SCAN-WITHHOLDING-LOG.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT WHT-LOG-FILE
           IF WS-WHT-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ WHT-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE WHT-LOG-RECORD TO WS-WHT-LINE
                   IF WL-AU-ID = WS-AS-AU-ID
                      AND WL-PERIOD = WS-AS-PERIOD
                       PERFORM 565-WITHHOLDING-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-WHT-FILE-STATUS = '00' OR WS-WHT-FILE-STATUS = '10'
               CLOSE WHT-LOG-FILE
           END-IF.

      *    the rate on file is looked up with the royalty run's
      *    precedence -- state row, then the country-wide row --
      *    beside the rate the logged amounts actually work out to
       565-WITHHOLDING-LINE.
           ADD 1 TO WS-SECTION-CT
           MOVE ZERO TO WS-AS-WHT-RATE
           EXEC SQL
               SELECT WHT_RATE
                  INTO :WS-AS-WHT-RATE:WS-AS-WHT-RATE-IND
                  FROM WHTRATE
                  WHERE COUNTRY = :WL-COUNTRY
                    AND STATE = :WL-STATE
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   SELECT WHT_RATE
                      INTO :WS-AS-WHT-RATE:WS-AS-WHT-RATE-IND
                      FROM WHTRATE
                      WHERE COUNTRY = :WL-COUNTRY
                        AND STATE = ' '
               END-EXEC
           END-IF
           IF SQLCODE = 100
               MOVE ZERO TO WS-AS-WHT-RATE
           ELSE
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE < ZERO OR WS-AS-WHT-RATE-IND < 0
                   MOVE ZERO TO WS-AS-WHT-RATE
               END-IF
           END-IF
           IF WL-GROSS > ZERO
               COMPUTE WS-AS-EFF-RATE ROUNDED =
                   WL-WITHHELD * 100 / WL-GROSS
           ELSE
               MOVE ZERO TO WS-AS-EFF-RATE
           END-IF

           MOVE WL-GROSS       TO DISP-AS-AMT
           MOVE WL-WITHHELD    TO DISP-AS-AMT-2
           MOVE WS-AS-WHT-RATE TO DISP-AS-PCT
           MOVE WS-AS-EFF-RATE TO DISP-AS-PCT-2
           MOVE SPACES TO AUD-DOC-LINE
           STRING '  ' WL-COUNTRY ' ' WL-STATE
                  '  GROSS ' DISP-AS-AMT
                  '  WITHHELD ' DISP-AS-AMT-2
                  '  RATE ON FILE ' DISP-AS-PCT
                  '%  APPLIED ' DISP-AS-PCT-2 '%'
               DELIMITED BY SIZE INTO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE
           MOVE SPACES TO AUD-DOC-LINE
           STRING '    LOGGED BY ' WL-CALLER ' ON ' WS-WHT-FILE-NAME
               DELIMITED BY SIZE INTO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE.

      *    every approval item raised against the author, or
      *    against the agent the money went to
       570-APPROVALS.
           MOVE 'APPROVALS' TO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE
           MOVE ZERO TO WS-SECTION-CT

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PEND-APPR-FILE
           IF WS-APPR-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ PEND-APPR-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE PEND-APPR-RECORD TO PEND-APPR-LINE
                   IF PA-KEY = WS-AS-AU-ID
                      OR (PA-KEY = WS-AS-PAYEE-ID
                          AND WS-AS-PAYEE-ID NOT = SPACES)
                       PERFORM 575-APPROVAL-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-APPR-FILE-STATUS = '00' OR WS-APPR-FILE-STATUS = '10'
               CLOSE PEND-APPR-FILE
           END-IF

           IF WS-SECTION-CT = ZERO
               MOVE '  NO APPROVAL ITEMS ON FILE' TO AUD-DOC-LINE
               PERFORM 800-WRITE-DOC-LINE
           END-IF.

       575-APPROVAL-LINE.
           ADD 1 TO WS-SECTION-CT
           MOVE SPACES TO AUD-DOC-LINE
           STRING '  ' PA-TYPE ' ' PA-SEQ '  STATUS ' PA-STATUS
                  '  ' PA-OLD-VALUE ' TO ' PA-NEW-VALUE
                  '  REQUESTED ' PA-REQ-OPER ' ' PA-REQ-DATE
                  '  ACTED ' PA-ACT-OPER ' ' PA-ACT-DATE
               DELIMITED BY SIZE INTO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE.

      *    the bank detail on file for whoever was paid, with the
      *    account starred to its last four; a change made after
      *    the payment is called out, since the detail then isn't
      *    the one the money went to
       580-BANK-DETAIL.
           MOVE 'BANK DETAIL' TO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE

           IF PR-PAYEE-AGENCY
               MOVE '  AGENCY PAYABLE - ALWAYS BY CHECK, NO BANK '
                   TO AUD-DOC-LINE
               MOVE 'DETAIL USED' TO AUD-DOC-LINE(45:11)
               PERFORM 800-WRITE-DOC-LINE
           ELSE
               IF PR-PAYEE-AGENT
                   EXEC SQL
                       SELECT ROUTING_NO, ACCOUNT_NO, PAY_METHOD,
                              COALESCE(PRENOTE_STATUS, 'V'),
                              COALESCE(CHANGE_DATE, ' ')
                          INTO :WS-AS-ROUTING, :WS-AS-ACCOUNT,
                               :WS-AS-METHOD, :WS-AS-PRENOTE,
                               :WS-AS-CHANGE-DATE
                          FROM AGENTS
                          WHERE AGENT_ID = :WS-AS-PAYEE-ID
                   END-EXEC
               ELSE
                   EXEC SQL
                       SELECT ROUTING_NO, ACCOUNT_NO, PAY_METHOD,
                              COALESCE(PRENOTE_STATUS, 'V'),
                              COALESCE(CHANGE_DATE, ' ')
                          INTO :WS-AS-ROUTING, :WS-AS-ACCOUNT,
                               :WS-AS-METHOD, :WS-AS-PRENOTE,
                               :WS-AS-CHANGE-DATE
                          FROM AUTHBANK
                          WHERE AU_ID = :WS-AS-AU-ID
                   END-EXEC
               END-IF
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO
                   PERFORM 585-BANK-DETAIL-LINE
               ELSE
                   MOVE '  NO BANK DETAIL ON FILE' TO AUD-DOC-LINE
                   PERFORM 800-WRITE-DOC-LINE
               END-IF
           END-IF.

       585-BANK-DETAIL-LINE.
           MOVE WS-AS-ACCOUNT TO WS-MASKED-ACCOUNT
           PERFORM 587-MASK-ACCOUNT
           MOVE SPACES TO AUD-DOC-LINE
           STRING '  ROUTING ' WS-AS-ROUTING
                  '  ACCOUNT ' WS-MASKED-ACCOUNT
                  '  METHOD ' WS-AS-METHOD
                  '  PRENOTE ' WS-AS-PRENOTE
                  '  LAST CHANGED ' WS-AS-CHANGE-DATE
               DELIMITED BY SIZE INTO AUD-DOC-LINE
           IF WS-AS-CHANGE-DATE NOT = SPACES
              AND WS-AS-CHANGE-DATE > PR-STATUS-DATE
               MOVE 'CHANGED SINCE PAYMENT' TO AUD-DOC-LINE(90:21)
           END-IF
           PERFORM 800-WRITE-DOC-LINE.

      *    everything but the last four significant characters is
      *    starred out in place
       587-MASK-ACCOUNT.
           MOVE ZERO TO WS-ACCT-LEN
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > 17
               IF WS-MASKED-ACCOUNT(WS-ACCT-SUB:1) NOT = SPACE
                   MOVE WS-ACCT-SUB TO WS-ACCT-LEN
               END-IF
           END-PERFORM
           IF WS-ACCT-LEN > 4
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > WS-ACCT-LEN - 4
                   MOVE '*' TO WS-MASKED-ACCOUNT(WS-ACCT-SUB:1)
               END-PERFORM
           END-IF.

       590-ARCHIVED-STATEMENT.
           MOVE 'ARCHIVED STATEMENT' TO AUD-DOC-LINE
           PERFORM 800-WRITE-DOC-LINE
           MOVE ZERO TO WS-SECTION-CT

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT STMT-ARCHIVE-FILE
           IF WS-STMA-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ STMT-ARCHIVE-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE STMT-ARCHIVE-RECORD TO WS-STMA-LINE
                   IF SA-AU-ID = WS-AS-AU-ID
                      AND SA-PERIOD = WS-AS-PERIOD
                       ADD 1 TO WS-SECTION-CT
                       MOVE SPACES TO AUD-DOC-LINE
                       STRING '  | ' SA-LINE
                           DELIMITED BY SIZE INTO AUD-DOC-LINE
                       PERFORM 800-WRITE-DOC-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-STMA-FILE-STATUS = '00' OR WS-STMA-FILE-STATUS = '10'
               CLOSE STMT-ARCHIVE-FILE
           END-IF

           IF WS-SECTION-CT = ZERO
               MOVE '  NO STATEMENT ARCHIVED FOR THE PERIOD'
                   TO AUD-DOC-LINE
               PERFORM 800-WRITE-DOC-LINE
           END-IF.

       800-WRITE-DOC-LINE.
           MOVE AUD-DOC-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING AUD-RPT-CTL
           END-CALL
           MOVE SPACES TO AUD-DOC-LINE.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM AUDSAMP.
