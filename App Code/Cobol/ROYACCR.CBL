       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROYACCR.
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
           SELECT GL-JOURNAL-FILE ASSIGN TO "ACCRJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 MAP-STATE             PIC X(2).
           05 FILLER                PIC X.
           05 MAP-COUNTRY           PIC X(30).
           05 FILLER                PIC X.
           05 MAP-ACCOUNT           PIC X(8).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.

      *    month-end accrual of royalty expense on sales the
      *    distributors haven't reported yet.  A title and channel
      *    with sales in the trailing window but no SALESSUM row
      *    for the period is estimated at its window average,
      *    priced the way the royalty run prices it, and the
      *    estimate is booked on ROYACCRUAL and journaled -- the
      *    '^^' card on ROYGLMAP.DAT names accrued royalty expense
      *    and the '~~' card the accrued royalty liability.  When
      *    SALESLD loads the actual sales it marks the accrual for
      *    reversal, and the next run here reverses it and shows
      *    the estimate against the actual.  An accrual whose
      *    actuals never come is reversed once it is older than
      *    the run-control age, so the liability can't go stale.
      *    Rows already booked are left as they are, so a rerun
      *    rebuilds the same journal.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-MAP-FILE-STATUS    PIC XX.
       01 WS-MAP-EOF-SW         PIC X VALUE 'N'.
           88 WS-MAP-EOF            VALUE 'Y'.
       01 WS-ACC-MORE-SW        PIC X.
           88 WS-ACC-NO-MORE        VALUE 'N'.

      *    trailing window and stale age in periods off the
      *    run-control card set -- six months of history and a
      *    quarter's grace as the shipped defaults
       01 WS-TREND-PERS         PIC 9(3) VALUE 6.
       01 WS-MAX-AGE            PIC 9(3) VALUE 3.
       01 WS-PERS-X             PIC X(3).
       01 WS-PERS-9 REDEFINES WS-PERS-X
                                PIC 9(3).

       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-CURR-PERIOD        PIC X(6).
       01 WS-FROM-PERIOD        PIC X(6).
       01 WS-STALE-PERIOD       PIC X(6).
       01 WS-PER-X              PIC X(6).
       01 WS-PER-9 REDEFINES WS-PER-X.
           05 WS-PER-YEAR           PIC 9(4).
           05 WS-PER-MONTH          PIC 9(2).
       01 WS-CURR-MONTHS        PIC S9(7) COMP.
       01 WS-WORK-MONTHS        PIC S9(7) COMP.

       01 WS-EXPENSE-ACCOUNT    PIC X(8) VALUE SPACES.
       01 WS-LIABILITY-ACCOUNT  PIC X(8) VALUE SPACES.

       01 WS-AC-TITLE-ID        PIC S9(4) COMP.
       01 WS-AC-CHANNEL         PIC X(2).
       01 WS-AC-PERIOD          PIC X(6).
       01 WS-AC-DOLLARS         PIC S9(11)V99.
       01 WS-AC-RATED           PIC S9(11)V99.
       01 WS-AC-RATED-IND       PIC S9(4) COMP.
       01 WS-AC-EST-DOLLARS     PIC S9(11)V99.
       01 WS-AC-EST-ROYALTY     PIC S9(9)V99.
       01 WS-AC-REV-REASON      PIC X.
           88 WS-AC-REV-ACTUAL      VALUE 'A'.
           88 WS-AC-REV-STALE       VALUE 'S'.
       01 WS-AC-ACT-DOLLARS     PIC S9(11)V99.
       01 WS-AC-ACT-DOLLARS-IND PIC S9(4) COMP.
       01 WS-AC-ACT-RATED       PIC S9(11)V99.
       01 WS-AC-ACT-RATED-IND   PIC S9(4) COMP.
       01 WS-AC-ACT-ROYALTY     PIC S9(9)V99.
       01 WS-SUM-ROYALTYPER     PIC S9(9) COMP.
       01 WS-SUM-ROY-IND        PIC S9(4) COMP.
       01 WS-EXISTS-CT          PIC S9(9) COMP.

       01 WS-BOOKED-CT          PIC 9(6) COMP VALUE ZERO.
       01 WS-FLAGGED-CT         PIC 9(6) COMP VALUE ZERO.
       01 WS-STALE-CT           PIC 9(6) COMP VALUE ZERO.
       01 WS-ACCRUED-CT         PIC 9(6) COMP VALUE ZERO.
       01 WS-ACCRUED-DOLLARS    PIC S9(13)V99 VALUE ZERO.
       01 WS-ACCRUED-TOTAL      PIC S9(13)V99 VALUE ZERO.
       01 WS-REVERSED-CT        PIC 9(6) COMP VALUE ZERO.
       01 WS-REVERSED-DOLLARS   PIC S9(13)V99 VALUE ZERO.
       01 WS-REVERSED-TOTAL     PIC S9(13)V99 VALUE ZERO.
       01 WS-ACTUAL-DOLLARS     PIC S9(13)V99 VALUE ZERO.
       01 WS-ACTUAL-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01 WS-JL-DEBIT-AMT       PIC S9(13)V99.
       01 WS-JL-CREDIT-AMT      PIC S9(13)V99.
       01 WS-DEBIT-TOTAL        PIC S9(13)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01 WS-JRNL-LINE-CT       PIC 9(4) COMP VALUE ZERO.
       01 WS-DIFF-AMT           PIC S9(13)V99.
       01 WS-DIFF-PCT           PIC S9(5)V9.
       01 DISP-GL-CT            PIC ZZZ,ZZ9.
       01 DISP-GL-AMT           PIC -9,999,999,999,999.99.

       01 ACCR-RPT-LINE.
           05 AR-TYPE               PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 AR-TITLE-ID           PIC 9(5).
           05 AR-TITLE-ID-X REDEFINES AR-TITLE-ID
                                    PIC X(5).
           05 FILLER                PIC X  VALUE SPACE.
           05 AR-CHANNEL            PIC X(2).
           05 FILLER                PIC X  VALUE SPACE.
           05 AR-PERIOD             PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 AR-EST-DOLLARS        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 AR-EST-ROYALTY        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 AR-ACT-DOLLARS        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 AR-ACT-DOLLARS-X REDEFINES AR-ACT-DOLLARS
                                    PIC X(17).
           05 FILLER                PIC X  VALUE SPACE.
           05 AR-ACT-ROYALTY        PIC ZZZ,ZZZ,ZZ9.99-.
           05 AR-ACT-ROYALTY-X REDEFINES AR-ACT-ROYALTY
                                    PIC X(15).
           05 FILLER                PIC X  VALUE SPACE.
           05 AR-DIFF               PIC ZZZ,ZZZ,ZZ9.99-.
           05 AR-DIFF-X REDEFINES AR-DIFF
                                    PIC X(15).
           05 FILLER                PIC X  VALUE SPACE.
           05 AR-DIFF-PCT           PIC -ZZZZ9.9.
           05 AR-DIFF-PCT-X REDEFINES AR-DIFF-PCT
                                    PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 AR-FLAG               PIC X(10).

       01 ACCR-RPT-CTL.
           COPY RPTPARM.

       01 GL-JOURNAL-LINE.
           05 JL-ACCOUNT            PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 JL-DEBIT              PIC -9999999999999.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 JL-CREDIT             PIC -9999999999999.99.
           05 FILLER                PIC X(37) VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'ROYACCR' TO MYRF-CALLER-ID
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

           MOVE 'ROYACCR' TO RUNP-STEP-NAME
           MOVE 'TREND-PERS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-PERS-X
           IF RUNP-RC-OK
              AND WS-PERS-X NUMERIC
              AND WS-PERS-X NOT = '000'
               MOVE WS-PERS-9 TO WS-TREND-PERS
           END-IF

           MOVE 'ROYACCR' TO RUNP-STEP-NAME
           MOVE 'MAX-AGE' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-PERS-X
           IF RUNP-RC-OK
              AND WS-PERS-X NUMERIC
              AND WS-PERS-X NOT = '000'
               MOVE WS-PERS-9 TO WS-MAX-AGE
           END-IF

      *    the window is the completed periods before the current
      *    one; an open accrual for a period before the stale
      *    period has waited longer than the age allows
           MOVE WS-CURR-PERIOD TO WS-PER-X
           COMPUTE WS-CURR-MONTHS =
               WS-PER-YEAR * 12 + WS-PER-MONTH - 1
           COMPUTE WS-WORK-MONTHS = WS-CURR-MONTHS - WS-TREND-PERS
           PERFORM 700-MONTHS-TO-PERIOD
           MOVE WS-PER-X TO WS-FROM-PERIOD
           COMPUTE WS-WORK-MONTHS = WS-CURR-MONTHS - WS-MAX-AGE
           PERFORM 700-MONTHS-TO-PERIOD
           MOVE WS-PER-X TO WS-STALE-PERIOD

           PERFORM 200-LOAD-ACCOUNT-MAP
           IF WS-EXPENSE-ACCOUNT = SPACES
               DISPLAY 'No accrued royalty expense account (^^ card)'
                       ' on ROYGLMAP.DAT - run aborted'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LIABILITY-ACCOUNT = SPACES
               DISPLAY 'No accrued royalty liability account (~~ '
                       'card) on ROYGLMAP.DAT - run aborted'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'ROYACCR.DAT' TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING 'ROYALTY ACCRUAL FOR UNREPORTED SALES - PERIOD '
                  WS-CURR-PERIOD
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'TYPE     TITLE CH PERIOD'
                  '       EST DOLLARS     EST ROYALTY'
                  '       ACT DOLLARS     ACT ROYALTY'
                  '      DIFFERENCE   DIFF % FLAG'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING ACCR-RPT-CTL
           END-CALL

           PERFORM 300-BOOK-THE-ESTIMATES
           PERFORM 400-MARK-THE-REVERSALS
           PERFORM 500-REPORT-THE-ACCRUALS
           PERFORM 550-REPORT-THE-REVERSALS
           PERFORM 580-PRINT-THE-TOTALS

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING ACCR-RPT-CTL
           END-CALL

           PERFORM 600-WRITE-THE-JOURNAL
           PERFORM 650-PROVE-THE-BALANCE
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    only the two accrual cards matter here -- the
      *    jurisdiction cards belong to ROYGL
       200-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'No account map file, status '
                       WS-MAP-FILE-STATUS
               SET WS-MAP-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-MAP-EOF
               READ GL-MAP-FILE
                   AT END
                       SET WS-MAP-EOF TO TRUE
               END-READ
               IF NOT WS-MAP-EOF
                  AND MAP-ACCOUNT NOT = SPACES
                   EVALUATE MAP-STATE
                       WHEN '^^'
                           MOVE MAP-ACCOUNT TO WS-EXPENSE-ACCOUNT
                       WHEN '~~'
                           MOVE MAP-ACCOUNT TO WS-LIABILITY-ACCOUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-MAP-FILE-STATUS = '00' OR WS-MAP-FILE-STATUS = '10'
               CLOSE GL-MAP-FILE
           END-IF.

      *    every title and channel that sold in the window but has
      *    nothing loaded for the period -- the same rated-dollars
      *    arithmetic PUBRPT and the royalty run use, averaged
      *    over the whole window
       300-BOOK-THE-ESTIMATES.
           EXEC SQL
               DECLARE ACCREST CURSOR FOR
               SELECT S.TITLE_ID, S.CHANNEL, SUM(S.DOLLARS),
                      SUM(S.DOLLARS
                          * COALESCE(R.ROY_RATE, 100) / 100)
                  FROM SALESSUM S
                       LEFT OUTER JOIN SALESRATE R
                         ON R.TITLE_ID = S.TITLE_ID
                        AND R.FORMAT_CODE = S.FORMAT_CODE
                        AND R.CHANNEL = S.CHANNEL
                  WHERE S.PERIOD >= :WS-FROM-PERIOD
                    AND S.PERIOD < :WS-CURR-PERIOD
                    AND NOT EXISTS
                        (SELECT 1 FROM SALESSUM C
                            WHERE C.TITLE_ID = S.TITLE_ID
                              AND C.CHANNEL = S.CHANNEL
                              AND C.PERIOD = :WS-CURR-PERIOD)
                  GROUP BY S.TITLE_ID, S.CHANNEL
                  ORDER BY S.TITLE_ID, S.CHANNEL
           END-EXEC

           MOVE 'Y' TO WS-ACC-MORE-SW
           EXEC SQL
               OPEN ACCREST
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ACCREST ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-ACC-NO-MORE TO TRUE
           END-IF

           PERFORM 350-BOOK-ONE-ESTIMATE UNTIL WS-ACC-NO-MORE

           EXEC SQL
               CLOSE ACCREST
           END-EXEC.

       350-BOOK-ONE-ESTIMATE.
           EXEC SQL
               FETCH ACCREST INTO
                  :WS-AC-TITLE-ID, :WS-AC-CHANNEL, :WS-AC-DOLLARS,
                  :WS-AC-RATED:WS-AC-RATED-IND
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-ACC-NO-MORE TO TRUE
           ELSE
               IF WS-AC-RATED-IND < 0
                   MOVE ZERO TO WS-AC-RATED
               END-IF
               PERFORM 360-GET-AUTHOR-SPLIT

               COMPUTE WS-AC-EST-DOLLARS ROUNDED =
                   WS-AC-DOLLARS / WS-TREND-PERS
               COMPUTE WS-AC-EST-ROYALTY ROUNDED =
                   WS-AC-RATED * WS-SUM-ROYALTYPER / 100
                               / WS-TREND-PERS

      *    a rerun finds the row it booked the first time and
      *    leaves it be; a title that nets to no royalty (returns
      *    outrunning sales, or no author on the split) isn't
      *    accrued at all
               MOVE ZERO TO WS-EXISTS-CT
               EXEC SQL
                   SELECT COUNT(*)
                      INTO :WS-EXISTS-CT
                      FROM ROYACCRUAL
                      WHERE TITLE_ID = :WS-AC-TITLE-ID
                        AND CHANNEL = :WS-AC-CHANNEL
                        AND PERIOD = :WS-CURR-PERIOD
               END-EXEC
               PERFORM 900-CHECK-SQLCODE

               IF SQLCODE = ZERO
                  AND WS-EXISTS-CT = ZERO
                  AND WS-AC-EST-ROYALTY > ZERO
                   EXEC SQL
                       INSERT INTO ROYACCRUAL
                        (TITLE_ID,CHANNEL,PERIOD,EST_DOLLARS,
                         EST_ROYALTY,ACCR_DATE,ACCR_STATUS,
                         REV_PER,REV_REASON)
                       VALUES
                        (:WS-AC-TITLE-ID,:WS-AC-CHANNEL,
                         :WS-CURR-PERIOD,:WS-AC-EST-DOLLARS,
                         :WS-AC-EST-ROYALTY,:WS-BUSINESS-DATE,
                         'O',' ',' ')
                   END-EXEC
                   PERFORM 900-CHECK-SQLCODE
                   IF SQLCODE = ZERO
                       ADD 1 TO WS-BOOKED-CT
                   END-IF
               END-IF
           END-IF.

       360-GET-AUTHOR-SPLIT.
           EXEC SQL
               SELECT SUM(ROYALTYPER)
                  INTO :WS-SUM-ROYALTYPER:WS-SUM-ROY-IND
                  FROM titleauthor
                  WHERE TITLE_ID = :WS-AC-TITLE-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT = ZERO OR WS-SUM-ROY-IND < 0
               MOVE ZERO TO WS-SUM-ROYALTYPER
           END-IF.

      *    the accruals SALESLD found actuals for, and the open
      *    ones that have outlived the age, are closed as reversed
      *    this period -- what is closed is what the journal takes
       400-MARK-THE-REVERSALS.
           EXEC SQL
               UPDATE ROYACCRUAL
                  SET ACCR_STATUS = 'X',
                      REV_PER = :WS-CURR-PERIOD,
                      REV_REASON = 'A'
                  WHERE ACCR_STATUS = 'R'
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-FLAGGED-CT
           END-IF

           EXEC SQL
               UPDATE ROYACCRUAL
                  SET ACCR_STATUS = 'X',
                      REV_PER = :WS-CURR-PERIOD,
                      REV_REASON = 'S'
                  WHERE ACCR_STATUS = 'O'
                    AND PERIOD < :WS-STALE-PERIOD
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-STALE-CT
           END-IF.

      *    everything accrued for the period, including rows an
      *    earlier run of the same period booked
       500-REPORT-THE-ACCRUALS.
           EXEC SQL
               DECLARE ACCRBOOK CURSOR FOR
               SELECT TITLE_ID, CHANNEL, PERIOD, EST_DOLLARS,
                      EST_ROYALTY
                  FROM ROYACCRUAL
                  WHERE PERIOD = :WS-CURR-PERIOD
                  ORDER BY TITLE_ID, CHANNEL
           END-EXEC

           MOVE 'Y' TO WS-ACC-MORE-SW
           EXEC SQL
               OPEN ACCRBOOK
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ACCRBOOK ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-ACC-NO-MORE TO TRUE
           END-IF

           PERFORM 510-REPORT-ONE-ACCRUAL UNTIL WS-ACC-NO-MORE

           EXEC SQL
               CLOSE ACCRBOOK
           END-EXEC.

       510-REPORT-ONE-ACCRUAL.
           EXEC SQL
               FETCH ACCRBOOK INTO
                  :WS-AC-TITLE-ID, :WS-AC-CHANNEL, :WS-AC-PERIOD,
                  :WS-AC-EST-DOLLARS, :WS-AC-EST-ROYALTY
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-ACC-NO-MORE TO TRUE
           ELSE
               ADD 1 TO WS-ACCRUED-CT
               ADD WS-AC-EST-DOLLARS TO WS-ACCRUED-DOLLARS
               ADD WS-AC-EST-ROYALTY TO WS-ACCRUED-TOTAL

               MOVE SPACES TO ACCR-RPT-LINE
               MOVE 'ACCRUED'          TO AR-TYPE
               MOVE WS-AC-TITLE-ID     TO AR-TITLE-ID
               MOVE WS-AC-CHANNEL      TO AR-CHANNEL
               MOVE WS-AC-PERIOD       TO AR-PERIOD
               MOVE WS-AC-EST-DOLLARS  TO AR-EST-DOLLARS
               MOVE WS-AC-EST-ROYALTY  TO AR-EST-ROYALTY
               MOVE SPACES TO AR-ACT-DOLLARS-X AR-ACT-ROYALTY-X
                              AR-DIFF-X AR-DIFF-PCT-X
               MOVE ACCR-RPT-LINE TO RPT-DETAIL-LINE
               SET RPT-FUNC-DETAIL TO TRUE
               CALL 'RPTWRITE' USING ACCR-RPT-CTL
               END-CALL
           END-IF.

      *    every accrual reversed this period, with the sales that
      *    actually came in for its title, channel and period
      *    priced the same way -- the difference is how far the
      *    estimate missed
       550-REPORT-THE-REVERSALS.
           EXEC SQL
               DECLARE ACCRREV CURSOR FOR
               SELECT TITLE_ID, CHANNEL, PERIOD, EST_DOLLARS,
                      EST_ROYALTY, REV_REASON
                  FROM ROYACCRUAL
                  WHERE ACCR_STATUS = 'X'
                    AND REV_PER = :WS-CURR-PERIOD
                  ORDER BY PERIOD, TITLE_ID, CHANNEL
           END-EXEC

           MOVE 'Y' TO WS-ACC-MORE-SW
           EXEC SQL
               OPEN ACCRREV
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ACCRREV ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-ACC-NO-MORE TO TRUE
           END-IF

           PERFORM 560-REPORT-ONE-REVERSAL UNTIL WS-ACC-NO-MORE

           EXEC SQL
               CLOSE ACCRREV
           END-EXEC.

       560-REPORT-ONE-REVERSAL.
           EXEC SQL
               FETCH ACCRREV INTO
                  :WS-AC-TITLE-ID, :WS-AC-CHANNEL, :WS-AC-PERIOD,
                  :WS-AC-EST-DOLLARS, :WS-AC-EST-ROYALTY,
                  :WS-AC-REV-REASON
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-ACC-NO-MORE TO TRUE
           ELSE
               PERFORM 360-GET-AUTHOR-SPLIT
               EXEC SQL
                   SELECT SUM(S.DOLLARS),
                          SUM(S.DOLLARS
                              * COALESCE(R.ROY_RATE, 100) / 100)
                      INTO :WS-AC-ACT-DOLLARS:WS-AC-ACT-DOLLARS-IND,
                           :WS-AC-ACT-RATED:WS-AC-ACT-RATED-IND
                      FROM SALESSUM S
                           LEFT OUTER JOIN SALESRATE R
                             ON R.TITLE_ID = S.TITLE_ID
                            AND R.FORMAT_CODE = S.FORMAT_CODE
                            AND R.CHANNEL = S.CHANNEL
                      WHERE S.TITLE_ID = :WS-AC-TITLE-ID
                        AND S.CHANNEL = :WS-AC-CHANNEL
                        AND S.PERIOD = :WS-AC-PERIOD
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE NOT = ZERO OR WS-AC-ACT-DOLLARS-IND < 0
                   MOVE ZERO TO WS-AC-ACT-DOLLARS
               END-IF
               IF SQLCODE NOT = ZERO OR WS-AC-ACT-RATED-IND < 0
                   MOVE ZERO TO WS-AC-ACT-RATED
               END-IF
               COMPUTE WS-AC-ACT-ROYALTY ROUNDED =
                   WS-AC-ACT-RATED * WS-SUM-ROYALTYPER / 100

               ADD 1 TO WS-REVERSED-CT
               ADD WS-AC-EST-DOLLARS TO WS-REVERSED-DOLLARS
               ADD WS-AC-EST-ROYALTY TO WS-REVERSED-TOTAL
               ADD WS-AC-ACT-DOLLARS TO WS-ACTUAL-DOLLARS
               ADD WS-AC-ACT-ROYALTY TO WS-ACTUAL-TOTAL

               MOVE SPACES TO ACCR-RPT-LINE
               MOVE 'REVERSED'         TO AR-TYPE
               MOVE WS-AC-TITLE-ID     TO AR-TITLE-ID
               MOVE WS-AC-CHANNEL      TO AR-CHANNEL
               MOVE WS-AC-PERIOD       TO AR-PERIOD
               MOVE WS-AC-EST-DOLLARS  TO AR-EST-DOLLARS
               MOVE WS-AC-EST-ROYALTY  TO AR-EST-ROYALTY
               MOVE WS-AC-ACT-DOLLARS  TO AR-ACT-DOLLARS
               MOVE WS-AC-ACT-ROYALTY  TO AR-ACT-ROYALTY
               COMPUTE WS-DIFF-AMT =
                   WS-AC-EST-ROYALTY - WS-AC-ACT-ROYALTY
               MOVE WS-DIFF-AMT TO AR-DIFF
               PERFORM 570-SET-DIFF-PCT
               IF WS-AC-REV-STALE
                   MOVE 'NO ACTUAL' TO AR-FLAG
               END-IF
               MOVE ACCR-RPT-LINE TO RPT-DETAIL-LINE
               SET RPT-FUNC-DETAIL TO TRUE
               CALL 'RPTWRITE' USING ACCR-RPT-CTL
               END-CALL
           END-IF.

      *    the miss as a percentage of what actually came in --
      *    blank when nothing did
       570-SET-DIFF-PCT.
           IF WS-AC-ACT-ROYALTY = ZERO
               MOVE SPACES TO AR-DIFF-PCT-X
           ELSE
               COMPUTE WS-DIFF-PCT ROUNDED =
                   WS-DIFF-AMT * 100 / WS-AC-ACT-ROYALTY
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-DIFF-PCT
               END-COMPUTE
               MOVE WS-DIFF-PCT TO AR-DIFF-PCT
           END-IF.

       580-PRINT-THE-TOTALS.
           MOVE SPACES TO ACCR-RPT-LINE
           MOVE 'TOT ACCR'          TO AR-TYPE
           MOVE SPACES              TO AR-TITLE-ID-X
           MOVE WS-CURR-PERIOD      TO AR-PERIOD
           MOVE WS-ACCRUED-DOLLARS  TO AR-EST-DOLLARS
           MOVE WS-ACCRUED-TOTAL    TO AR-EST-ROYALTY
           MOVE SPACES TO AR-ACT-DOLLARS-X AR-ACT-ROYALTY-X
                          AR-DIFF-X AR-DIFF-PCT-X
           MOVE ACCR-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING ACCR-RPT-CTL
           END-CALL

           MOVE SPACES TO ACCR-RPT-LINE
           MOVE 'TOT REV'           TO AR-TYPE
           MOVE SPACES              TO AR-TITLE-ID-X
           MOVE WS-CURR-PERIOD      TO AR-PERIOD
           MOVE WS-REVERSED-DOLLARS TO AR-EST-DOLLARS
           MOVE WS-REVERSED-TOTAL   TO AR-EST-ROYALTY
           MOVE WS-ACTUAL-DOLLARS   TO AR-ACT-DOLLARS
           MOVE WS-ACTUAL-TOTAL     TO AR-ACT-ROYALTY
           MOVE WS-ACTUAL-TOTAL     TO WS-AC-ACT-ROYALTY
           COMPUTE WS-DIFF-AMT = WS-REVERSED-TOTAL - WS-ACTUAL-TOTAL
           MOVE WS-DIFF-AMT TO AR-DIFF
           PERFORM 570-SET-DIFF-PCT
           MOVE ACCR-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING ACCR-RPT-CTL
           END-CALL.

      *    the period's accrual books expense against the
      *    liability; the reversals take the same amounts back
      *    out.  A quiet month still leaves an empty journal for
      *    the GL feed
       600-WRITE-THE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE

           IF WS-ACCRUED-TOTAL NOT = ZERO
               MOVE WS-EXPENSE-ACCOUNT   TO JL-ACCOUNT
               MOVE WS-ACCRUED-TOTAL     TO WS-JL-DEBIT-AMT
               MOVE ZERO                 TO WS-JL-CREDIT-AMT
               PERFORM 610-WRITE-ONE-LINE
               MOVE WS-LIABILITY-ACCOUNT TO JL-ACCOUNT
               MOVE ZERO                 TO WS-JL-DEBIT-AMT
               MOVE WS-ACCRUED-TOTAL     TO WS-JL-CREDIT-AMT
               PERFORM 610-WRITE-ONE-LINE
           END-IF

           IF WS-REVERSED-TOTAL NOT = ZERO
               MOVE WS-LIABILITY-ACCOUNT TO JL-ACCOUNT
               MOVE WS-REVERSED-TOTAL    TO WS-JL-DEBIT-AMT
               MOVE ZERO                 TO WS-JL-CREDIT-AMT
               PERFORM 610-WRITE-ONE-LINE
               MOVE WS-EXPENSE-ACCOUNT   TO JL-ACCOUNT
               MOVE ZERO                 TO WS-JL-DEBIT-AMT
               MOVE WS-REVERSED-TOTAL    TO WS-JL-CREDIT-AMT
               PERFORM 610-WRITE-ONE-LINE
           END-IF

           CLOSE GL-JOURNAL-FILE.

       610-WRITE-ONE-LINE.
           MOVE WS-JL-DEBIT-AMT  TO JL-DEBIT
           MOVE WS-JL-CREDIT-AMT TO JL-CREDIT
           MOVE GL-JOURNAL-LINE TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JRNL-LINE-CT
           ADD WS-JL-DEBIT-AMT  TO WS-DEBIT-TOTAL
           ADD WS-JL-CREDIT-AMT TO WS-CREDIT-TOTAL.

       650-PROVE-THE-BALANCE.
           MOVE WS-BOOKED-CT TO DISP-GL-CT
           DISPLAY 'Royalty accrual - booked this run:  ' DISP-GL-CT
           MOVE WS-FLAGGED-CT TO DISP-GL-CT
           DISPLAY 'Royalty accrual - actuals reversed: ' DISP-GL-CT
           MOVE WS-STALE-CT TO DISP-GL-CT
           DISPLAY 'Royalty accrual - stale reversed:   ' DISP-GL-CT
           MOVE WS-ACCRUED-TOTAL TO DISP-GL-AMT
           DISPLAY 'Royalty accrual - accrued total:  ' DISP-GL-AMT
           MOVE WS-REVERSED-TOTAL TO DISP-GL-AMT
           DISPLAY 'Royalty accrual - reversed total: ' DISP-GL-AMT

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY 'ACCRUAL JOURNAL OUT OF BALANCE - debits do '
                       'not equal credits'
               SET WS-RUN-FAILED TO TRUE
           END-IF

           IF NOT WS-RUN-FAILED
               MOVE WS-JRNL-LINE-CT TO DISP-GL-CT
               DISPLAY 'Royalty accrual balanced - journal lines: '
                       DISP-GL-CT
           END-IF.

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
       END PROGRAM ROYACCR.
