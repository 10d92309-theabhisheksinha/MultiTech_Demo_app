       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVFCST.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.

      *    earn-out forecast -- every open ADVANCES row projected
      *    forward at its title's trailing SALESSUM run-rate, each
      *    format and channel priced at its SALESRATE rate and the
      *    author's titleauthor split applied, the same arithmetic
      *    the royalty run recoups by.  The period the balance
      *    clears is shown; a balance with no earnings in the
      *    window, or one that would take longer than the horizon
      *    to clear, is flagged as never clearing at the current
      *    rate.  Grouped by publisher in PUBRPT's order so the two
      *    reports read side by side.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-PUB-MORE-SW        PIC X VALUE 'Y'.
           88 WS-PUB-NO-MORE        VALUE 'N'.
       01 WS-ADV-MORE-SW        PIC X.
           88 WS-ADV-NO-MORE        VALUE 'N'.

      *    trailing window and forecast horizon in periods off the
      *    run-control card set -- a year of history and ten years
      *    out as the shipped defaults
       01 WS-TREND-PERS         PIC 9(3) VALUE 12.
       01 WS-HORIZON-PERS       PIC 9(3) VALUE 120.
       01 WS-PERS-X             PIC X(3).
       01 WS-PERS-9 REDEFINES WS-PERS-X
                                PIC 9(3).

       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-CURR-PERIOD        PIC X(6).
       01 WS-FROM-PERIOD        PIC X(6).
       01 WS-PER-X              PIC X(6).
       01 WS-PER-9 REDEFINES WS-PER-X.
           05 WS-PER-YEAR           PIC 9(4).
           05 WS-PER-MONTH          PIC 9(2).
       01 WS-CURR-MONTHS        PIC S9(7) COMP.
       01 WS-WORK-MONTHS        PIC S9(7) COMP.

       01 WS-PUB-CODE           PIC X(4).
       01 WS-PUB-NAME           PIC X(40).

       01 WS-FC-AU-ID           PIC X(11).
       01 WS-FC-TITLE-ID        PIC S9(4) COMP.
       01 WS-FC-UNRECOUPED      PIC S9(9)V99.
       01 WS-FC-ROYALTYPER      PIC S9(9) COMP.
       01 WS-FC-RATED           PIC S9(11)V99.
       01 WS-FC-RATED-IND       PIC S9(4) COMP.
       01 WS-FC-PER-PERIOD      PIC S9(9)V99.
       01 WS-FC-PERIODS         PIC S9(7) COMP.
       01 WS-FC-CLEAR-PER       PIC X(6).
       01 WS-FC-NEVER-SW        PIC X.
           88 WS-FC-NEVER           VALUE 'Y'.

       01 WS-PUB-OPEN-CT        PIC 9(6) COMP.
       01 WS-PUB-OPEN-AMT       PIC S9(11)V99.
       01 WS-PUB-NEVER-CT       PIC 9(6) COMP.
       01 WS-PUB-NEVER-AMT      PIC S9(11)V99.
       01 WS-TOT-OPEN-CT        PIC 9(6) COMP VALUE ZERO.
       01 WS-TOT-OPEN-AMT       PIC S9(13)V99 VALUE ZERO.
       01 WS-TOT-NEVER-CT       PIC 9(6) COMP VALUE ZERO.
       01 WS-TOT-NEVER-AMT      PIC S9(13)V99 VALUE ZERO.
       01 DISP-FC-CT            PIC ZZZ,ZZ9.
       01 DISP-FC-AMT           PIC $$,$$$,$$$,$$9.99.

       01 FCST-RPT-LINE.
           05 FC-PUB-CODE           PIC X(4).
           05 FILLER                PIC X  VALUE SPACE.
           05 FC-AU-ID              PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 FC-TITLE-ID           PIC 9(5).
           05 FILLER                PIC X  VALUE SPACE.
           05 FC-UNRECOUPED         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 FC-PER-PERIOD         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 FC-PERIODS            PIC ZZZZ9.
           05 FILLER                PIC X  VALUE SPACE.
           05 FC-CLEAR-PER          PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 FC-FLAG               PIC X(14).
           05 FILLER                PIC X(2) VALUE SPACES.

       01 FCST-PUB-LINE.
           05 FP-PUB-CODE           PIC X(4).
           05 FILLER                PIC X  VALUE SPACE.
           05 FP-PUB-NAME           PIC X(30).
           05 FILLER                PIC X  VALUE SPACE.
           05 FP-OPEN-CT            PIC ZZZ,ZZ9.
           05 FILLER                PIC X  VALUE SPACE.
           05 FP-OPEN-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 FP-NEVER-CT           PIC ZZZ,ZZ9.
           05 FILLER                PIC X  VALUE SPACE.
           05 FP-NEVER-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(4) VALUE SPACES.

       01 FCST-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'ADVFCST' TO MYRF-CALLER-ID
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

           MOVE 'ADVFCST' TO RUNP-STEP-NAME
           MOVE 'TREND-PERS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-PERS-X
           IF RUNP-RC-OK
              AND WS-PERS-X NUMERIC
              AND WS-PERS-X NOT = '000'
               MOVE WS-PERS-9 TO WS-TREND-PERS
           END-IF

           MOVE 'ADVFCST' TO RUNP-STEP-NAME
           MOVE 'HORIZON-PERS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-PERS-X
           IF RUNP-RC-OK
              AND WS-PERS-X NUMERIC
              AND WS-PERS-X NOT = '000'
               MOVE WS-PERS-9 TO WS-HORIZON-PERS
           END-IF

      *    the trend window is the completed periods before the
      *    current one -- an open month's partial sales would
      *    understate the run-rate
           MOVE WS-CURR-PERIOD TO WS-PER-X
           COMPUTE WS-CURR-MONTHS =
               WS-PER-YEAR * 12 + WS-PER-MONTH - 1
           COMPUTE WS-WORK-MONTHS = WS-CURR-MONTHS - WS-TREND-PERS
           PERFORM 700-MONTHS-TO-PERIOD
           MOVE WS-PER-X TO WS-FROM-PERIOD

           MOVE 'ADVFCST.DAT' TO RPT-FILE-NAME
           MOVE 'ADVANCE EARN-OUT FORECAST BY PUBLISHER'
               TO RPT-TITLE
           MOVE 'PUB  AU_ID       TITLE     UNRECOUPED  PER PERIOD'
               TO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING FCST-RPT-CTL
           END-CALL

           EXEC SQL
               DECLARE FCSTPUB CURSOR FOR
               SELECT PUB_CODE, PUB_NAME
                  FROM PUBLISHERS
                  ORDER BY PUB_CODE
           END-EXEC

           EXEC SQL
               DECLARE FCSTADV CURSOR FOR
               SELECT V.AU_ID, V.TITLE_ID, V.UNRECOUPED,
                      TA.ROYALTYPER
                  FROM ADVANCES V, titles T, titleauthor TA
                  WHERE V.TITLE_ID = T.TITLE_ID
                    AND TA.AU_ID = V.AU_ID
                    AND TA.TITLE_ID = V.TITLE_ID
                    AND V.UNRECOUPED > 0
                    AND COALESCE(T.PUB_CODE, ' ') = :WS-PUB-CODE
                  ORDER BY V.AU_ID, V.TITLE_ID
           END-EXEC

           EXEC SQL
               OPEN FCSTPUB
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open FCSTPUB ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-PUB-NO-MORE TO TRUE
           END-IF

           PERFORM 200-FORECAST-ONE-PUBLISHER UNTIL WS-PUB-NO-MORE

           EXEC SQL
               CLOSE FCSTPUB
           END-EXEC

      *    titles carrying no publisher still owe their advances --
      *    they close the report under their own heading
           MOVE SPACES TO WS-PUB-CODE
           MOVE 'NO PUBLISHER' TO WS-PUB-NAME
           PERFORM 250-FORECAST-PUBLISHER-ADVS

           MOVE SPACES TO FCST-PUB-LINE
           MOVE 'TOTL' TO FP-PUB-CODE
           MOVE WS-TOT-OPEN-CT   TO FP-OPEN-CT
           MOVE WS-TOT-OPEN-AMT  TO FP-OPEN-AMT
           MOVE WS-TOT-NEVER-CT  TO FP-NEVER-CT
           MOVE WS-TOT-NEVER-AMT TO FP-NEVER-AMT
           MOVE FCST-PUB-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING FCST-RPT-CTL
           END-CALL

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING FCST-RPT-CTL
           END-CALL

           MOVE WS-TOT-OPEN-CT TO DISP-FC-CT
           DISPLAY 'Earn-out forecast - open advances:   ' DISP-FC-CT
           MOVE WS-TOT-NEVER-CT TO DISP-FC-CT
           DISPLAY 'Earn-out forecast - never clearing:  ' DISP-FC-CT
           MOVE WS-TOT-NEVER-AMT TO DISP-FC-AMT
           DISPLAY 'Earn-out forecast - amount at risk:  '
                   DISP-FC-AMT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-FORECAST-ONE-PUBLISHER.
           EXEC SQL
               FETCH FCSTPUB INTO
                  :WS-PUB-CODE, :WS-PUB-NAME
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-PUB-NO-MORE TO TRUE
           ELSE
               PERFORM 250-FORECAST-PUBLISHER-ADVS
           END-IF.

      *    one publisher's open advances, then its subtotal line --
      *    a publisher with nothing open prints no subtotal
       250-FORECAST-PUBLISHER-ADVS.
           MOVE ZERO TO WS-PUB-OPEN-CT WS-PUB-OPEN-AMT
                        WS-PUB-NEVER-CT WS-PUB-NEVER-AMT
           MOVE 'Y' TO WS-ADV-MORE-SW

           EXEC SQL
               OPEN FCSTADV
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-ADV-NO-MORE TO TRUE
           END-IF

           PERFORM 300-FORECAST-ONE-ADVANCE UNTIL WS-ADV-NO-MORE

           EXEC SQL
               CLOSE FCSTADV
           END-EXEC

           IF WS-PUB-OPEN-CT > ZERO
               ADD WS-PUB-OPEN-CT   TO WS-TOT-OPEN-CT
               ADD WS-PUB-OPEN-AMT  TO WS-TOT-OPEN-AMT
               ADD WS-PUB-NEVER-CT  TO WS-TOT-NEVER-CT
               ADD WS-PUB-NEVER-AMT TO WS-TOT-NEVER-AMT

               MOVE SPACES TO FCST-PUB-LINE
               MOVE WS-PUB-CODE        TO FP-PUB-CODE
               MOVE WS-PUB-NAME(1:30)  TO FP-PUB-NAME
               MOVE WS-PUB-OPEN-CT     TO FP-OPEN-CT
               MOVE WS-PUB-OPEN-AMT    TO FP-OPEN-AMT
               MOVE WS-PUB-NEVER-CT    TO FP-NEVER-CT
               MOVE WS-PUB-NEVER-AMT   TO FP-NEVER-AMT
               MOVE FCST-PUB-LINE TO RPT-DETAIL-LINE
               SET RPT-FUNC-DETAIL TO TRUE
               CALL 'RPTWRITE' USING FCST-RPT-CTL
               END-CALL
           END-IF.

       300-FORECAST-ONE-ADVANCE.
           EXEC SQL
               FETCH FCSTADV INTO
                  :WS-FC-AU-ID, :WS-FC-TITLE-ID,
                  :WS-FC-UNRECOUPED, :WS-FC-ROYALTYPER
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-ADV-NO-MORE TO TRUE
           ELSE
               PERFORM 350-PROJECT-EARN-OUT

               ADD 1 TO WS-PUB-OPEN-CT
               ADD WS-FC-UNRECOUPED TO WS-PUB-OPEN-AMT

               MOVE SPACES TO FCST-RPT-LINE
               MOVE WS-PUB-CODE       TO FC-PUB-CODE
               MOVE WS-FC-AU-ID       TO FC-AU-ID
               MOVE WS-FC-TITLE-ID    TO FC-TITLE-ID
               MOVE WS-FC-UNRECOUPED  TO FC-UNRECOUPED
               MOVE WS-FC-PER-PERIOD  TO FC-PER-PERIOD
               IF WS-FC-NEVER
                   ADD 1 TO WS-PUB-NEVER-CT
                   ADD WS-FC-UNRECOUPED TO WS-PUB-NEVER-AMT
                   IF WS-FC-PER-PERIOD > ZERO
                       MOVE 'BEYOND HORIZON' TO FC-FLAG
                   ELSE
                       MOVE 'NEVER CLEARS'   TO FC-FLAG
                   END-IF
               ELSE
                   MOVE WS-FC-PERIODS    TO FC-PERIODS
                   MOVE WS-FC-CLEAR-PER  TO FC-CLEAR-PER
               END-IF
               MOVE FCST-RPT-LINE TO RPT-DETAIL-LINE
               SET RPT-FUNC-DETAIL TO TRUE
               CALL 'RPTWRITE' USING FCST-RPT-CTL
               END-CALL
           END-IF.

      *    the author's share of the title's rated sales over the
      *    window, averaged per period, is the recoupment run-rate
      *    -- the balance divided by it, rounded up to a whole
      *    period, is how long the advance has left
       350-PROJECT-EARN-OUT.
           MOVE 'N' TO WS-FC-NEVER-SW
           MOVE ZERO TO WS-FC-PERIODS
           MOVE SPACES TO WS-FC-CLEAR-PER

           EXEC SQL
               SELECT SUM(S.DOLLARS
                          * COALESCE(R.ROY_RATE, 100) / 100)
                  INTO :WS-FC-RATED:WS-FC-RATED-IND
                  FROM SALESSUM S
                       LEFT OUTER JOIN SALESRATE R
                         ON R.TITLE_ID = S.TITLE_ID
                        AND R.FORMAT_CODE = S.FORMAT_CODE
                        AND R.CHANNEL = S.CHANNEL
                  WHERE S.TITLE_ID = :WS-FC-TITLE-ID
                    AND S.PERIOD >= :WS-FROM-PERIOD
                    AND S.PERIOD < :WS-CURR-PERIOD
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT = ZERO OR WS-FC-RATED-IND < 0
               MOVE ZERO TO WS-FC-RATED
           END-IF

           COMPUTE WS-FC-PER-PERIOD ROUNDED =
               WS-FC-RATED * WS-FC-ROYALTYPER / 100
                           / WS-TREND-PERS

      *    the horizon test runs before the divide, so a trickle of
      *    sales can't overflow the period count
           EVALUATE TRUE
               WHEN WS-FC-PER-PERIOD NOT > ZERO
                   SET WS-FC-NEVER TO TRUE
               WHEN WS-FC-UNRECOUPED >
                    WS-FC-PER-PERIOD * WS-HORIZON-PERS
                   SET WS-FC-NEVER TO TRUE
               WHEN OTHER
                   COMPUTE WS-FC-PERIODS =
                       WS-FC-UNRECOUPED / WS-FC-PER-PERIOD
                   IF WS-FC-PERIODS * WS-FC-PER-PERIOD
                      < WS-FC-UNRECOUPED
                       ADD 1 TO WS-FC-PERIODS
                   END-IF
                   COMPUTE WS-WORK-MONTHS =
                       WS-CURR-MONTHS + WS-FC-PERIODS
                   PERFORM 700-MONTHS-TO-PERIOD
                   MOVE WS-PER-X TO WS-FC-CLEAR-PER
           END-EVALUATE.

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
       END PROGRAM ADVFCST.
