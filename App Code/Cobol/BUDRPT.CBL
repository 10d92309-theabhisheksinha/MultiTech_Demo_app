       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDRPT.
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

      *    budget against actual by imprint -- SALESSUM units and
      *    dollars and the royalty expense they generate, priced
      *    the way PUBRPT prices them, set against the ROYBUDGET
      *    rows BUDGLD loads, for the month and for the year to
      *    date.  Two lines an imprint, month then year.  An
      *    imprint whose royalty expense runs over budget by more
      *    than the run-control percentage on either line is
      *    flagged, as is one spending against no budget at all.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-PUB-MORE-SW        PIC X VALUE 'Y'.
           88 WS-PUB-NO-MORE        VALUE 'N'.
       01 WS-TTL-MORE-SW        PIC X.
           88 WS-TTL-NO-MORE        VALUE 'N'.

      *    the month reported defaults to the business date's; a
      *    YYYYMM on SYSIN reports an earlier one
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-ENTRY-PERIOD       PIC X(6).
       01 WS-RPT-PERIOD         PIC X(6).
       01 WS-YTD-FROM           PIC X(6).
       01 WS-FROM-PERIOD        PIC X(6).

       01 WS-OVER-PCT           PIC 9(3) VALUE 10.
       01 WS-PCT-X              PIC X(3).
       01 WS-PCT-9 REDEFINES WS-PCT-X
                                PIC 9(3).

       01 WS-PUB-CODE           PIC X(4).
       01 WS-PUB-NAME           PIC X(40).
       01 WS-RPT-TITLE-ID       PIC S9(4) COMP.

       01 WS-TTL-UNITS          PIC S9(9) COMP.
       01 WS-TTL-UNITS-IND      PIC S9(4) COMP.
       01 WS-TTL-DOLLARS        PIC S9(11)V99.
       01 WS-TTL-DOLLARS-IND    PIC S9(4) COMP.
       01 WS-TTL-RATED          PIC S9(11)V99.
       01 WS-TTL-RATED-IND      PIC S9(4) COMP.
       01 WS-SUM-ROYALTYPER     PIC S9(9) COMP.
       01 WS-SUM-ROY-IND        PIC S9(4) COMP.
       01 WS-TTL-EXPENSE        PIC S9(9)V99.

       01 WS-BUD-UNITS          PIC S9(11) COMP.
       01 WS-BUD-UNITS-IND      PIC S9(4) COMP.
       01 WS-BUD-DOLLARS        PIC S9(13)V99.
       01 WS-BUD-DOLLARS-IND    PIC S9(4) COMP.
       01 WS-BUD-EXPENSE        PIC S9(11)V99.
       01 WS-BUD-EXPENSE-IND    PIC S9(4) COMP.

      *    one imprint's figures, month (1) and year to date (2),
      *    and the report totals alongside in (3) and (4)
       01 WS-FIG-TABLE.
           05 WS-FIG-ENTRY OCCURS 4 TIMES.
               10 WS-ACT-UNITS         PIC S9(11) COMP.
               10 WS-ACT-DOLLARS       PIC S9(13)V99.
               10 WS-ACT-EXPENSE       PIC S9(11)V99.
               10 WS-BGT-UNITS         PIC S9(11) COMP.
               10 WS-BGT-DOLLARS       PIC S9(13)V99.
               10 WS-BGT-EXPENSE       PIC S9(11)V99.
       01 WS-FIG-SUB            PIC 9(2) COMP.
       01 WS-TOT-SUB            PIC 9(2) COMP.

       01 WS-VAR-AMT            PIC S9(13)V99.
       01 WS-VAR-PCT            PIC S9(5)V9.
       01 WS-OVER-SW            PIC X.
           88 WS-OVER-BUDGET        VALUE 'Y'.
       01 WS-NO-BUDGET-SW       PIC X.
           88 WS-NO-BUDGET          VALUE 'Y'.

       01 WS-PUB-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-FLAG-CT            PIC 9(4) COMP VALUE ZERO.
       01 DISP-PUB-CT           PIC ZZZ9.

       01 BUD-RPT-LINE.
           05 BR-PUB-CODE           PIC X(4).
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-PUB-NAME           PIC X(14).
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-BASIS              PIC X(3).
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-ACT-UNITS          PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-BGT-UNITS          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-VAR-UNITS          PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-PCT-UNITS          PIC -ZZZZ9.9.
           05 BR-PCT-UNITS-X REDEFINES BR-PCT-UNITS
                                    PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-ACT-DOLLARS        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-BGT-DOLLARS        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-VAR-DOLLARS        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-PCT-DOLLARS        PIC -ZZZZ9.9.
           05 BR-PCT-DOLLARS-X REDEFINES BR-PCT-DOLLARS
                                    PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-ACT-EXPENSE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-BGT-EXPENSE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-VAR-EXPENSE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-PCT-EXPENSE        PIC -ZZZZ9.9.
           05 BR-PCT-EXPENSE-X REDEFINES BR-PCT-EXPENSE
                                    PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 BR-FLAG               PIC X(8).

       01 BUD-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'BUDRPT' TO MYRF-CALLER-ID
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
           MOVE WS-BUSINESS-DATE(1:6) TO WS-RPT-PERIOD

           MOVE SPACES TO WS-ENTRY-PERIOD
           ACCEPT WS-ENTRY-PERIOD
           IF WS-ENTRY-PERIOD NUMERIC
               MOVE WS-ENTRY-PERIOD TO WS-RPT-PERIOD
           END-IF
           MOVE SPACES TO WS-YTD-FROM
           STRING WS-RPT-PERIOD(1:4) '01'
               DELIMITED BY SIZE INTO WS-YTD-FROM

           MOVE 'BUDRPT' TO RUNP-STEP-NAME
           MOVE 'OVER-PCT' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-PCT-X
           IF RUNP-RC-OK
              AND WS-PCT-X NUMERIC
               MOVE WS-PCT-9 TO WS-OVER-PCT
           END-IF

           INITIALIZE WS-FIG-TABLE

           MOVE 'BUDRPT.DAT' TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING 'ROYALTY BUDGET VERSUS ACTUAL BY IMPRINT - PERIOD '
                  WS-RPT-PERIOD
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'PUB  PUBLISHER          '
                  '  UNITS ACT   UNITS BUD    UNITS VAR    VAR %'
                  '       DOLLARS ACT      DOLLARS BUD'
                  '       DOLLARS VAR    VAR %'
                  '    EXPENSE ACT    EXPENSE BUD    EXPENSE VAR'
                  '    VAR % FLAG'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING BUD-RPT-CTL
           END-CALL

           EXEC SQL
               DECLARE BUDPUB CURSOR FOR
               SELECT PUB_CODE, PUB_NAME
                  FROM PUBLISHERS
                  ORDER BY PUB_CODE
           END-EXEC

           EXEC SQL
               DECLARE BUDTITLES CURSOR FOR
               SELECT TITLE_ID
                  FROM titles
                  WHERE PUB_CODE = :WS-PUB-CODE
                  ORDER BY TITLE_ID
           END-EXEC

           EXEC SQL
               OPEN BUDPUB
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open BUDPUB ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-PUB-NO-MORE TO TRUE
           END-IF

           PERFORM 200-COMPARE-ONE-PUBLISHER UNTIL WS-PUB-NO-MORE

           EXEC SQL
               CLOSE BUDPUB
           END-EXEC

           MOVE 'TOTL' TO WS-PUB-CODE
           MOVE SPACES TO WS-PUB-NAME
           MOVE 3 TO WS-FIG-SUB
           PERFORM 500-PRINT-ONE-BASIS
           MOVE 4 TO WS-FIG-SUB
           PERFORM 500-PRINT-ONE-BASIS

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING BUD-RPT-CTL
           END-CALL

           MOVE WS-PUB-CT TO DISP-PUB-CT
           DISPLAY 'Budget vs actual - publishers:   ' DISP-PUB-CT
           MOVE WS-FLAG-CT TO DISP-PUB-CT
           DISPLAY 'Budget vs actual - over budget:  ' DISP-PUB-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-COMPARE-ONE-PUBLISHER.
           EXEC SQL
               FETCH BUDPUB INTO
                  :WS-PUB-CODE, :WS-PUB-NAME
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-PUB-NO-MORE TO TRUE
           ELSE
               ADD 1 TO WS-PUB-CT
               INITIALIZE WS-FIG-ENTRY(1) WS-FIG-ENTRY(2)
               MOVE 'Y' TO WS-TTL-MORE-SW

               EXEC SQL
                   OPEN BUDTITLES
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE < ZERO
                   SET WS-TTL-NO-MORE TO TRUE
               END-IF

               PERFORM 250-ADD-ONE-TITLE UNTIL WS-TTL-NO-MORE

               EXEC SQL
                   CLOSE BUDTITLES
               END-EXEC

               MOVE WS-RPT-PERIOD TO WS-FROM-PERIOD
               MOVE 1 TO WS-FIG-SUB
               PERFORM 400-GET-BUDGET
               MOVE WS-YTD-FROM TO WS-FROM-PERIOD
               MOVE 2 TO WS-FIG-SUB
               PERFORM 400-GET-BUDGET

               MOVE 'N' TO WS-OVER-SW WS-NO-BUDGET-SW
               MOVE 1 TO WS-FIG-SUB
               PERFORM 500-PRINT-ONE-BASIS
               MOVE 2 TO WS-FIG-SUB
               PERFORM 500-PRINT-ONE-BASIS
               IF WS-OVER-BUDGET OR WS-NO-BUDGET
                   ADD 1 TO WS-FLAG-CT
               END-IF

               PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                       UNTIL WS-FIG-SUB > 2
                   COMPUTE WS-TOT-SUB = WS-FIG-SUB + 2
                   ADD WS-ACT-UNITS(WS-FIG-SUB)
                       TO WS-ACT-UNITS(WS-TOT-SUB)
                   ADD WS-ACT-DOLLARS(WS-FIG-SUB)
                       TO WS-ACT-DOLLARS(WS-TOT-SUB)
                   ADD WS-ACT-EXPENSE(WS-FIG-SUB)
                       TO WS-ACT-EXPENSE(WS-TOT-SUB)
                   ADD WS-BGT-UNITS(WS-FIG-SUB)
                       TO WS-BGT-UNITS(WS-TOT-SUB)
                   ADD WS-BGT-DOLLARS(WS-FIG-SUB)
                       TO WS-BGT-DOLLARS(WS-TOT-SUB)
                   ADD WS-BGT-EXPENSE(WS-FIG-SUB)
                       TO WS-BGT-EXPENSE(WS-TOT-SUB)
               END-PERFORM
           END-IF.

       250-ADD-ONE-TITLE.
           EXEC SQL
               FETCH BUDTITLES INTO :WS-RPT-TITLE-ID
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-TTL-NO-MORE TO TRUE
           ELSE
               EXEC SQL
                   SELECT SUM(ROYALTYPER)
                      INTO :WS-SUM-ROYALTYPER:WS-SUM-ROY-IND
                      FROM titleauthor
                      WHERE TITLE_ID = :WS-RPT-TITLE-ID
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF WS-SUM-ROY-IND < 0
                   MOVE ZERO TO WS-SUM-ROYALTYPER
               END-IF

               MOVE WS-RPT-PERIOD TO WS-FROM-PERIOD
               MOVE 1 TO WS-FIG-SUB
               PERFORM 300-SUM-TITLE-SALES
               MOVE WS-YTD-FROM TO WS-FROM-PERIOD
               MOVE 2 TO WS-FIG-SUB
               PERFORM 300-SUM-TITLE-SALES
           END-IF.

      *    the title's sales from the from-period through the
      *    reported one, with the expense worked the way PUBRPT
      *    and the royalty run work it -- each format and channel
      *    at its SALESRATE rate, then the combined author split
       300-SUM-TITLE-SALES.
           EXEC SQL
               SELECT SUM(S.UNITS), SUM(S.DOLLARS),
                      SUM(S.DOLLARS
                          * COALESCE(R.ROY_RATE, 100) / 100)
                  INTO :WS-TTL-UNITS:WS-TTL-UNITS-IND,
                       :WS-TTL-DOLLARS:WS-TTL-DOLLARS-IND,
                       :WS-TTL-RATED:WS-TTL-RATED-IND
                  FROM SALESSUM S
                       LEFT OUTER JOIN SALESRATE R
                         ON R.TITLE_ID = S.TITLE_ID
                        AND R.FORMAT_CODE = S.FORMAT_CODE
                        AND R.CHANNEL = S.CHANNEL
                  WHERE S.TITLE_ID = :WS-RPT-TITLE-ID
                    AND S.PERIOD >= :WS-FROM-PERIOD
                    AND S.PERIOD <= :WS-RPT-PERIOD
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT = ZERO OR WS-TTL-UNITS-IND < 0
               MOVE ZERO TO WS-TTL-UNITS
           END-IF
           IF SQLCODE NOT = ZERO OR WS-TTL-DOLLARS-IND < 0
               MOVE ZERO TO WS-TTL-DOLLARS
           END-IF
           IF SQLCODE NOT = ZERO OR WS-TTL-RATED-IND < 0
               MOVE ZERO TO WS-TTL-RATED
           END-IF

           COMPUTE WS-TTL-EXPENSE ROUNDED =
               WS-TTL-RATED * WS-SUM-ROYALTYPER / 100

           ADD WS-TTL-UNITS   TO WS-ACT-UNITS(WS-FIG-SUB)
           ADD WS-TTL-DOLLARS TO WS-ACT-DOLLARS(WS-FIG-SUB)
           ADD WS-TTL-EXPENSE TO WS-ACT-EXPENSE(WS-FIG-SUB).

       400-GET-BUDGET.
           EXEC SQL
               SELECT SUM(BUD_UNITS), SUM(BUD_DOLLARS),
                      SUM(BUD_EXPENSE)
                  INTO :WS-BUD-UNITS:WS-BUD-UNITS-IND,
                       :WS-BUD-DOLLARS:WS-BUD-DOLLARS-IND,
                       :WS-BUD-EXPENSE:WS-BUD-EXPENSE-IND
                  FROM ROYBUDGET
                  WHERE PUB_CODE = :WS-PUB-CODE
                    AND PERIOD >= :WS-FROM-PERIOD
                    AND PERIOD <= :WS-RPT-PERIOD
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT = ZERO OR WS-BUD-UNITS-IND < 0
               MOVE ZERO TO WS-BUD-UNITS
           END-IF
           IF SQLCODE NOT = ZERO OR WS-BUD-DOLLARS-IND < 0
               MOVE ZERO TO WS-BUD-DOLLARS
           END-IF
           IF SQLCODE NOT = ZERO OR WS-BUD-EXPENSE-IND < 0
               MOVE ZERO TO WS-BUD-EXPENSE
           END-IF
           MOVE WS-BUD-UNITS   TO WS-BGT-UNITS(WS-FIG-SUB)
           MOVE WS-BUD-DOLLARS TO WS-BGT-DOLLARS(WS-FIG-SUB)
           MOVE WS-BUD-EXPENSE TO WS-BGT-EXPENSE(WS-FIG-SUB).

      *    variance is actual less budget, so over budget reads
      *    positive; with no budget there is no percentage to show
       500-PRINT-ONE-BASIS.
           MOVE SPACES TO BUD-RPT-LINE
           MOVE WS-PUB-CODE        TO BR-PUB-CODE
           MOVE WS-PUB-NAME(1:14)  TO BR-PUB-NAME
           IF WS-FIG-SUB = 1 OR WS-FIG-SUB = 3
               MOVE 'MTH' TO BR-BASIS
           ELSE
               MOVE 'YTD' TO BR-BASIS
           END-IF

           MOVE WS-ACT-UNITS(WS-FIG-SUB) TO BR-ACT-UNITS
           MOVE WS-BGT-UNITS(WS-FIG-SUB) TO BR-BGT-UNITS
           COMPUTE WS-VAR-AMT = WS-ACT-UNITS(WS-FIG-SUB)
                              - WS-BGT-UNITS(WS-FIG-SUB)
           MOVE WS-VAR-AMT TO BR-VAR-UNITS
           IF WS-BGT-UNITS(WS-FIG-SUB) = ZERO
               MOVE SPACES TO BR-PCT-UNITS-X
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VAR-AMT * 100 / WS-BGT-UNITS(WS-FIG-SUB)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VAR-PCT
               END-COMPUTE
               MOVE WS-VAR-PCT TO BR-PCT-UNITS
           END-IF

           MOVE WS-ACT-DOLLARS(WS-FIG-SUB) TO BR-ACT-DOLLARS
           MOVE WS-BGT-DOLLARS(WS-FIG-SUB) TO BR-BGT-DOLLARS
           COMPUTE WS-VAR-AMT = WS-ACT-DOLLARS(WS-FIG-SUB)
                              - WS-BGT-DOLLARS(WS-FIG-SUB)
           MOVE WS-VAR-AMT TO BR-VAR-DOLLARS
           IF WS-BGT-DOLLARS(WS-FIG-SUB) = ZERO
               MOVE SPACES TO BR-PCT-DOLLARS-X
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VAR-AMT * 100 / WS-BGT-DOLLARS(WS-FIG-SUB)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VAR-PCT
               END-COMPUTE
               MOVE WS-VAR-PCT TO BR-PCT-DOLLARS
           END-IF

           MOVE WS-ACT-EXPENSE(WS-FIG-SUB) TO BR-ACT-EXPENSE
           MOVE WS-BGT-EXPENSE(WS-FIG-SUB) TO BR-BGT-EXPENSE
           COMPUTE WS-VAR-AMT = WS-ACT-EXPENSE(WS-FIG-SUB)
                              - WS-BGT-EXPENSE(WS-FIG-SUB)
           MOVE WS-VAR-AMT TO BR-VAR-EXPENSE
           IF WS-BGT-EXPENSE(WS-FIG-SUB) = ZERO
               MOVE SPACES TO BR-PCT-EXPENSE-X
               IF WS-ACT-EXPENSE(WS-FIG-SUB) > ZERO
                   MOVE 'NO BUDGT' TO BR-FLAG
                   IF WS-FIG-SUB < 3
                       SET WS-NO-BUDGET TO TRUE
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VAR-AMT * 100 / WS-BGT-EXPENSE(WS-FIG-SUB)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VAR-PCT
               END-COMPUTE
               MOVE WS-VAR-PCT TO BR-PCT-EXPENSE
               IF WS-VAR-PCT > WS-OVER-PCT
                   MOVE 'OVER BUD' TO BR-FLAG
                   IF WS-FIG-SUB < 3
                       SET WS-OVER-BUDGET TO TRUE
                   END-IF
               END-IF
           END-IF

           MOVE BUD-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING BUD-RPT-CTL
           END-CALL.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM BUDRPT.
