       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRECN.
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

      *    distributor sales-versus-remittance reconciliation.
      *    For every distributor on DISTRIB, the sales dollars it
      *    reported through SALESLD are set against the cash it
      *    remitted through REMITLD, period by period.  A period
      *    whose cash falls short of its sales by more than the
      *    tolerance is short-paid and its balance is aged from
      *    the day it fell due -- the end of the sales month plus
      *    the distributor's terms -- into the current, 30, 60,
      *    90 and over-90 buckets.  A period paid over its sales
      *    is an unapplied credit.  Two reports for the credit
      *    team: DISTRECN.DAT lists every short-paid and over-paid
      *    period, DISTAGE.DAT is the aged receivable by
      *    distributor.  Any exception ends the step RC=4.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-DIST-MORE-SW       PIC X VALUE 'Y'.
           88 WS-DIST-NO-MORE       VALUE 'N'.
       01 WS-PER-MORE-SW        PIC X.
           88 WS-PER-NO-MORE        VALUE 'N'.

      *    a difference inside the tolerance is rounding on the
      *    distributor's side, not a short payment -- whole
      *    dollars off the run-control card set, one dollar as
      *    the shipped default
       01 WS-TOLERANCE          PIC 9(3)V99 VALUE 1.
       01 WS-TOL-X              PIC X(3).
       01 WS-TOL-9 REDEFINES WS-TOL-X
                                PIC 9(3).

       01 WS-AS-OF-DATE         PIC X(8).
       01 WS-AS-OF-NUM          PIC 9(8).
       01 WS-AS-OF-INT          PIC S9(9) COMP.
       01 WS-NEXT-NUM           PIC 9(8).
       01 WS-NEXT-X REDEFINES WS-NEXT-NUM.
           05 WS-NEXT-YEAR          PIC 9(4).
           05 WS-NEXT-MONTH         PIC 9(2).
           05 WS-NEXT-DAY           PIC 9(2).
       01 WS-PER-X              PIC X(6).
       01 WS-PER-9 REDEFINES WS-PER-X.
           05 WS-PER-YEAR           PIC 9(4).
           05 WS-PER-MONTH          PIC 9(2).
       01 WS-DUE-INT            PIC S9(9) COMP.
       01 WS-DAYS-PAST-DUE      PIC S9(7) COMP.

       01 WS-DIST-ID            PIC X(6).
       01 WS-DIST-NAME          PIC X(40).
       01 WS-TERMS-DAYS         PIC 9(3).

       01 WS-RC-PERIOD          PIC X(6).
       01 WS-RC-REPORTED        PIC S9(11)V99.
       01 WS-RC-REMITTED        PIC S9(11)V99.
       01 WS-RC-DIFFERENCE      PIC S9(11)V99.

      *    the aged buckets for one distributor, and the run's
      *    totals across all of them
       01 WS-DIST-BUCKETS.
           05 WS-DB-CURRENT         PIC S9(11)V99.
           05 WS-DB-30              PIC S9(11)V99.
           05 WS-DB-60              PIC S9(11)V99.
           05 WS-DB-90              PIC S9(11)V99.
           05 WS-DB-OVER-90         PIC S9(11)V99.
           05 WS-DB-CREDIT          PIC S9(11)V99.
       01 WS-DIST-OPEN          PIC S9(11)V99.
       01 WS-TOT-BUCKETS.
           05 WS-TB-CURRENT         PIC S9(13)V99 VALUE ZERO.
           05 WS-TB-30              PIC S9(13)V99 VALUE ZERO.
           05 WS-TB-60              PIC S9(13)V99 VALUE ZERO.
           05 WS-TB-90              PIC S9(13)V99 VALUE ZERO.
           05 WS-TB-OVER-90         PIC S9(13)V99 VALUE ZERO.
           05 WS-TB-CREDIT          PIC S9(13)V99 VALUE ZERO.
       01 WS-TOT-OPEN           PIC S9(13)V99 VALUE ZERO.

       01 WS-DIST-CT            PIC 9(5) COMP VALUE ZERO.
       01 WS-SHORT-CT           PIC 9(6) COMP VALUE ZERO.
       01 WS-OVER-CT            PIC 9(6) COMP VALUE ZERO.
       01 DISP-RECN-CT          PIC ZZZ,ZZ9.
       01 DISP-RECN-AMT         PIC $$,$$$,$$$,$$9.99-.

       01 RECN-RPT-LINE.
           05 RL-DIST-ID            PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-DIST-NAME          PIC X(24).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-PERIOD             PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-REPORTED           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-REMITTED           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-DIFFERENCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-STATUS             PIC X(10).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-DAYS-PAST-DUE      PIC ZZZZ9-.
           05 FILLER                PIC X(4) VALUE SPACES.

       01 AGE-RPT-LINE.
           05 AL-DIST-ID            PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 AL-DIST-NAME          PIC X(24).
           05 FILLER                PIC X  VALUE SPACE.
           05 AL-TERMS              PIC ZZ9.
           05 FILLER                PIC X  VALUE SPACE.
           05 AL-OPEN               PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 AL-CURRENT            PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 AL-30                 PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 AL-60                 PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 AL-90                 PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 AL-OVER-90            PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X  VALUE SPACE.
           05 AL-CREDIT             PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(4) VALUE SPACES.

       01 RECN-RPT-CTL.
           COPY RPTPARM.
       01 AGE-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'DISTRECN' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    balances age against the business date, not the wall
      *    clock
           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF BDT-RC-OK
               MOVE BDT-BUSINESS-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF
           MOVE WS-AS-OF-DATE TO WS-AS-OF-NUM
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-NUM)

           MOVE 'DISTRECN' TO RUNP-STEP-NAME
           MOVE 'TOLERANCE' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-TOL-X
           IF RUNP-RC-OK
              AND WS-TOL-X NUMERIC
               MOVE WS-TOL-9 TO WS-TOLERANCE
           END-IF

           MOVE 'DISTRECN.DAT' TO RPT-FILE-NAME OF RECN-RPT-CTL
           MOVE 'DISTRIBUTOR SHORT-PAID AND OVER-PAID PERIODS'
               TO RPT-TITLE OF RECN-RPT-CTL
           MOVE SPACES TO RPT-COLUMN-HEADS OF RECN-RPT-CTL
           STRING 'DIST   DISTRIBUTOR              PERIOD'
                  '        REPORTED        REMITTED'
                  '      DIFFERENCE STATUS       DAYS'
               DELIMITED BY SIZE
               INTO RPT-COLUMN-HEADS OF RECN-RPT-CTL
           SET RPT-FUNC-OPEN OF RECN-RPT-CTL TO TRUE
           CALL 'RPTWRITE' USING RECN-RPT-CTL
           END-CALL

           MOVE 'DISTAGE.DAT' TO RPT-FILE-NAME OF AGE-RPT-CTL
           MOVE 'DISTRIBUTOR AGED RECEIVABLE'
               TO RPT-TITLE OF AGE-RPT-CTL
           MOVE SPACES TO RPT-COLUMN-HEADS OF AGE-RPT-CTL
           STRING 'DIST   DISTRIBUTOR              TRM'
                  '           OPEN        CURRENT           1-30'
                  '          31-60          61-90        OVER 90'
                  '         CREDIT'
               DELIMITED BY SIZE
               INTO RPT-COLUMN-HEADS OF AGE-RPT-CTL
           SET RPT-FUNC-OPEN OF AGE-RPT-CTL TO TRUE
           CALL 'RPTWRITE' USING AGE-RPT-CTL
           END-CALL

           EXEC SQL
               DECLARE RECNDIST CURSOR FOR
               SELECT DIST_ID, DIST_NAME, TERMS_DAYS
                  FROM DISTRIB
                  ORDER BY DIST_ID
           END-EXEC

      *    reported sales and remitted cash for one distributor,
      *    side by side by period -- a period with only one of
      *    the two still appears, with the other at zero
           EXEC SQL
               DECLARE RECNPER CURSOR FOR
               SELECT P.PERIOD, SUM(P.SOLD), SUM(P.PAID)
                  FROM (SELECT SUBSTR(SALE_DATE, 1, 6) AS PERIOD,
                               AMOUNT AS SOLD, 0 AS PAID
                           FROM sales
                           WHERE DIST_ID = :WS-DIST-ID
                        UNION ALL
                        SELECT PERIOD, 0, AMOUNT
                           FROM REMITTANCE
                           WHERE DIST_ID = :WS-DIST-ID) P
                  GROUP BY P.PERIOD
                  ORDER BY P.PERIOD
           END-EXEC

           EXEC SQL
               OPEN RECNDIST
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open RECNDIST ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-DIST-NO-MORE TO TRUE
           END-IF

           PERFORM 200-RECONCILE-ONE-DIST UNTIL WS-DIST-NO-MORE

           EXEC SQL
               CLOSE RECNDIST
           END-EXEC

           MOVE SPACES TO AGE-RPT-LINE
           MOVE 'TOTAL'          TO AL-DIST-ID
           MOVE WS-TOT-OPEN      TO AL-OPEN
           MOVE WS-TB-CURRENT    TO AL-CURRENT
           MOVE WS-TB-30         TO AL-30
           MOVE WS-TB-60         TO AL-60
           MOVE WS-TB-90         TO AL-90
           MOVE WS-TB-OVER-90    TO AL-OVER-90
           MOVE WS-TB-CREDIT     TO AL-CREDIT
           MOVE AGE-RPT-LINE TO RPT-DETAIL-LINE OF AGE-RPT-CTL
           SET RPT-FUNC-DETAIL OF AGE-RPT-CTL TO TRUE
           CALL 'RPTWRITE' USING AGE-RPT-CTL
           END-CALL

           SET RPT-FUNC-CLOSE OF RECN-RPT-CTL TO TRUE
           CALL 'RPTWRITE' USING RECN-RPT-CTL
           END-CALL
           SET RPT-FUNC-CLOSE OF AGE-RPT-CTL TO TRUE
           CALL 'RPTWRITE' USING AGE-RPT-CTL
           END-CALL

           MOVE WS-DIST-CT TO DISP-RECN-CT
           DISPLAY 'Distributor recon - distributors:     '
                   DISP-RECN-CT
           MOVE WS-SHORT-CT TO DISP-RECN-CT
           DISPLAY 'Distributor recon - short-paid periods:'
                   DISP-RECN-CT
           MOVE WS-OVER-CT TO DISP-RECN-CT
           DISPLAY 'Distributor recon - over-paid periods: '
                   DISP-RECN-CT
           MOVE WS-TOT-OPEN TO DISP-RECN-AMT
           DISPLAY 'Distributor recon - open receivable:  '
                   DISP-RECN-AMT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-SHORT-CT > ZERO OR WS-OVER-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       200-RECONCILE-ONE-DIST.
           EXEC SQL
               FETCH RECNDIST INTO
                  :WS-DIST-ID, :WS-DIST-NAME, :WS-TERMS-DAYS
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-DIST-NO-MORE TO TRUE
           ELSE
               PERFORM 250-RECONCILE-DIST-PERIODS
           END-IF.

      *    one distributor's periods, then its aged line -- a
      *    distributor with nothing open and no credit prints no
      *    aged line
       250-RECONCILE-DIST-PERIODS.
           ADD 1 TO WS-DIST-CT
           MOVE ZERO TO WS-DB-CURRENT WS-DB-30 WS-DB-60 WS-DB-90
                        WS-DB-OVER-90 WS-DB-CREDIT WS-DIST-OPEN
           MOVE 'Y' TO WS-PER-MORE-SW

           EXEC SQL
               OPEN RECNPER
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-PER-NO-MORE TO TRUE
           END-IF

           PERFORM 300-RECONCILE-ONE-PERIOD UNTIL WS-PER-NO-MORE

           EXEC SQL
               CLOSE RECNPER
           END-EXEC

           IF WS-DIST-OPEN NOT = ZERO OR WS-DB-CREDIT NOT = ZERO
               ADD WS-DIST-OPEN  TO WS-TOT-OPEN
               ADD WS-DB-CURRENT TO WS-TB-CURRENT
               ADD WS-DB-30      TO WS-TB-30
               ADD WS-DB-60      TO WS-TB-60
               ADD WS-DB-90      TO WS-TB-90
               ADD WS-DB-OVER-90 TO WS-TB-OVER-90
               ADD WS-DB-CREDIT  TO WS-TB-CREDIT

               MOVE SPACES TO AGE-RPT-LINE
               MOVE WS-DIST-ID         TO AL-DIST-ID
               MOVE WS-DIST-NAME(1:24) TO AL-DIST-NAME
               MOVE WS-TERMS-DAYS      TO AL-TERMS
               MOVE WS-DIST-OPEN       TO AL-OPEN
               MOVE WS-DB-CURRENT      TO AL-CURRENT
               MOVE WS-DB-30           TO AL-30
               MOVE WS-DB-60           TO AL-60
               MOVE WS-DB-90           TO AL-90
               MOVE WS-DB-OVER-90      TO AL-OVER-90
               MOVE WS-DB-CREDIT       TO AL-CREDIT
               MOVE AGE-RPT-LINE TO RPT-DETAIL-LINE OF AGE-RPT-CTL
               SET RPT-FUNC-DETAIL OF AGE-RPT-CTL TO TRUE
               CALL 'RPTWRITE' USING AGE-RPT-CTL
               END-CALL
           END-IF.

       300-RECONCILE-ONE-PERIOD.
           EXEC SQL
               FETCH RECNPER INTO
                  :WS-RC-PERIOD, :WS-RC-REPORTED, :WS-RC-REMITTED
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-PER-NO-MORE TO TRUE
           ELSE
               COMPUTE WS-RC-DIFFERENCE =
                   WS-RC-REPORTED - WS-RC-REMITTED
               PERFORM 350-AGE-PERIOD
               EVALUATE TRUE
                   WHEN WS-RC-DIFFERENCE > WS-TOLERANCE
                       ADD 1 TO WS-SHORT-CT
                       PERFORM 400-BUCKET-SHORT-PAYMENT
                       MOVE 'SHORT-PAID' TO RL-STATUS
                       PERFORM 450-WRITE-EXCEPTION
                   WHEN WS-RC-DIFFERENCE < ZERO - WS-TOLERANCE
                       ADD 1 TO WS-OVER-CT
                       SUBTRACT WS-RC-DIFFERENCE FROM WS-DB-CREDIT
                       MOVE 'OVER-PAID'  TO RL-STATUS
                       PERFORM 450-WRITE-EXCEPTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    a period falls due the day after its last sales day
      *    plus the distributor's terms; the first of the next
      *    month less one is the last sales day
       350-AGE-PERIOD.
           MOVE WS-RC-PERIOD TO WS-PER-X
           IF WS-PER-X NUMERIC
              AND WS-PER-MONTH > ZERO AND WS-PER-MONTH < 13
               MOVE WS-PER-YEAR  TO WS-NEXT-YEAR
               MOVE WS-PER-MONTH TO WS-NEXT-MONTH
               MOVE 1            TO WS-NEXT-DAY
               IF WS-NEXT-MONTH = 12
                   ADD 1 TO WS-NEXT-YEAR
                   MOVE 1 TO WS-NEXT-MONTH
               ELSE
                   ADD 1 TO WS-NEXT-MONTH
               END-IF
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-NUM) - 1
                   + WS-TERMS-DAYS
               COMPUTE WS-DAYS-PAST-DUE = WS-AS-OF-INT - WS-DUE-INT
           ELSE
      *        an undatable period is the oldest kind there is
               MOVE 99999 TO WS-DAYS-PAST-DUE
           END-IF.

       400-BUCKET-SHORT-PAYMENT.
           ADD WS-RC-DIFFERENCE TO WS-DIST-OPEN
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE NOT > ZERO
                   ADD WS-RC-DIFFERENCE TO WS-DB-CURRENT
               WHEN WS-DAYS-PAST-DUE NOT > 30
                   ADD WS-RC-DIFFERENCE TO WS-DB-30
               WHEN WS-DAYS-PAST-DUE NOT > 60
                   ADD WS-RC-DIFFERENCE TO WS-DB-60
               WHEN WS-DAYS-PAST-DUE NOT > 90
                   ADD WS-RC-DIFFERENCE TO WS-DB-90
               WHEN OTHER
                   ADD WS-RC-DIFFERENCE TO WS-DB-OVER-90
           END-EVALUATE.

       450-WRITE-EXCEPTION.
           MOVE WS-DIST-ID         TO RL-DIST-ID
           MOVE WS-DIST-NAME(1:24) TO RL-DIST-NAME
           MOVE WS-RC-PERIOD       TO RL-PERIOD
           MOVE WS-RC-REPORTED     TO RL-REPORTED
           MOVE WS-RC-REMITTED     TO RL-REMITTED
           MOVE WS-RC-DIFFERENCE   TO RL-DIFFERENCE
           IF WS-DAYS-PAST-DUE > ZERO
               MOVE WS-DAYS-PAST-DUE TO RL-DAYS-PAST-DUE
           ELSE
               MOVE ZERO TO RL-DAYS-PAST-DUE
           END-IF
           MOVE RECN-RPT-LINE TO RPT-DETAIL-LINE OF RECN-RPT-CTL
           SET RPT-FUNC-DETAIL OF RECN-RPT-CTL TO TRUE
           CALL 'RPTWRITE' USING RECN-RPT-CTL
           END-CALL.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM DISTRECN.
