       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVRPT.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSION-LETTER-FILE ASSIGN TO "REVLTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-REGISTER-FILE ASSIGN TO "REVLREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REVERSION-LETTER-FILE.
       01  REVERSION-LETTER-RECORD PIC X(300).

       FD  NOTICE-REGISTER-FILE.
       01  NOTICE-REGISTER-RECORD  PIC X(40).

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE authors
           END-EXEC

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.

      *    periodic rights-reversion run off SALESSUM.  A title
      *    whose units sold stayed under its contract threshold
      *    in every one of the required run of consecutive closed
      *    periods is out of print in the contract's sense and its
      *    rights are eligible to revert to the author.  The units
      *    and periods are the title's CONTRACTS terms (see 320);
      *    a contract that leaves them blank takes the house terms
      *    on the run-control cards.  Each such title is listed
      *    with its authors off titleauthor for the rights desk,
      *    and every author on it gets a notice letter -- to the
      *    print house on REVLTR.DAT -- saying the title is
      *    eligible and the date after which the reversion may be
      *    confirmed.  Confirming is done title by title in
      *    TITLMSTR (status R); from then on SALESLD suspends the
      *    title's sales, so nothing new reaches the royalty run,
      *    and this run no longer lists it.
      *
      *    the window is the title's run of closed periods before
      *    the business month, so a month still being loaded never
      *    counts against a title.  A title with no SALESSUM row
      *    before its window has not been on sale long enough to
      *    be judged and is left off.  Retired titles are judged
      *    the same as active ones -- retiring a title does not
      *    give its rights back.
      *
      *    each notice is registered on REVLREG.DAT; an author
      *    already noticed on the title inside the current window
      *    is listed again but not lettered again, so the run can
      *    go every month while the desk works the list.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-TTL-MORE-SW        PIC X.
           88 WS-TTL-NO-MORE        VALUE 'N'.
       01 WS-AU-MORE-SW         PIC X.
           88 WS-AU-NO-MORE         VALUE 'N'.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-REG-EOF-SW         PIC X VALUE 'N'.
           88 WS-REG-EOF            VALUE 'Y'.

       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-BUS-DATE-9 REDEFINES WS-BUSINESS-DATE.
           05 WS-BUS-YEAR           PIC 9(4).
           05 WS-BUS-MONTH          PIC 9(2).
           05 WS-BUS-DAY            PIC 9(2).

      *    house terms off the run-control cards -- units a period
      *    must reach for the title to count as in print and how
      *    many consecutive periods under it make the title
      *    eligible, used where the title's contracts are blank;
      *    and the days of notice the author is given before the
      *    reversion is confirmed
       01 WS-THRESHOLD          PIC S9(9) COMP VALUE 100.
       01 WS-THRESH-X           PIC X(6).
       01 WS-THRESH-9 REDEFINES WS-THRESH-X
                                PIC 9(6).
       01 WS-PERIODS            PIC 9(2) VALUE 12.
       01 WS-PERS-X             PIC X(2).
       01 WS-PERS-9 REDEFINES WS-PERS-X
                                PIC 9(2).
       01 WS-NOTICE-DAYS        PIC 9(3) VALUE 90.
       01 WS-DAYS-X             PIC X(3).
       01 WS-DAYS-9 REDEFINES WS-DAYS-X
                                PIC 9(3).

      *    the window's first and last periods as YYYYMM, worked
      *    out from a running month count so a window can reach
      *    back across any number of year ends.  Every window ends
      *    on the same period; where it starts depends on the
      *    title's terms.  The register floor is the start of the
      *    longest window a two-digit period count can set
       01 WS-MONTH-IDX          PIC S9(7) COMP.
       01 WS-WIN-TO-IDX         PIC S9(7) COMP.
       01 WS-CNV-YEAR           PIC 9(4).
       01 WS-CNV-MONTH          PIC 9(2).
       01 WS-CNV-PERIOD         PIC X(6).
       01 WS-WIN-FROM           PIC X(6).
       01 WS-WIN-TO             PIC X(6).
       01 WS-REG-FLOOR          PIC X(6).

       01 WS-BUS-NUM            PIC 9(8).
       01 WS-BUS-INT            PIC S9(9) COMP.
       01 WS-CONFIRM-INT        PIC S9(9) COMP.
       01 WS-CONFIRM-NUM        PIC 9(8).
       01 WS-CONFIRM-DATE       PIC X(8).

      *    titles has no INCLUDE member -- host variables are
      *    declared here the way TITLMSTR declares them
       01 WS-RV-TITLE-ID        PIC S9(4) COMP.
       01 WS-RV-TITLE-NAME      PIC X(80).
       01 WS-RV-STATUS          PIC X.
       01 WS-RV-UNITS           PIC S9(9) COMP.
       01 WS-RV-UNITS-IND       PIC S9(4) COMP.
       01 WS-RV-THRESHOLD       PIC S9(9) COMP.
       01 WS-RV-PERIODS         PIC S9(4) COMP.
       01 WS-RV-PRIOR-CT        PIC S9(9) COMP.
       01 WS-RV-HIGH-CT         PIC S9(9) COMP.
       01 WS-RV-ELIGIBLE-SW     PIC X.
           88 WS-RV-ELIGIBLE        VALUE 'Y'.
       01 WS-RV-AU-CT           PIC 9(4) COMP.
       01 WS-AUTHOR-NAME        PIC X(40).

      *    notice register -- one line per author per title
      *    lettered
       01 NOTICE-REGISTER-LINE.
           05 NR-TITLE-ID           PIC 9(5).
           05 FILLER                PIC X  VALUE SPACE.
           05 NR-AU-ID              PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 NR-SENT-DATE          PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 NR-CONFIRM-DATE       PIC X(8).
           05 FILLER                PIC X(5) VALUE SPACES.

      *    the latest notice out on or after the register floor
      *    for each title and author on the register
       01 WS-NOTED-TABLE.
           05 WS-NOTED-ENTRY OCCURS 3000 TIMES.
               10 WS-NOTED-TITLE-ID PIC 9(5).
               10 WS-NOTED-AU-ID    PIC X(11).
               10 WS-NOTED-DATE     PIC X(8).
       01 WS-NOTED-CT           PIC 9(4) COMP VALUE ZERO.
       01 WS-NOTED-SUB          PIC 9(4) COMP.
       01 WS-NOTED-HIT          PIC 9(4) COMP.
       01 WS-NOTED-SW           PIC X.
           88 WS-NOTED-ON-FILE      VALUE 'Y'.
       01 WS-NOTED-AT           PIC X(8).
       01 WS-KEY-TITLE-ID       PIC 9(5).

       01 WS-TITLE-CT           PIC 9(6) COMP VALUE ZERO.
       01 WS-AUTHOR-CT          PIC 9(6) COMP VALUE ZERO.
       01 WS-LETTER-CT          PIC 9(6) COMP VALUE ZERO.
       01 WS-RENOTICE-CT        PIC 9(6) COMP VALUE ZERO.
       01 WS-NOAUTH-CT          PIC 9(6) COMP VALUE ZERO.
       01 DISP-REV-CT           PIC ZZZ,ZZ9.
       01 DISP-THRESHOLD        PIC ZZZ,ZZ9.

      *    one letter per line for the print house -- the address
      *    block, the title, the test it failed and the date the
      *    reversion may be confirmed
       01 REVERSION-LETTER-LINE.
           05 RL-AU-ID              PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-NAME               PIC X(40).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-ADDRESS            PIC X(40).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-CITY               PIC X(20).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-STATE              PIC X(2).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-COUNTRY            PIC X(30).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-POSTALCODE         PIC X(10).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-TITLE-ID           PIC 9(5).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-TITLE-NAME         PIC X(60).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-WIN-FROM           PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-WIN-TO             PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-PERIODS            PIC 9(2).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-THRESHOLD          PIC 9(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-UNITS              PIC -(8)9.
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-NOTICE-DATE        PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 RL-CONFIRM-DATE       PIC X(8).
           05 FILLER                PIC X(26) VALUE SPACES.

       01 REV-RPT-LINE.
           05 RR-TITLE-ID           PIC 9(5).
           05 FILLER                PIC X  VALUE SPACE.
           05 RR-TITLE-NAME         PIC X(30).
           05 FILLER                PIC X  VALUE SPACE.
           05 RR-STATUS             PIC X.
           05 FILLER                PIC X  VALUE SPACE.
           05 RR-UNITS              PIC -(8)9.
           05 FILLER                PIC X  VALUE SPACE.
           05 RR-THRESHOLD          PIC Z(5)9.
           05 FILLER                PIC X  VALUE SPACE.
           05 RR-PERIODS            PIC Z9.
           05 FILLER                PIC X  VALUE SPACE.
           05 RR-AU-ID              PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 RR-AU-LNAME           PIC X(20).
           05 FILLER                PIC X  VALUE SPACE.
           05 RR-NOTE               PIC X(28).

       01 REV-SUB-LINE.
           05 RS-LABEL              PIC X(40).
           05 RS-COUNT              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(56) VALUE SPACES.

       01 REV-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'REVRPT' TO MYRF-CALLER-ID
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
           PERFORM 220-SET-WINDOW
           PERFORM 250-LOAD-THE-REGISTER

      *    titles not yet reverted that have sold at all before the
      *    window ends, each with its reversion terms.  Where the
      *    title's contracts differ the title must be out of print
      *    on every one -- the lowest threshold and the longest run
      *    of periods -- and a contract left blank counts at the
      *    house terms.  320 then judges the title on its own window
           EXEC SQL
               DECLARE REVCUR CURSOR FOR
               SELECT TI.TITLE_ID, TI.TITLE_NAME,
                      COALESCE(TI.TITLE_STATUS, 'A'),
                      COALESCE((SELECT MIN(COALESCE(C.REV_UNITS,
                                                :WS-THRESHOLD))
                                  FROM CONTRACTS C
                                  WHERE C.TITLE_ID = TI.TITLE_ID
                                    AND C.STATUS = 'A'),
                               :WS-THRESHOLD),
                      COALESCE((SELECT MAX(COALESCE(C.REV_PERIODS,
                                                :WS-PERIODS))
                                  FROM CONTRACTS C
                                  WHERE C.TITLE_ID = TI.TITLE_ID
                                    AND C.STATUS = 'A'),
                               :WS-PERIODS)
                  FROM titles TI
                  WHERE COALESCE(TI.TITLE_STATUS, 'A') <> 'R'
                    AND EXISTS
                       (SELECT 1 FROM SALESSUM S
                          WHERE S.TITLE_ID = TI.TITLE_ID
                            AND S.PERIOD < :WS-WIN-TO)
                  ORDER BY TI.TITLE_ID
           END-EXEC

           EXEC SQL
               DECLARE REVAUCUR CURSOR FOR
               SELECT A.AU_ID, A.AU_LNAME, A.AU_FNAME, A.ADDRESS,
                      A.CITY, A.STATE, A.COUNTRY, A.POSTALCODE
                  FROM titleauthor T, authors A
                  WHERE T.TITLE_ID = :WS-RV-TITLE-ID
                    AND A.AU_ID = T.AU_ID
                  ORDER BY A.AU_ID
           END-EXEC

           MOVE 'REVRPT.DAT' TO RPT-FILE-NAME
           MOVE 'TITLES ELIGIBLE FOR RIGHTS REVERSION' TO RPT-TITLE
           MOVE 'TITLE TITLE NAME                     S     UNITS '
               TO RPT-COLUMN-HEADS
           MOVE 'THRESH PR AU_ID       LAST NAME            NOTICE'
               TO RPT-COLUMN-HEADS(50:)
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING REV-RPT-CTL
           END-CALL

           OPEN OUTPUT REVERSION-LETTER-FILE
           OPEN EXTEND NOTICE-REGISTER-FILE

           EXEC SQL
               OPEN REVCUR
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open REVCUR ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           MOVE 'Y' TO WS-TTL-MORE-SW
           IF SQLCODE < ZERO
               SET WS-TTL-NO-MORE TO TRUE
           END-IF
           PERFORM 300-REPORT-ONE-TITLE UNTIL WS-TTL-NO-MORE
           EXEC SQL
               CLOSE REVCUR
           END-EXEC

           CLOSE REVERSION-LETTER-FILE
           CLOSE NOTICE-REGISTER-FILE

           PERFORM 600-REPORT-COUNTS

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING REV-RPT-CTL
           END-CALL

           MOVE WS-TITLE-CT TO DISP-REV-CT
           DISPLAY 'Reversion - titles eligible:      ' DISP-REV-CT
           MOVE WS-AUTHOR-CT TO DISP-REV-CT
           DISPLAY 'Reversion - authors listed:       ' DISP-REV-CT
           MOVE WS-LETTER-CT TO DISP-REV-CT
           DISPLAY 'Reversion - notices written:      ' DISP-REV-CT
           MOVE WS-RENOTICE-CT TO DISP-REV-CT
           DISPLAY 'Reversion - already noticed:      ' DISP-REV-CT
           MOVE WS-NOAUTH-CT TO DISP-REV-CT
           DISPLAY 'Reversion - titles with no author: ' DISP-REV-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    a missing or unusable card leaves the shop default in
      *    place -- 100 units, 12 periods, 90 days' notice.  The
      *    units and periods are the house terms a contract that
      *    names none of its own is judged on
       200-READ-THE-CARDS.
           MOVE 'REVRPT' TO RUNP-STEP-NAME
           MOVE 'THRESHOLD' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:6) TO WS-THRESH-X
           IF RUNP-RC-OK AND WS-THRESH-X NUMERIC
              AND WS-THRESH-X NOT = '000000'
               MOVE WS-THRESH-9 TO WS-THRESHOLD
           END-IF

           MOVE 'PERIODS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:2) TO WS-PERS-X
           IF RUNP-RC-OK AND WS-PERS-X NUMERIC
              AND WS-PERS-X NOT = '00'
               MOVE WS-PERS-9 TO WS-PERIODS
           END-IF

           MOVE 'NOTICE-DAYS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-DAYS-X
           IF RUNP-RC-OK AND WS-DAYS-X NUMERIC
               MOVE WS-DAYS-9 TO WS-NOTICE-DAYS
           END-IF

           MOVE WS-THRESHOLD TO DISP-THRESHOLD
           DISPLAY 'REVRPT run parameters - THRESHOLD='
                   DISP-THRESHOLD ' PERIODS=' WS-PERIODS
                   ' NOTICE-DAYS=' WS-NOTICE-DAYS.

      *    the window ends on the period before the business month;
      *    how far it reaches back is the title's own count of
      *    periods, set in 320.  The confirm-by date is the
      *    business date carried forward by the notice days
       220-SET-WINDOW.
           COMPUTE WS-WIN-TO-IDX = WS-BUS-YEAR * 12
                                 + WS-BUS-MONTH - 2
           MOVE WS-WIN-TO-IDX TO WS-MONTH-IDX
           PERFORM 230-MONTH-TO-PERIOD
           MOVE WS-CNV-PERIOD TO WS-WIN-TO

           COMPUTE WS-MONTH-IDX = WS-WIN-TO-IDX - 99 + 1
           PERFORM 230-MONTH-TO-PERIOD
           MOVE WS-CNV-PERIOD TO WS-REG-FLOOR

           MOVE WS-BUSINESS-DATE TO WS-BUS-NUM
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-NUM)
           COMPUTE WS-CONFIRM-INT = WS-BUS-INT + WS-NOTICE-DAYS
           COMPUTE WS-CONFIRM-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CONFIRM-INT)
           MOVE WS-CONFIRM-NUM TO WS-CONFIRM-DATE
           DISPLAY 'REVRPT windows end ' WS-WIN-TO
                   ' confirm after ' WS-CONFIRM-DATE.

       230-MONTH-TO-PERIOD.
           DIVIDE WS-MONTH-IDX BY 12 GIVING WS-CNV-YEAR
               REMAINDER WS-CNV-MONTH
           ADD 1 TO WS-CNV-MONTH
           MOVE SPACES TO WS-CNV-PERIOD
           STRING WS-CNV-YEAR WS-CNV-MONTH
               DELIMITED BY SIZE INTO WS-CNV-PERIOD.

      *    notices sent on or after the title's window opened still
      *    stand; an older one is from an earlier slump the title
      *    came out of, and the author is noticed afresh (350).
      *    Windows differ by title, so everything from the register
      *    floor is kept, the latest notice per title and author
       250-LOAD-THE-REGISTER.
           OPEN INPUT NOTICE-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REG-EOF
               READ NOTICE-REGISTER-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
               END-READ
               IF NOT WS-REG-EOF
                   MOVE NOTICE-REGISTER-RECORD
                       TO NOTICE-REGISTER-LINE
                   IF NR-SENT-DATE(1:6) NOT < WS-REG-FLOOR
                       MOVE NR-TITLE-ID TO WS-KEY-TITLE-ID
                       MOVE NR-AU-ID    TO AU-ID
                       PERFORM 270-FIND-NOTICED
                       IF NOT WS-NOTED-ON-FILE
                           PERFORM 260-NOTE-NOTICED
                       ELSE
                           IF NR-SENT-DATE > WS-NOTED-AT
                               MOVE NR-SENT-DATE
                                   TO WS-NOTED-DATE(WS-NOTED-HIT)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REG-FILE-STATUS = '00' OR WS-REG-FILE-STATUS = '10'
               CLOSE NOTICE-REGISTER-FILE
           END-IF.

       260-NOTE-NOTICED.
           IF WS-NOTED-CT < 3000
               ADD 1 TO WS-NOTED-CT
               MOVE NR-TITLE-ID  TO WS-NOTED-TITLE-ID(WS-NOTED-CT)
               MOVE NR-AU-ID     TO WS-NOTED-AU-ID(WS-NOTED-CT)
               MOVE NR-SENT-DATE TO WS-NOTED-DATE(WS-NOTED-CT)
           ELSE
               DISPLAY 'Reversion notice table full - run aborted'
               SET WS-RUN-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       270-FIND-NOTICED.
           MOVE 'N' TO WS-NOTED-SW
           MOVE SPACES TO WS-NOTED-AT
           MOVE ZERO TO WS-NOTED-HIT
           PERFORM VARYING WS-NOTED-SUB FROM 1 BY 1
                   UNTIL WS-NOTED-SUB > WS-NOTED-CT
                      OR WS-NOTED-ON-FILE
               IF WS-NOTED-TITLE-ID(WS-NOTED-SUB) = WS-KEY-TITLE-ID
                  AND WS-NOTED-AU-ID(WS-NOTED-SUB) = AU-ID
                   SET WS-NOTED-ON-FILE TO TRUE
                   MOVE WS-NOTED-SUB TO WS-NOTED-HIT
                   MOVE WS-NOTED-DATE(WS-NOTED-SUB) TO WS-NOTED-AT
               END-IF
           END-PERFORM.

      *    one title off the cursor; when 320 finds it eligible, a
      *    line per author on it, or one line flagging it when
      *    titleauthor names nobody
       300-REPORT-ONE-TITLE.
           MOVE 'N' TO WS-RV-ELIGIBLE-SW
           EXEC SQL
               FETCH REVCUR INTO
                  :WS-RV-TITLE-ID, :WS-RV-TITLE-NAME,
                  :WS-RV-STATUS, :WS-RV-THRESHOLD, :WS-RV-PERIODS
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-TTL-NO-MORE TO TRUE
           ELSE
               PERFORM 320-JUDGE-TITLE
           END-IF
           IF WS-RV-ELIGIBLE
               ADD 1 TO WS-TITLE-CT
               MOVE WS-RV-TITLE-ID TO WS-KEY-TITLE-ID
               MOVE ZERO TO WS-RV-AU-CT

               EXEC SQL
                   OPEN REVAUCUR
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               MOVE 'Y' TO WS-AU-MORE-SW
               IF SQLCODE < ZERO
                   SET WS-AU-NO-MORE TO TRUE
               END-IF
               PERFORM 350-REPORT-ONE-AUTHOR UNTIL WS-AU-NO-MORE
               EXEC SQL
                   CLOSE REVAUCUR
               END-EXEC

               IF WS-RV-AU-CT = ZERO
                   ADD 1 TO WS-NOAUTH-CT
                   PERFORM 800-FORMAT-TITLE-LINE
                   MOVE 'NO AUTHOR ON TITLEAUTHOR' TO RR-NOTE
                   PERFORM 850-WRITE-LINE
               END-IF
           END-IF.

      *    the title's window reaches back its own count of periods
      *    from the common end.  It is eligible when it sold before
      *    the window opened and no period inside the window
      *    reached its threshold; the units shown are the window's
      *    total.  Terms that cannot be used fall back to the house
       320-JUDGE-TITLE.
           IF WS-RV-THRESHOLD NOT > ZERO
               MOVE WS-THRESHOLD TO WS-RV-THRESHOLD
           END-IF
           IF WS-RV-PERIODS NOT > ZERO OR WS-RV-PERIODS > 99
               MOVE WS-PERIODS TO WS-RV-PERIODS
           END-IF
           COMPUTE WS-MONTH-IDX = WS-WIN-TO-IDX - WS-RV-PERIODS + 1
           PERFORM 230-MONTH-TO-PERIOD
           MOVE WS-CNV-PERIOD TO WS-WIN-FROM

           MOVE ZERO TO WS-RV-PRIOR-CT WS-RV-UNITS WS-RV-HIGH-CT
           EXEC SQL
               SELECT COUNT(CASE WHEN S.PERIOD < :WS-WIN-FROM
                                 THEN 1 END),
                      SUM(CASE WHEN S.PERIOD BETWEEN :WS-WIN-FROM
                                                 AND :WS-WIN-TO
                               THEN S.UNITS ELSE 0 END)
                 INTO :WS-RV-PRIOR-CT,
                      :WS-RV-UNITS :WS-RV-UNITS-IND
                 FROM SALESSUM S
                 WHERE S.TITLE_ID = :WS-RV-TITLE-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT = ZERO OR WS-RV-UNITS-IND < ZERO
               MOVE ZERO TO WS-RV-PRIOR-CT WS-RV-UNITS
           END-IF

           IF WS-RV-PRIOR-CT > ZERO
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-RV-HIGH-CT
                     FROM (SELECT S.PERIOD FROM SALESSUM S
                             WHERE S.TITLE_ID = :WS-RV-TITLE-ID
                               AND S.PERIOD BETWEEN :WS-WIN-FROM
                                                AND :WS-WIN-TO
                             GROUP BY S.PERIOD
                             HAVING SUM(S.UNITS) >= :WS-RV-THRESHOLD)
                          AS H
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO AND WS-RV-HIGH-CT = ZERO
                   SET WS-RV-ELIGIBLE TO TRUE
               END-IF
           END-IF.

       350-REPORT-ONE-AUTHOR.
           EXEC SQL
               FETCH REVAUCUR INTO
                  :AU-ID, :AU-LNAME, :AU-FNAME, :ADDRESS,
                  :CITY, :STATE, :COUNTRY, :POSTALCODE
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-AU-NO-MORE TO TRUE
           ELSE
               ADD 1 TO WS-RV-AU-CT
               ADD 1 TO WS-AUTHOR-CT
               PERFORM 800-FORMAT-TITLE-LINE
               MOVE AU-ID       TO RR-AU-ID
               MOVE AU-LNAME    TO RR-AU-LNAME
               PERFORM 270-FIND-NOTICED
               IF WS-NOTED-ON-FILE
                  AND WS-NOTED-AT(1:6) NOT < WS-WIN-FROM
                   ADD 1 TO WS-RENOTICE-CT
                   STRING 'NOTICED ' WS-NOTED-AT
                       DELIMITED BY SIZE INTO RR-NOTE
               ELSE
                   PERFORM 400-WRITE-NOTICE
                   STRING 'NOTICE SENT - CONFIRM ' WS-CONFIRM-DATE
                       DELIMITED BY SIZE INTO RR-NOTE
               END-IF
               PERFORM 850-WRITE-LINE
           END-IF.

      *    the letter to the print house and its register entry
       400-WRITE-NOTICE.
           MOVE SPACES TO WS-AUTHOR-NAME
           STRING AU-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  AU-LNAME DELIMITED BY '  '
               INTO WS-AUTHOR-NAME

           MOVE SPACES           TO REVERSION-LETTER-LINE
           MOVE AU-ID            TO RL-AU-ID
           MOVE WS-AUTHOR-NAME   TO RL-NAME
           MOVE ADDRESS          TO RL-ADDRESS
           MOVE CITY             TO RL-CITY
           MOVE STATE            TO RL-STATE
           MOVE COUNTRY          TO RL-COUNTRY
           MOVE POSTALCODE       TO RL-POSTALCODE
           MOVE WS-RV-TITLE-ID   TO RL-TITLE-ID
           MOVE WS-RV-TITLE-NAME TO RL-TITLE-NAME
           MOVE WS-WIN-FROM      TO RL-WIN-FROM
           MOVE WS-WIN-TO        TO RL-WIN-TO
           MOVE WS-RV-PERIODS    TO RL-PERIODS
           MOVE WS-RV-THRESHOLD  TO RL-THRESHOLD
           MOVE WS-RV-UNITS      TO RL-UNITS
           MOVE WS-BUSINESS-DATE TO RL-NOTICE-DATE
           MOVE WS-CONFIRM-DATE  TO RL-CONFIRM-DATE
           MOVE REVERSION-LETTER-LINE TO REVERSION-LETTER-RECORD
           WRITE REVERSION-LETTER-RECORD
           ADD 1 TO WS-LETTER-CT

           MOVE SPACES           TO NOTICE-REGISTER-LINE
           MOVE WS-RV-TITLE-ID   TO NR-TITLE-ID
           MOVE AU-ID            TO NR-AU-ID
           MOVE WS-BUSINESS-DATE TO NR-SENT-DATE
           MOVE WS-CONFIRM-DATE  TO NR-CONFIRM-DATE
           MOVE NOTICE-REGISTER-LINE TO NOTICE-REGISTER-RECORD
           WRITE NOTICE-REGISTER-RECORD.

       600-REPORT-COUNTS.
           MOVE SPACES TO REV-SUB-LINE
           MOVE 'TITLES ELIGIBLE FOR REVERSION' TO RS-LABEL
           MOVE WS-TITLE-CT TO RS-COUNT
           PERFORM 860-WRITE-COUNT
           MOVE 'NOTICES WRITTEN THIS RUN' TO RS-LABEL
           MOVE WS-LETTER-CT TO RS-COUNT
           PERFORM 860-WRITE-COUNT
           MOVE 'AUTHORS ALREADY NOTICED' TO RS-LABEL
           MOVE WS-RENOTICE-CT TO RS-COUNT
           PERFORM 860-WRITE-COUNT
           MOVE 'TITLES WITH NO AUTHOR ON FILE' TO RS-LABEL
           MOVE WS-NOAUTH-CT TO RS-COUNT
           PERFORM 860-WRITE-COUNT.

       800-FORMAT-TITLE-LINE.
           MOVE SPACES           TO REV-RPT-LINE
           MOVE WS-RV-TITLE-ID   TO RR-TITLE-ID
           MOVE WS-RV-TITLE-NAME TO RR-TITLE-NAME
           MOVE WS-RV-STATUS     TO RR-STATUS
           MOVE WS-RV-UNITS      TO RR-UNITS
           MOVE WS-RV-THRESHOLD  TO RR-THRESHOLD
           MOVE WS-RV-PERIODS    TO RR-PERIODS.

       850-WRITE-LINE.
           MOVE REV-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING REV-RPT-CTL
           END-CALL.

       860-WRITE-COUNT.
           MOVE REV-SUB-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING REV-RPT-CTL
           END-CALL.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM REVRPT.
