       IDENTIFICATION DIVISION.
       PROGRAM-ID. YRCLOSE.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHT-LOG-FILE ASSIGN TO "WHTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHT-FILE-STATUS.
           SELECT WHT-WORK-FILE ASSIGN TO "WHTLOG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT WHT-ARCHIVE-FILE ASSIGN TO WS-WHT-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARC-FILE-STATUS.
           SELECT YEAR-END-FILE ASSIGN TO "YEAREND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YE-FILE-STATUS.
           SELECT SOURCE-YEAR-FILE ASSIGN TO WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT ARCHIVE-YEAR-FILE ASSIGN TO WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.
           SELECT GEN-CATALOG-FILE ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT HELD-BALANCE-FILE ASSIGN TO "HELDBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT RESERVE-BALANCE-FILE ASSIGN TO "RESBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WHT-LOG-FILE.
       01  WHT-LOG-RECORD          PIC X(100).

       FD  WHT-WORK-FILE.
       01  WHT-WORK-RECORD         PIC X(100).

       FD  WHT-ARCHIVE-FILE.
       01  WHT-ARCHIVE-RECORD      PIC X(100).

       FD  YEAR-END-FILE.
       01  YEAR-END-RECORD         PIC X(160).

       FD  SOURCE-YEAR-FILE.
       01  SOURCE-YEAR-RECORD      PIC X(200).

       FD  ARCHIVE-YEAR-FILE.
       01  ARCHIVE-YEAR-RECORD     PIC X(200).

       FD  GEN-CATALOG-FILE.
       01  GEN-CATALOG-RECORD.
           05 CAT-FEED-NAME         PIC X(8).
           05 FILLER                PIC X.
           05 CAT-GEN-NUM           PIC 9(2).
           05 FILLER                PIC X.
           05 CAT-BUSINESS-DATE     PIC X(8).
           05 FILLER                PIC X.
           05 CAT-FILE-NAME         PIC X(12).
           05 FILLER                PIC X.
           05 CAT-CREATED-DATE      PIC X(8).

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  HELD-BALANCE-FILE.
       01  HELD-BALANCE-RECORD     PIC X(40).

       FD  RESERVE-BALANCE-FILE.
       01  RESERVE-BALANCE-RECORD  PIC X(40).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.
           COPY FISCPARM.

      *    year-end close and rollover.  Nothing used to tell the
      *    system a calendar year had ended: WHTLOG.DAT grew
      *    forever, next year's FISCALPD periods were keyed by
      *    hand and the year's files were copied aside by whoever
      *    remembered.  This step refuses unless all twelve
      *    periods of the year are closed through FISCAL and the
      *    YEAREND extract on hand is the year's.  It then moves
      *    the year's withholding lines off WHTLOG.DAT into a
      *    dated archive, copies the year's working files aside
      *    under dated names cataloged on GENCAT.DAT, opens the
      *    next year's calendar, and locks the year on ROYYEAR
      *    with its withholding, YEAREND and carried-forward
      *    figures frozen beside the lock.  FISCAL refuses any
      *    posting to, or reopen of, a locked year until the
      *    year itself is reopened through PERIODCT; running
      *    this step again relocks it.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-REFUSED-SW         PIC X VALUE 'N'.
           88 WS-CLOSE-REFUSED      VALUE 'Y'.
       01 WS-EOF-SW             PIC X.
           88 WS-EOF                VALUE 'Y'.
       01 WS-CAT-FOUND-SW       PIC X.
           88 WS-CAT-FOUND          VALUE 'Y'.

       01 WS-WHT-FILE-STATUS    PIC XX.
       01 WS-WORK-FILE-STATUS   PIC XX.
       01 WS-WARC-FILE-STATUS   PIC XX.
       01 WS-YE-FILE-STATUS     PIC XX.
       01 WS-SRC-FILE-STATUS    PIC XX.
       01 WS-ARC-FILE-STATUS    PIC XX.
       01 WS-CAT-FILE-STATUS    PIC XX.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-HELD-FILE-STATUS   PIC XX.
       01 WS-RESV-FILE-STATUS   PIC XX.

       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-CLOSE-YEAR         PIC X(4).
       01 WS-CLOSE-YEAR-9 REDEFINES WS-CLOSE-YEAR
                                PIC 9(4).
       01 WS-NEXT-YEAR          PIC 9(4).
       01 WS-YEAR-END-DATE      PIC X(8).
       01 WS-PERIOD             PIC X(6).
       01 WS-MONTH              PIC 9(2).
       01 WS-PD-STATUS          PIC X.
       01 WS-PD-ROW-CT          PIC S9(9) COMP.
       01 WS-YR-STATUS          PIC X VALUE SPACE.
           88 WS-YEAR-LOCKED        VALUE 'L'.
           88 WS-YEAR-REOPENED      VALUE 'R'.
       01 WS-OPENED-CT          PIC 9(2) COMP VALUE ZERO.

      *    the year's working files copied aside at the close --
      *    the fixed names the year's steps leave behind
       01 WS-YEAR-LIST-INIT.
           05 FILLER PIC X(12) VALUE 'YEAREND.DAT'.
           05 FILLER PIC X(12) VALUE 'WHTYRRPT.DAT'.
           05 FILLER PIC X(12) VALUE 'IRSCTL.DAT'.
           05 FILLER PIC X(12) VALUE 'IRSEFILE.DAT'.
           05 FILLER PIC X(12) VALUE 'COMHIST.DAT'.
           05 FILLER PIC X(12) VALUE 'PAYREG.DAT'.
           05 FILLER PIC X(12) VALUE 'HELDBAL.DAT'.
           05 FILLER PIC X(12) VALUE 'RESBAL.DAT'.
       01 WS-YEAR-LIST REDEFINES WS-YEAR-LIST-INIT.
           05 WS-YEAR-FILE-NAME OCCURS 8 TIMES
                                PIC X(12).
       01 WS-YEAR-SUB           PIC 9(2) COMP.
       01 WS-FILE-BASE          PIC X(8).
       01 WS-SOURCE-FILE-NAME   PIC X(12).
       01 WS-ARCH-FILE-NAME     PIC X(12).
       01 WS-WHT-ARCH-NAME      PIC X(12).
       01 WS-COPIED-RECS        PIC 9(7) COMP.
       01 WS-ARCHIVED-CT        PIC 9(2) COMP VALUE ZERO.

      *    WHTLOG.DAT line exactly as WHTHIST lays it down
       01 WS-WHT-LINE.
           05 WL-CALLER            PIC X(8).
           05 FILLER               PIC X.
           05 WL-AU-ID             PIC X(11).
           05 FILLER               PIC X.
           05 WL-PERIOD            PIC X(6).
           05 FILLER               PIC X.
           05 WL-COUNTRY           PIC X(30).
           05 FILLER               PIC X.
           05 WL-STATE             PIC X(2).
           05 FILLER               PIC X.
           05 WL-GROSS             PIC 9(9)V99.
           05 FILLER               PIC X.
           05 WL-WITHHELD          PIC 9(9)V99.
           05 FILLER               PIC X(3).

       01 WS-WHT-MOVED-CT       PIC 9(7) COMP VALUE ZERO.
       01 WS-WHT-KEPT-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-WHT-ARCH-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-WHT-GROSS          PIC S9(13)V99 VALUE ZERO.
       01 DISP-YC-CT            PIC ZZZ,ZZ9.
       01 WS-WHT-WITHHELD       PIC S9(13)V99 VALUE ZERO.

      *    YEAREND.DAT trailer exactly as YEAREND lays it down
       01 WS-YE-TRAILER.
           05 YT-RECORD-TYPE        PIC X.
           05 FILLER                PIC X.
           05 YT-TAX-YEAR           PIC X(4).
           05 FILLER                PIC X.
           05 YT-STMT-COUNT         PIC 9(7).
           05 FILLER                PIC X.
           05 YT-GRAND-TOTAL        PIC -9999999999999.99.
           05 FILLER                PIC X(128).
       01 WS-YE-FOUND-SW        PIC X VALUE 'N'.
           88 WS-YE-FOUND           VALUE 'Y'.
       01 WS-YE-STMT-CT         PIC S9(9) COMP VALUE ZERO.
       01 WS-YE-TOTAL           PIC S9(13)V99 VALUE ZERO.

      *    the balances the new year opens with -- what the
      *    register owes, what is held under the minimum, the
      *    returns reserve, the open advances and the royalty
      *    accrual still standing
           COPY PAYRREC.
           COPY HELDREC.
       01 WS-CF-PAYABLE         PIC S9(13)V99 VALUE ZERO.
       01 WS-CF-PAYABLE-CT      PIC 9(7) COMP VALUE ZERO.
       01 WS-CF-HELD            PIC S9(13)V99 VALUE ZERO.
       01 WS-CF-HELD-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-CF-RESERVE         PIC S9(13)V99 VALUE ZERO.
       01 WS-CF-RESERVE-CT      PIC 9(7) COMP VALUE ZERO.
       01 WS-CF-ADVANCES        PIC S9(13)V99 VALUE ZERO.
       01 WS-CF-ADVANCES-CT     PIC S9(9) COMP VALUE ZERO.
       01 WS-CF-ACCRUED         PIC S9(13)V99 VALUE ZERO.
       01 WS-CF-ACCRUED-CT      PIC S9(9) COMP VALUE ZERO.

       01 YRC-RPT-LINE.
           05 YC-LABEL              PIC X(32).
           05 FILLER                PIC X  VALUE SPACE.
           05 YC-KEY                PIC X(12).
           05 FILLER                PIC X  VALUE SPACE.
           05 YC-COUNT              PIC ZZZ,ZZ9.
           05 YC-COUNT-X REDEFINES YC-COUNT
                                    PIC X(7).
           05 FILLER                PIC X  VALUE SPACE.
           05 YC-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 YC-AMOUNT-X REDEFINES YC-AMOUNT
                                    PIC X(21).
           05 FILLER                PIC X  VALUE SPACE.
           05 YC-AMOUNT-2           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 YC-AMOUNT-2-X REDEFINES YC-AMOUNT-2
                                    PIC X(21).
           05 FILLER                PIC X  VALUE SPACE.
           05 YC-NOTE               PIC X(30).

       01 YRC-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'YRCLOSE' TO MYRF-CALLER-ID
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

      *    the year being closed is a required card, echoed to the
      *    listing the way WHTYEAR echoes its tax year
           MOVE 'YRCLOSE' TO RUNP-STEP-NAME
           MOVE 'CLOSE-YEAR' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:4) TO WS-CLOSE-YEAR
           IF NOT RUNP-RC-OK OR WS-CLOSE-YEAR NOT NUMERIC
               DISPLAY 'YRCLOSE run parameter CLOSE-YEAR missing '
                       'or invalid - run aborted'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'YRCLOSE run parameters - CLOSE-YEAR='
                   WS-CLOSE-YEAR
           COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR-9 + 1
           MOVE SPACES TO WS-YEAR-END-DATE
           STRING WS-CLOSE-YEAR '1231'
               DELIMITED BY SIZE INTO WS-YEAR-END-DATE

      *    a year already locked is a rerun with nothing to do; a
      *    reopened one closes again the same way the first time
           EXEC SQL
               SELECT YR_STATUS
                  INTO :WS-YR-STATUS
                  FROM ROYYEAR
                  WHERE TAX_YEAR = :WS-CLOSE-YEAR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT = ZERO
               MOVE SPACE TO WS-YR-STATUS
           END-IF
           IF WS-YEAR-LOCKED
               DISPLAY 'Year ' WS-CLOSE-YEAR ' is already closed '
                       '- nothing to do'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-YEAR-REOPENED
               DISPLAY 'Year ' WS-CLOSE-YEAR ' was reopened - '
                       'closing it again'
           END-IF

           MOVE 'YRCLOSE.DAT' TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING 'YEAR-END CLOSE AND ROLLOVER PROOF - YEAR '
                  WS-CLOSE-YEAR
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'ITEM                             KEY         '
                  '  COUNT                AMOUNT'
                  '              AMOUNT 2 NOTE'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING YRC-RPT-CTL
           END-CALL

           PERFORM 200-CHECK-THE-PERIODS
           PERFORM 250-CHECK-YEAREND-EXTRACT

           IF WS-CLOSE-REFUSED OR WS-RUN-FAILED
               MOVE SPACES TO YRC-RPT-LINE
               MOVE 'YEAR CLOSE REFUSED' TO YC-LABEL
               MOVE WS-CLOSE-YEAR TO YC-KEY
               MOVE SPACES TO YC-COUNT-X YC-AMOUNT-X YC-AMOUNT-2-X
               PERFORM 800-WRITE-REPORT-LINE
               SET RPT-FUNC-CLOSE TO TRUE
               CALL 'RPTWRITE' USING YRC-RPT-CTL
               END-CALL
               DISPLAY 'Year-end close refused for ' WS-CLOSE-YEAR
                       ' - see YRCLOSE.DAT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 300-ARCHIVE-WITHHOLDING
           PERFORM 400-ARCHIVE-ONE-YEAR-FILE
               VARYING WS-YEAR-SUB FROM 1 BY 1
               UNTIL WS-YEAR-SUB > 8
           PERFORM 500-OPEN-NEXT-YEAR
           PERFORM 600-CARRY-FORWARD
           IF NOT WS-RUN-FAILED
               PERFORM 700-LOCK-THE-YEAR
           END-IF

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING YRC-RPT-CTL
           END-CALL

           IF WS-RUN-FAILED
               DISPLAY 'Year-end close for ' WS-CLOSE-YEAR
                       ' failed - year not locked'
           ELSE
               DISPLAY 'Year-end close for ' WS-CLOSE-YEAR
                       ' complete - year locked'
           END-IF
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    every one of the twelve periods must be sealed on the
      *    calendar -- a missing row is an unclosed month here,
      *    whatever the posting check lets through
       200-CHECK-THE-PERIODS.
           PERFORM VARYING WS-MONTH FROM 1 BY 1
                   UNTIL WS-MONTH > 12
               MOVE SPACES TO WS-PERIOD
               STRING WS-CLOSE-YEAR WS-MONTH
                   DELIMITED BY SIZE INTO WS-PERIOD
               MOVE SPACES TO YRC-RPT-LINE
               MOVE 'FISCAL PERIOD' TO YC-LABEL
               MOVE WS-PERIOD TO YC-KEY
               MOVE SPACES TO YC-COUNT-X YC-AMOUNT-X YC-AMOUNT-2-X
               EXEC SQL
                   SELECT PD_STATUS
                      INTO :WS-PD-STATUS
                      FROM FISCALPD
                      WHERE PERIOD = :WS-PERIOD
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               EVALUATE TRUE
                   WHEN SQLCODE = ZERO AND WS-PD-STATUS = 'C'
                       MOVE 'CLOSED' TO YC-NOTE
                   WHEN SQLCODE = ZERO
                       MOVE 'OPEN - NOT CLOSED' TO YC-NOTE
                       SET WS-CLOSE-REFUSED TO TRUE
                   WHEN SQLCODE = 100
                       MOVE 'NO CALENDAR ROW - NOT CLOSED'
                           TO YC-NOTE
                       SET WS-CLOSE-REFUSED TO TRUE
                   WHEN OTHER
                       MOVE 'CALENDAR LOOKUP FAILED' TO YC-NOTE
               END-EVALUATE
               PERFORM 800-WRITE-REPORT-LINE
           END-PERFORM.

      *    the YEAREND extract on hand must be the closing year's
      *    -- its trailer's statement count and grand total are
      *    the figures frozen with the lock
       250-CHECK-YEAREND-EXTRACT.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT YEAR-END-FILE
           IF WS-YE-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ YEAR-END-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  AND YEAR-END-RECORD(1:1) = 'T'
                   MOVE YEAR-END-RECORD TO WS-YE-TRAILER
                   IF YT-TAX-YEAR = WS-CLOSE-YEAR
                      AND YT-STMT-COUNT NUMERIC
                       SET WS-YE-FOUND TO TRUE
                       MOVE YT-STMT-COUNT  TO WS-YE-STMT-CT
                       MOVE YT-GRAND-TOTAL TO WS-YE-TOTAL
                   END-IF
               END-IF
           END-PERFORM

           IF WS-YE-FILE-STATUS = '00' OR WS-YE-FILE-STATUS = '10'
               CLOSE YEAR-END-FILE
           END-IF

           MOVE SPACES TO YRC-RPT-LINE
           MOVE 'YEAREND EXTRACT' TO YC-LABEL
           MOVE 'YEAREND.DAT' TO YC-KEY
           MOVE SPACES TO YC-AMOUNT-2-X
           IF WS-YE-FOUND
               MOVE WS-YE-STMT-CT TO YC-COUNT
               MOVE WS-YE-TOTAL   TO YC-AMOUNT
               MOVE 'FROZEN' TO YC-NOTE
           ELSE
               MOVE SPACES TO YC-COUNT-X YC-AMOUNT-X
               MOVE 'NOT RUN FOR THE YEAR' TO YC-NOTE
               SET WS-CLOSE-REFUSED TO TRUE
           END-IF
           PERFORM 800-WRITE-REPORT-LINE.

      *    the year's withholding lines leave WHTLOG.DAT for the
      *    year's archive; every other year's lines go back.  A
      *    reclose after a reopen adds what was posted meanwhile
      *    to the archive already there.
       300-ARCHIVE-WITHHOLDING.
           MOVE SPACES TO WS-WHT-ARCH-NAME
           STRING 'WHTLOG.Y' WS-CLOSE-YEAR(3:2)
               DELIMITED BY SIZE INTO WS-WHT-ARCH-NAME

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT WHT-LOG-FILE
           IF WS-WHT-FILE-STATUS NOT = '00'
               DISPLAY 'No withholding log, status '
                       WS-WHT-FILE-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT WHT-WORK-FILE
           OPEN EXTEND WHT-ARCHIVE-FILE
           IF WS-WARC-FILE-STATUS NOT = '00'
              AND WS-WARC-FILE-STATUS NOT = '05'
               OPEN OUTPUT WHT-ARCHIVE-FILE
           END-IF

           PERFORM UNTIL WS-EOF
               READ WHT-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE WHT-LOG-RECORD TO WS-WHT-LINE
                   IF WL-PERIOD(1:4) = WS-CLOSE-YEAR
                       MOVE WHT-LOG-RECORD TO WHT-ARCHIVE-RECORD
                       WRITE WHT-ARCHIVE-RECORD
                       ADD 1 TO WS-WHT-MOVED-CT
                   ELSE
                       MOVE WHT-LOG-RECORD TO WHT-WORK-RECORD
                       WRITE WHT-WORK-RECORD
                       ADD 1 TO WS-WHT-KEPT-CT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-WHT-FILE-STATUS = '00' OR WS-WHT-FILE-STATUS = '10'
               CLOSE WHT-LOG-FILE
           END-IF
           CLOSE WHT-WORK-FILE
           CLOSE WHT-ARCHIVE-FILE

           IF WS-WHT-MOVED-CT > ZERO
               CALL 'CBL_DELETE_FILE' USING 'WHTLOG.DAT'
               END-CALL
               CALL 'CBL_RENAME_FILE' USING 'WHTLOG.NEW'
                                            'WHTLOG.DAT'
               END-CALL
           ELSE
               CALL 'CBL_DELETE_FILE' USING 'WHTLOG.NEW'
               END-CALL
           END-IF

           PERFORM 350-TOTAL-WITHHOLDING
           MOVE 'WHTLOG' TO WS-FILE-BASE
           MOVE WS-WHT-ARCH-NAME TO WS-ARCH-FILE-NAME
           PERFORM 450-CATALOG-ARCHIVE

           MOVE SPACES TO YRC-RPT-LINE
           MOVE 'WITHHOLDING LINES MOVED' TO YC-LABEL
           MOVE WS-WHT-ARCH-NAME TO YC-KEY
           MOVE WS-WHT-MOVED-CT TO YC-COUNT
           MOVE SPACES TO YC-AMOUNT-X YC-AMOUNT-2-X
           MOVE WS-WHT-KEPT-CT TO DISP-YC-CT
           STRING 'LINES KEPT ON LOG ' DISP-YC-CT
               DELIMITED BY SIZE INTO YC-NOTE
           PERFORM 800-WRITE-REPORT-LINE

           MOVE SPACES TO YRC-RPT-LINE
           MOVE 'WITHHOLDING GROSS / WITHHELD' TO YC-LABEL
           MOVE WS-WHT-ARCH-NAME TO YC-KEY
           MOVE WS-WHT-ARCH-CT   TO YC-COUNT
           MOVE WS-WHT-GROSS     TO YC-AMOUNT
           MOVE WS-WHT-WITHHELD  TO YC-AMOUNT-2
           MOVE 'FROZEN' TO YC-NOTE
           PERFORM 800-WRITE-REPORT-LINE.

      *    the frozen figures come off the archive itself, so a
      *    reclose counts the first close's lines as well
       350-TOTAL-WITHHOLDING.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT WHT-ARCHIVE-FILE
           IF WS-WARC-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ WHT-ARCHIVE-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE WHT-ARCHIVE-RECORD TO WS-WHT-LINE
                   IF WL-GROSS NUMERIC
                      AND WL-WITHHELD NUMERIC
                       ADD 1 TO WS-WHT-ARCH-CT
                       ADD WL-GROSS    TO WS-WHT-GROSS
                       ADD WL-WITHHELD TO WS-WHT-WITHHELD
                   END-IF
               END-IF
           END-PERFORM

           IF WS-WARC-FILE-STATUS = '00' OR WS-WARC-FILE-STATUS = '10'
               CLOSE WHT-ARCHIVE-FILE
           END-IF.

      *    each working file is copied whole to BASE.Yyy -- the
      *    live file stays where its programs expect it
       400-ARCHIVE-ONE-YEAR-FILE.
           MOVE WS-YEAR-FILE-NAME(WS-YEAR-SUB) TO WS-SOURCE-FILE-NAME
           MOVE SPACES TO WS-FILE-BASE
           UNSTRING WS-SOURCE-FILE-NAME DELIMITED BY '.'
               INTO WS-FILE-BASE
           END-UNSTRING
           MOVE SPACES TO WS-ARCH-FILE-NAME
           STRING WS-FILE-BASE DELIMITED BY SPACE
                  '.Y' DELIMITED BY SIZE
                  WS-CLOSE-YEAR(3:2) DELIMITED BY SIZE
               INTO WS-ARCH-FILE-NAME

           MOVE SPACES TO YRC-RPT-LINE
           MOVE 'FILE ARCHIVED' TO YC-LABEL
           MOVE WS-ARCH-FILE-NAME TO YC-KEY
           MOVE SPACES TO YC-AMOUNT-X YC-AMOUNT-2-X

           OPEN INPUT SOURCE-YEAR-FILE
           IF WS-SRC-FILE-STATUS NOT = '00'
               MOVE SPACES TO YC-COUNT-X
               MOVE SPACES TO YC-NOTE
               STRING 'NO ' WS-SOURCE-FILE-NAME ' - SKIPPED'
                   DELIMITED BY SIZE INTO YC-NOTE
           ELSE
               OPEN OUTPUT ARCHIVE-YEAR-FILE
               IF WS-ARC-FILE-STATUS NOT = '00'
                   DISPLAY 'Archive open failed for '
                           WS-ARCH-FILE-NAME ', status '
                           WS-ARC-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
                   MOVE SPACES TO YC-COUNT-X
                   MOVE 'ARCHIVE OPEN FAILED' TO YC-NOTE
               ELSE
                   MOVE ZERO TO WS-COPIED-RECS
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ SOURCE-YEAR-FILE
                           AT END
                               SET WS-EOF TO TRUE
                       END-READ
                       IF NOT WS-EOF
                           MOVE SOURCE-YEAR-RECORD
                               TO ARCHIVE-YEAR-RECORD
                           WRITE ARCHIVE-YEAR-RECORD
                           ADD 1 TO WS-COPIED-RECS
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVE-YEAR-FILE
                   ADD 1 TO WS-ARCHIVED-CT
                   MOVE WS-COPIED-RECS TO YC-COUNT
                   MOVE WS-SOURCE-FILE-NAME TO YC-NOTE
                   PERFORM 450-CATALOG-ARCHIVE
               END-IF
               CLOSE SOURCE-YEAR-FILE
           END-IF
           PERFORM 800-WRITE-REPORT-LINE.

      *    year-end archives go on GENCAT.DAT as generation 00
      *    under the year's last day -- GENARCH numbers its own
      *    generations from 01 and never sweeps generation 00, so
      *    these are kept until someone retires them.
      *    A reclose finds its entry already there.
       450-CATALOG-ARCHIVE.
           MOVE 'N' TO WS-CAT-FOUND-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT GEN-CATALOG-FILE
           IF WS-CAT-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF OR WS-CAT-FOUND
               READ GEN-CATALOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  AND CAT-FILE-NAME = WS-ARCH-FILE-NAME
                   SET WS-CAT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CAT-FILE-STATUS = '00' OR WS-CAT-FILE-STATUS = '10'
               CLOSE GEN-CATALOG-FILE
           END-IF

           IF NOT WS-CAT-FOUND
               OPEN EXTEND GEN-CATALOG-FILE
               IF WS-CAT-FILE-STATUS NOT = '00'
                  AND WS-CAT-FILE-STATUS NOT = '05'
                   OPEN OUTPUT GEN-CATALOG-FILE
               END-IF
               MOVE SPACES TO GEN-CATALOG-RECORD
               MOVE WS-FILE-BASE      TO CAT-FEED-NAME
               MOVE ZERO              TO CAT-GEN-NUM
               MOVE WS-YEAR-END-DATE  TO CAT-BUSINESS-DATE
               MOVE WS-ARCH-FILE-NAME TO CAT-FILE-NAME
               MOVE WS-BUSINESS-DATE  TO CAT-CREATED-DATE
               WRITE GEN-CATALOG-RECORD
               CLOSE GEN-CATALOG-FILE
           END-IF.

      *    the new year's twelve periods go on the calendar open
      *    through FISCAL, the same as a reopen from PERIODCT -- a
      *    period someone has already keyed is left alone
       500-OPEN-NEXT-YEAR.
           PERFORM VARYING WS-MONTH FROM 1 BY 1
                   UNTIL WS-MONTH > 12
               MOVE SPACES TO WS-PERIOD
               STRING WS-NEXT-YEAR WS-MONTH
                   DELIMITED BY SIZE INTO WS-PERIOD
               MOVE ZERO TO WS-PD-ROW-CT
               EXEC SQL
                   SELECT COUNT(*)
                      INTO :WS-PD-ROW-CT
                      FROM FISCALPD
                      WHERE PERIOD = :WS-PERIOD
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO AND WS-PD-ROW-CT = ZERO
                   MOVE WS-PERIOD TO FIS-PERIOD
                   SET FIS-FUNC-OPEN TO TRUE
                   CALL 'FISCAL' USING FIS-PARM-AREA
                   END-CALL
                   IF FIS-RC-OK
                       ADD 1 TO WS-OPENED-CT
                   ELSE
                       DISPLAY 'Calendar open failed for '
                               WS-PERIOD ': ' FIS-REASON
                       SET WS-RUN-FAILED TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO YRC-RPT-LINE
           MOVE 'NEW YEAR PERIODS OPENED' TO YC-LABEL
           MOVE WS-NEXT-YEAR TO YC-KEY
           MOVE WS-OPENED-CT TO YC-COUNT
           MOVE SPACES TO YC-AMOUNT-X YC-AMOUNT-2-X
           PERFORM 800-WRITE-REPORT-LINE.

      *    the closing balances the new year carries forward,
      *    summed the way GLRECON sums them for the ledger
       600-CARRY-FORWARD.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PAY-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ PAY-REGISTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
                   IF (PR-PENDING OR PR-ISSUED)
                      AND PR-AMOUNT NUMERIC
                       ADD 1 TO WS-CF-PAYABLE-CT
                       ADD PR-AMOUNT TO WS-CF-PAYABLE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REG-FILE-STATUS = '00' OR WS-REG-FILE-STATUS = '10'
               CLOSE PAY-REGISTER-FILE
           END-IF

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
                       ADD 1 TO WS-CF-HELD-CT
                       ADD HB-BALANCE TO WS-CF-HELD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HELD-FILE-STATUS = '00' OR WS-HELD-FILE-STATUS = '10'
               CLOSE HELD-BALANCE-FILE
           END-IF

      *    RESBAL.DAT rides the HELDBAL record layout
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
                   IF HB-BALANCE NUMERIC
                       ADD 1 TO WS-CF-RESERVE-CT
                       ADD HB-BALANCE TO WS-CF-RESERVE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RESV-FILE-STATUS = '00' OR WS-RESV-FILE-STATUS = '10'
               CLOSE RESERVE-BALANCE-FILE
           END-IF

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(UNRECOUPED), 0)
                  INTO :WS-CF-ADVANCES-CT, :WS-CF-ADVANCES
                  FROM ADVANCES
                  WHERE UNRECOUPED > 0
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(EST_ROYALTY), 0)
                  INTO :WS-CF-ACCRUED-CT, :WS-CF-ACCRUED
                  FROM ROYACCRUAL
                  WHERE ACCR_STATUS IN ('O', 'R')
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           MOVE SPACES TO YRC-RPT-LINE
           MOVE 'CARRIED FWD - ROYALTY PAYABLE' TO YC-LABEL
           MOVE 'PAYREG.DAT' TO YC-KEY
           MOVE WS-CF-PAYABLE-CT TO YC-COUNT
           MOVE WS-CF-PAYABLE TO YC-AMOUNT
           PERFORM 650-WRITE-CARRY-LINE

           MOVE SPACES TO YRC-RPT-LINE
           MOVE 'CARRIED FWD - HELD EARNINGS' TO YC-LABEL
           MOVE 'HELDBAL.DAT' TO YC-KEY
           MOVE WS-CF-HELD-CT TO YC-COUNT
           MOVE WS-CF-HELD TO YC-AMOUNT
           PERFORM 650-WRITE-CARRY-LINE

           MOVE SPACES TO YRC-RPT-LINE
           MOVE 'CARRIED FWD - RETURNS RESERVE' TO YC-LABEL
           MOVE 'RESBAL.DAT' TO YC-KEY
           MOVE WS-CF-RESERVE-CT TO YC-COUNT
           MOVE WS-CF-RESERVE TO YC-AMOUNT
           PERFORM 650-WRITE-CARRY-LINE

           MOVE SPACES TO YRC-RPT-LINE
           MOVE 'CARRIED FWD - OPEN ADVANCES' TO YC-LABEL
           MOVE 'ADVANCES' TO YC-KEY
           MOVE WS-CF-ADVANCES-CT TO YC-COUNT
           MOVE WS-CF-ADVANCES TO YC-AMOUNT
           PERFORM 650-WRITE-CARRY-LINE

           MOVE SPACES TO YRC-RPT-LINE
           MOVE 'CARRIED FWD - ROYALTY ACCRUAL' TO YC-LABEL
           MOVE 'ROYACCRUAL' TO YC-KEY
           MOVE WS-CF-ACCRUED-CT TO YC-COUNT
           MOVE WS-CF-ACCRUED TO YC-AMOUNT
           PERFORM 650-WRITE-CARRY-LINE.

       650-WRITE-CARRY-LINE.
           MOVE SPACES TO YC-AMOUNT-2-X
           MOVE 'CARRIED TO ' TO YC-NOTE
           MOVE WS-NEXT-YEAR TO YC-NOTE(12:4)
           PERFORM 800-WRITE-REPORT-LINE.

      *    the lock and the frozen figures go on one ROYYEAR row
      *    -- a reclose overwrites the row the first close wrote
       700-LOCK-THE-YEAR.
           EXEC SQL
               UPDATE ROYYEAR
                  SET YR_STATUS = 'L',
                      CLOSED_DATE = :WS-BUSINESS-DATE,
                      WHT_GROSS = :WS-WHT-GROSS,
                      WHT_WITHHELD = :WS-WHT-WITHHELD,
                      YE_STMT_CT = :WS-YE-STMT-CT,
                      YE_TOTAL = :WS-YE-TOTAL,
                      CF_PAYABLE = :WS-CF-PAYABLE,
                      CF_HELD = :WS-CF-HELD,
                      CF_RESERVE = :WS-CF-RESERVE,
                      CF_ADVANCES = :WS-CF-ADVANCES,
                      CF_ACCRUED = :WS-CF-ACCRUED
                  WHERE TAX_YEAR = :WS-CLOSE-YEAR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO ROYYEAR
                    (TAX_YEAR,YR_STATUS,CLOSED_DATE,REOPEN_DATE,
                     WHT_GROSS,WHT_WITHHELD,YE_STMT_CT,YE_TOTAL,
                     CF_PAYABLE,CF_HELD,CF_RESERVE,CF_ADVANCES,
                     CF_ACCRUED)
                   VALUES
                    (:WS-CLOSE-YEAR,'L',:WS-BUSINESS-DATE,' ',
                     :WS-WHT-GROSS,:WS-WHT-WITHHELD,
                     :WS-YE-STMT-CT,:WS-YE-TOTAL,
                     :WS-CF-PAYABLE,:WS-CF-HELD,:WS-CF-RESERVE,
                     :WS-CF-ADVANCES,:WS-CF-ACCRUED)
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
           END-IF

           MOVE SPACES TO YRC-RPT-LINE
           MOVE 'YEAR LOCKED' TO YC-LABEL
           MOVE WS-CLOSE-YEAR TO YC-KEY
           MOVE SPACES TO YC-COUNT-X YC-AMOUNT-X YC-AMOUNT-2-X
           IF SQLCODE < ZERO
               MOVE 'LOCK FAILED' TO YC-NOTE
           ELSE
               MOVE 'REOPEN ONLY FROM PERIODCT' TO YC-NOTE
           END-IF
           PERFORM 800-WRITE-REPORT-LINE.

       800-WRITE-REPORT-LINE.
           MOVE YRC-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING YRC-RPT-CTL
           END-CALL.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM YRCLOSE.
