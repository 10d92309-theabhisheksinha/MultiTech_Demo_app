       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPRPT.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-FILE ASSIGN TO WS-COUNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT SNAP-COUNT-FILE ASSIGN TO "SNAPCNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT WINDOW-HIST-FILE ASSIGN TO "CYCLWIND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIND-FILE-STATUS.
           SELECT LIMITS-FILE ASSIGN TO "ALRTLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-FILE-STATUS.
           SELECT RUN-SUMMARY-FILE ASSIGN TO "RUNSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-FILE-STATUS.
           SELECT CAP-HIST-FILE ASSIGN TO "CAPHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE.
       01  COUNT-RECORD            PIC X(200).

       FD  SNAP-COUNT-FILE.
       01  SNAP-COUNT-RECORD       PIC 9(9).

       FD  WINDOW-HIST-FILE.
       01  WINDOW-HIST-RECORD      PIC 9(6).

       FD  LIMITS-FILE.
       01  LIMITS-RECORD.
           05 LIM-KEYWORD           PIC X(12).
           05 FILLER                PIC X.
           05 LIM-VALUE             PIC X(9).

       FD  RUN-SUMMARY-FILE.
       01  RUN-SUMMARY-RECORD      PIC X(100).

      *    one measurement per metric per period, kept from run to
      *    run -- SNAPCNT.DAT and CYCLWIND.DAT hold only the latest
      *    night, so without this there is no trend to project
       FD  CAP-HIST-FILE.
       01  CAP-HIST-RECORD.
           05  CH-KEY.
               10  CH-METRIC           PIC X(8).
               10  CH-PERIOD           PIC X(6).
           05  CH-VALUE                PIC S9(11).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.

      *    monthly capacity and volume trend for the batch cycle --
      *    the main tables' row counts, the register, held-balance
      *    and audit files, the cycle figures RUNSUMM.DAT,
      *    SNAPCNT.DAT and CYCLWIND.DAT carry, each measured for
      *    the period and kept on CAPHIST.DAT.  Every metric shows
      *    its recent periods with the change period on period,
      *    then the average growth over them projected forward to
      *    the hard limit it runs into: an in-storage table, a
      *    field too narrow for the figure, or the online day the
      *    window must finish before.  A metric at its limit, or
      *    projected to reach it within the run-control horizon,
      *    is flagged, and any flag ends the step RC=4 so it is
      *    worked before something breaks.  Rerun in the same
      *    period, the period's measurements are replaced.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-PERIOD             PIC X(6).
       01 WS-PERIOD-9 REDEFINES WS-PERIOD.
           05 WS-PER-YEAR          PIC 9(4).
           05 WS-PER-MONTH         PIC 9(2).

      *    periods shown and trended, and how far ahead a limit
      *    is flagged, off the run-control card set -- a year of
      *    history and six months' warning as shipped
       01 WS-TREND-PERS         PIC 9(2) VALUE 12.
       01 WS-HORIZON-PERS       PIC 9(2) VALUE 6.
       01 WS-CARD-X             PIC X(2).
       01 WS-CARD-9 REDEFINES WS-CARD-X
                                PIC 9(2).
      *    the online day starts at seven as shipped; the cycle must
      *    be finished by then the morning after its business date
       01 WS-ONLINE-X           PIC X(4) VALUE '0700'.
       01 WS-ONLINE-9 REDEFINES WS-ONLINE-X.
           05 WS-ONLINE-HOUR       PIC 9(2).
           05 WS-ONLINE-MINUTE     PIC 9(2).
       01 WS-START-X            PIC X(4).
       01 WS-START-9 REDEFINES WS-START-X.
           05 WS-START-HOUR        PIC 9(2).
           05 WS-START-MINUTE      PIC 9(2).

      *    the metrics, each with the hard limit it runs into and
      *    what imposes it.  A limit of zero means nothing caps the
      *    figure -- the royalty run and the disbursement step work
      *    from keyed files, so the authors they carry show growth
      *    only.  Type T figures are times, held as minutes past
      *    noon of the business date so a cycle that runs past
      *    midnight still compares in order.
       01 CAP-METRIC-INIT.
           05 FILLER PIC X(8)  VALUE 'AUTHORS'.
           05 FILLER PIC X(36) VALUE 'AUTHORS TABLE ROWS'.
           05 FILLER PIC 9(11) VALUE 2000.
           05 FILLER PIC X(32) VALUE 'CASHFCST AUTHOR TABLE'.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'SNAPROWS'.
           05 FILLER PIC X(36) VALUE 'AUTHOR SNAPSHOT ROWS (SNAPCNT)'.
           05 FILLER PIC 9(11) VALUE 2000.
           05 FILLER PIC X(32) VALUE 'HSEHOLD MEMBER TABLE'.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'ROYAUTH'.
           05 FILLER PIC X(36) VALUE 'ROYALTY-BEARING AUTHORS'.
           05 FILLER PIC 9(11) VALUE ZERO.
           05 FILLER PIC X(32) VALUE 'ROYCALC/ROYSTMT KEYED FILES'.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'TITLEAU'.
           05 FILLER PIC X(36) VALUE 'TITLEAUTHOR TABLE ROWS'.
           05 FILLER PIC 9(11) VALUE ZERO.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'SALES'.
           05 FILLER PIC X(36) VALUE 'SALES TABLE ROWS'.
           05 FILLER PIC 9(11) VALUE ZERO.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'PAYREG'.
           05 FILLER PIC X(36) VALUE 'PAYMENT REGISTER LINES (PAYREG)'.
           05 FILLER PIC 9(11) VALUE 2000.
           05 FILLER PIC X(32) VALUE 'PAYCONF/PAYVOID REGISTER TABLES'.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'HELDBAL'.
           05 FILLER PIC X(36) VALUE 'HELD BALANCES (HELDBAL)'.
           05 FILLER PIC 9(11) VALUE 2000.
           05 FILLER PIC X(32) VALUE 'SETTLE HELD-BALANCE TABLE'.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'AUTHAUD'.
           05 FILLER PIC X(36) VALUE 'AUDIT TRAIL LINES (AUTHAUD)'.
           05 FILLER PIC 9(11) VALUE 9999999.
           05 FILLER PIC X(32) VALUE 'AUDITLOG SEQUENCE NUMBER'.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'AUDCAT'.
           05 FILLER PIC X(36) VALUE 'ARCHIVED AUDIT DAYS (AUDCAT)'.
           05 FILLER PIC 9(11) VALUE ZERO.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'OPERJRNL'.
           05 FILLER PIC X(36) VALUE 'OPERATOR JOURNAL (OPERJRNL)'.
           05 FILLER PIC 9(11) VALUE ZERO.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'RUNSUMM'.
           05 FILLER PIC X(36) VALUE 'RUN SUMMARY LINES (RUNSUMM)'.
           05 FILLER PIC 9(11) VALUE ZERO.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'STEPROWS'.
           05 FILLER PIC X(36) VALUE 'LARGEST ONE-STEP ROW COUNT'.
           05 FILLER PIC 9(11) VALUE 9999.
           05 FILLER PIC X(32) VALUE 'RUNSUMM ROW-COUNT COLUMNS'.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'CYCSTEPS'.
           05 FILLER PIC X(36) VALUE 'STEPS ON THE BUSIEST NIGHT'.
           05 FILLER PIC 9(11) VALUE 200.
           05 FILLER PIC X(32) VALUE 'CYCLERPT STEP TABLE'.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'WINDSECS'.
           05 FILLER PIC X(36) VALUE 'BATCH WINDOW SECONDS (CYCLWIND)'.
           05 FILLER PIC 9(11) VALUE ZERO.
           05 FILLER PIC X(32) VALUE 'ALRTLIM WINDOW-SECS'.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC X(8)  VALUE 'WINDEND'.
           05 FILLER PIC X(36) VALUE 'LATEST CYCLE END TIME'.
           05 FILLER PIC 9(11) VALUE ZERO.
           05 FILLER PIC X(32) VALUE 'ONLINE DAY START'.
           05 FILLER PIC X     VALUE 'T'.
       01 CAP-METRIC-TABLE REDEFINES CAP-METRIC-INIT.
           05 CM-ENTRY OCCURS 15 TIMES.
               10 CM-CODE              PIC X(8).
               10 CM-DESC              PIC X(36).
               10 CM-LIMIT             PIC 9(11).
               10 CM-LIMITED-BY        PIC X(32).
               10 CM-TYPE              PIC X.
                   88 CM-CLOCK             VALUE 'T'.
       01 CM-ENTRY-CT           PIC 9(2) COMP VALUE 15.
       01 CM-SUB                PIC 9(2) COMP.

      *    this period's measurements, by the metric's place above
       01 WS-MEASURE-TABLE.
           05 WS-MEASURE-ENTRY OCCURS 15 TIMES.
               10 WS-MEASURE           PIC S9(11).
               10 WS-MEASURED-SW       PIC X.
                   88 WS-MEASURED          VALUE 'Y'.
       01 WS-SET-CODE           PIC X(8).
       01 WS-SET-VALUE          PIC S9(11).

       01 WS-TABLE-CT           PIC S9(9) COMP.
       01 WS-COUNT-FILE-NAME    PIC X(12).
       01 WS-CNT-FILE-STATUS    PIC XX.
       01 WS-CNT-EOF-SW         PIC X.
           88 WS-CNT-EOF            VALUE 'Y'.
       01 WS-LINE-CT            PIC S9(11).
       01 WS-SNAP-FILE-STATUS   PIC XX.
       01 WS-WIND-FILE-STATUS   PIC XX.
       01 WS-LIM-FILE-STATUS    PIC XX.
       01 WS-LIM-EOF-SW         PIC X.
           88 WS-LIM-EOF            VALUE 'Y'.
       01 WS-LIM-VALUE-9        PIC 9(9).
       01 WS-HIST-FILE-STATUS   PIC XX.
       01 WS-HIST-EOF-SW        PIC X.
           88 WS-HIST-EOF           VALUE 'Y'.

      *    RUNSUMM.DAT line exactly as RUNSUMM lays it down
       01 WS-SUMM-FILE-STATUS   PIC XX.
       01 WS-SUMM-EOF-SW        PIC X.
           88 WS-SUMM-EOF           VALUE 'Y'.
       01 WS-SUMM-LINE.
           05 WU-CALLER            PIC X(8).
           05 FILLER               PIC X.
           05 WU-DATE.
               10 WU-YEAR          PIC X(4).
               10 FILLER           PIC X.
               10 WU-MONTH         PIC X(2).
               10 FILLER           PIC X.
               10 WU-DAY           PIC X(2).
           05 FILLER               PIC X.
           05 WU-TIME.
               10 WU-HOUR          PIC 99.
               10 FILLER           PIC X.
               10 WU-MINUTE        PIC 99.
               10 FILLER           PIC X.
               10 WU-SECOND        PIC 99.
           05 FILLER               PIC X.
           05 WU-STMT-COUNT        PIC X(5).
           05 FILLER               PIC X.
           05 WU-ROWS-INSERTED     PIC X(5).
           05 FILLER               PIC X.
           05 WU-ROWS-UPDATED      PIC X(5).
           05 FILLER               PIC X.
           05 WU-ROWS-DELETED      PIC X(5).
           05 FILLER               PIC X.
           05 WU-FINAL-SQLCODE     PIC X(5).
           05 FILLER               PIC X(20).
       01 WS-NIGHT-DATE         PIC X(10) VALUE SPACES.
       01 WS-NIGHT-STEPS        PIC S9(11) VALUE ZERO.
       01 WS-MAX-STEPS          PIC S9(11) VALUE ZERO.
       01 WS-MAX-ROWS           PIC S9(11) VALUE ZERO.
       01 WS-ROWS               PIC S9(11).
       01 WS-ROWS-X             PIC X(5).
       01 WS-END-MINS           PIC S9(11).
       01 WS-MAX-END            PIC S9(11) VALUE ZERO.
       01 WS-PERIOD-STEPS       PIC S9(9) COMP VALUE ZERO.

      *    months are counted as year * 12 + month - 1 so periods
      *    subtract across a year end
       01 WS-MONTH-NO           PIC S9(7) COMP.
       01 WS-CUR-MONTH-NO       PIC S9(7) COMP.
       01 WS-FIRST-MONTH-NO     PIC S9(7) COMP.
       01 WS-LAST-MONTH-NO      PIC S9(7) COMP.
       01 WS-CONV-PERIOD        PIC X(6).
       01 WS-CONV-PERIOD-9 REDEFINES WS-CONV-PERIOD.
           05 WS-CONV-YEAR         PIC 9(4).
           05 WS-CONV-MONTH        PIC 9(2).
       01 WS-TREND-START        PIC X(6).

      *    one metric's trend as its history is read back
       01 WS-SHOWN-CT           PIC S9(4) COMP.
       01 WS-FIRST-VALUE        PIC S9(11).
       01 WS-LAST-VALUE         PIC S9(11).
       01 WS-PRIOR-VALUE        PIC S9(11).
       01 WS-CHANGE             PIC S9(11).
       01 WS-GROWTH             PIC S9(11)V99.
       01 WS-PERIODS-WORK       PIC S9(11)V99.
       01 WS-PERIODS-LEFT       PIC S9(9) COMP.
       01 WS-FLAG-CT            PIC S9(4) COMP VALUE ZERO.

       01 WS-CLOCK-MINS         PIC S9(11).
       01 WS-CLOCK-WORK         PIC S9(7) COMP.
       01 WS-CLOCK-TEXT.
           05 WS-CLOCK-HH          PIC 99.
           05 FILLER               PIC X VALUE ':'.
           05 WS-CLOCK-MM          PIC 99.

       01 DISP-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 DISP-CHANGE           PIC ++,+++,+++,++9.
       01 DISP-GROWTH           PIC ++,+++,+++,++9.99.
       01 DISP-LIMIT            PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 DISP-PERIODS          PIC ZZZ9.
       01 DISP-CAP-CT           PIC ZZZ9.

       01 CAP-PERIOD-LINE.
           05 CP-METRIC             PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CP-PERIOD             PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CP-VALUE              PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CP-CHANGE             PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CP-NOTE               PIC X(40).

       01 CAP-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'CAPRPT' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    the business date names the period measured, so a cycle
      *    run past midnight on the last night of a month still
      *    measures that month
           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF NOT BDT-RC-OK
               MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-BUSINESS-DATE
           END-IF
           MOVE BDT-BUSINESS-DATE(1:6) TO WS-PERIOD
           COMPUTE WS-CUR-MONTH-NO =
               WS-PER-YEAR * 12 + WS-PER-MONTH - 1

           PERFORM 150-LOAD-CARDS

           PERFORM 200-MEASURE-TABLES
           PERFORM 300-MEASURE-FILES
           PERFORM 400-SCAN-RUN-SUMMARIES
           PERFORM 350-READ-WINDOW-LIMIT

           IF WS-RUN-FAILED
               DISPLAY 'Capacity measurement failed - no history '
                       'kept, no report'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 500-SAVE-HISTORY
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'CAPRPT.DAT' TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING 'CAPACITY AND VOLUME TREND - PERIOD ' WS-PERIOD
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'METRIC    PERIOD           VALUE          CHANGE'
                  '  NOTE'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING CAP-RPT-CTL
           END-CALL

           PERFORM 600-REPORT-METRIC
               VARYING CM-SUB FROM 1 BY 1
               UNTIL CM-SUB > CM-ENTRY-CT

           CLOSE CAP-HIST-FILE

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING CAP-RPT-CTL
           END-CALL

           MOVE CM-ENTRY-CT TO DISP-CAP-CT
           DISPLAY 'Capacity report - metrics:         ' DISP-CAP-CT
           MOVE WS-FLAG-CT TO DISP-CAP-CT
           DISPLAY 'Capacity report - limits flagged:  ' DISP-CAP-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-FLAG-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       150-LOAD-CARDS.
           MOVE 'CAPRPT' TO RUNP-STEP-NAME
           MOVE 'TREND-PERS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:2) TO WS-CARD-X
           IF RUNP-RC-OK
              AND WS-CARD-X NUMERIC
              AND WS-CARD-9 > 1
               MOVE WS-CARD-9 TO WS-TREND-PERS
           END-IF

           MOVE 'CAPRPT' TO RUNP-STEP-NAME
           MOVE 'HORIZON-PERS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:2) TO WS-CARD-X
           IF RUNP-RC-OK
              AND WS-CARD-X NUMERIC
              AND WS-CARD-X NOT = '00'
               MOVE WS-CARD-9 TO WS-HORIZON-PERS
           END-IF

      *    the online start must be a morning time -- the window
      *    closes the morning after the business date
           MOVE 'CAPRPT' TO RUNP-STEP-NAME
           MOVE 'ONLINE-START' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:4) TO WS-START-X
           IF RUNP-RC-OK
              AND WS-START-X NUMERIC
              AND WS-START-HOUR < 12
              AND WS-START-MINUTE < 60
               MOVE WS-START-X TO WS-ONLINE-X
           END-IF
           PERFORM VARYING CM-SUB FROM 1 BY 1
                   UNTIL CM-SUB > CM-ENTRY-CT
               IF CM-CODE(CM-SUB) = 'WINDEND'
                   COMPUTE CM-LIMIT(CM-SUB) =
                       WS-ONLINE-HOUR * 60 + WS-ONLINE-MINUTE + 720
               END-IF
           END-PERFORM

           INITIALIZE WS-MEASURE-TABLE.

       180-STORE-MEASURE.
           PERFORM VARYING CM-SUB FROM 1 BY 1
                   UNTIL CM-SUB > CM-ENTRY-CT
               IF CM-CODE(CM-SUB) = WS-SET-CODE
                   MOVE WS-SET-VALUE TO WS-MEASURE(CM-SUB)
                   SET WS-MEASURED(CM-SUB) TO TRUE
               END-IF
           END-PERFORM.

      *    the authors ROYCALC pays are counted over the same
      *    authors/titleauthor/titles join ROYPREP plans from
       200-MEASURE-TABLES.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-TABLE-CT FROM authors
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'count authors ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               MOVE 'AUTHORS' TO WS-SET-CODE
               MOVE WS-TABLE-CT TO WS-SET-VALUE
               PERFORM 180-STORE-MEASURE
           END-IF

           EXEC SQL
               SELECT COUNT(DISTINCT A.AU_ID)
                  INTO :WS-TABLE-CT
                  FROM authors A, titleauthor T, titles TI
                  WHERE A.AU_ID = T.AU_ID
                    AND T.TITLE_ID = TI.TITLE_ID
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'count royalty authors ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               MOVE 'ROYAUTH' TO WS-SET-CODE
               MOVE WS-TABLE-CT TO WS-SET-VALUE
               PERFORM 180-STORE-MEASURE
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-TABLE-CT FROM titleauthor
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'count titleauthor ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               MOVE 'TITLEAU' TO WS-SET-CODE
               MOVE WS-TABLE-CT TO WS-SET-VALUE
               PERFORM 180-STORE-MEASURE
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-TABLE-CT FROM sales
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'count sales ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               MOVE 'SALES' TO WS-SET-CODE
               MOVE WS-TABLE-CT TO WS-SET-VALUE
               PERFORM 180-STORE-MEASURE
           END-IF.

      *    the flat files are counted line by line; one not on disk
      *    is left unmeasured rather than recorded as empty
       250-COUNT-FILE-LINES.
           MOVE ZERO TO WS-LINE-CT
           MOVE 'N'  TO WS-CNT-EOF-SW
           OPEN INPUT COUNT-FILE
           IF WS-CNT-FILE-STATUS = '00'
               PERFORM 255-COUNT-ONE-LINE UNTIL WS-CNT-EOF
               CLOSE COUNT-FILE
               MOVE WS-LINE-CT TO WS-SET-VALUE
               PERFORM 180-STORE-MEASURE
           ELSE
               DISPLAY WS-COUNT-FILE-NAME ' not counted, status '
                       WS-CNT-FILE-STATUS
           END-IF.

       255-COUNT-ONE-LINE.
           READ COUNT-FILE
               AT END
                   SET WS-CNT-EOF TO TRUE
           END-READ
           IF NOT WS-CNT-EOF
               ADD 1 TO WS-LINE-CT
           END-IF.

       300-MEASURE-FILES.
           MOVE 'PAYREG'       TO WS-SET-CODE
           MOVE 'PAYREG.DAT'   TO WS-COUNT-FILE-NAME
           PERFORM 250-COUNT-FILE-LINES
           MOVE 'HELDBAL'      TO WS-SET-CODE
           MOVE 'HELDBAL.DAT'  TO WS-COUNT-FILE-NAME
           PERFORM 250-COUNT-FILE-LINES
           MOVE 'AUTHAUD'      TO WS-SET-CODE
           MOVE 'AUTHAUD.DAT'  TO WS-COUNT-FILE-NAME
           PERFORM 250-COUNT-FILE-LINES
           MOVE 'AUDCAT'       TO WS-SET-CODE
           MOVE 'AUDCAT.DAT'   TO WS-COUNT-FILE-NAME
           PERFORM 250-COUNT-FILE-LINES
           MOVE 'OPERJRNL'     TO WS-SET-CODE
           MOVE 'OPERJRNL.DAT' TO WS-COUNT-FILE-NAME
           PERFORM 250-COUNT-FILE-LINES
           MOVE 'RUNSUMM'      TO WS-SET-CODE
           MOVE 'RUNSUMM.DAT'  TO WS-COUNT-FILE-NAME
           PERFORM 250-COUNT-FILE-LINES

      *    the snapshot and window figures are the latest night's,
      *    as AUTHSNAP and CYCLERPT leave them
           OPEN INPUT SNAP-COUNT-FILE
           IF WS-SNAP-FILE-STATUS = '00'
               READ SNAP-COUNT-FILE
                   AT END
                       MOVE ZERO TO SNAP-COUNT-RECORD
               END-READ
               IF SNAP-COUNT-RECORD NUMERIC
                   MOVE 'SNAPROWS' TO WS-SET-CODE
                   MOVE SNAP-COUNT-RECORD TO WS-SET-VALUE
                   PERFORM 180-STORE-MEASURE
               END-IF
               CLOSE SNAP-COUNT-FILE
           END-IF

           OPEN INPUT WINDOW-HIST-FILE
           IF WS-WIND-FILE-STATUS = '00'
               READ WINDOW-HIST-FILE
                   AT END
                       MOVE ZERO TO WINDOW-HIST-RECORD
               END-READ
               IF WINDOW-HIST-RECORD NUMERIC
                   MOVE 'WINDSECS' TO WS-SET-CODE
                   MOVE WINDOW-HIST-RECORD TO WS-SET-VALUE
                   PERFORM 180-STORE-MEASURE
               END-IF
               CLOSE WINDOW-HIST-FILE
           END-IF.

      *    the window's limit is the overrun limit CYCLALRT pages
      *    on -- none set, none projected
       350-READ-WINDOW-LIMIT.
           MOVE 'N' TO WS-LIM-EOF-SW
           OPEN INPUT LIMITS-FILE
           IF WS-LIM-FILE-STATUS NOT = '00'
               SET WS-LIM-EOF TO TRUE
           END-IF
           PERFORM 355-READ-ONE-LIMIT UNTIL WS-LIM-EOF
           IF WS-LIM-FILE-STATUS = '00' OR '10'
               CLOSE LIMITS-FILE
           END-IF.

       355-READ-ONE-LIMIT.
           READ LIMITS-FILE
               AT END
                   SET WS-LIM-EOF TO TRUE
           END-READ
           IF NOT WS-LIM-EOF
              AND LIM-KEYWORD = 'WINDOW-SECS'
              AND LIM-VALUE NUMERIC
               MOVE LIM-VALUE TO WS-LIM-VALUE-9
               PERFORM VARYING CM-SUB FROM 1 BY 1
                       UNTIL CM-SUB > CM-ENTRY-CT
                   IF CM-CODE(CM-SUB) = 'WINDSECS'
                       MOVE WS-LIM-VALUE-9 TO CM-LIMIT(CM-SUB)
                   END-IF
               END-PERFORM
           END-IF.

      *    the period's RUNSUMM.DAT lines give the busiest night's
      *    step count, the largest row count any one step logged
      *    and the latest any night finished.  RUNSUMM prints its
      *    row counts four digits wide, so a count past 9999 is
      *    already being cut short on the file.
       400-SCAN-RUN-SUMMARIES.
           MOVE 'N' TO WS-SUMM-EOF-SW
           OPEN INPUT RUN-SUMMARY-FILE
           IF WS-SUMM-FILE-STATUS NOT = '00'
               SET WS-SUMM-EOF TO TRUE
           END-IF
           PERFORM 410-SCAN-ONE-SUMMARY UNTIL WS-SUMM-EOF
           IF WS-SUMM-FILE-STATUS = '00' OR '10'
               CLOSE RUN-SUMMARY-FILE
           END-IF
           PERFORM 420-CLOSE-NIGHT

           IF WS-PERIOD-STEPS > ZERO
               MOVE 'CYCSTEPS' TO WS-SET-CODE
               MOVE WS-MAX-STEPS TO WS-SET-VALUE
               PERFORM 180-STORE-MEASURE
               MOVE 'STEPROWS' TO WS-SET-CODE
               MOVE WS-MAX-ROWS TO WS-SET-VALUE
               PERFORM 180-STORE-MEASURE
               MOVE 'WINDEND' TO WS-SET-CODE
               MOVE WS-MAX-END TO WS-SET-VALUE
               PERFORM 180-STORE-MEASURE
           END-IF.

       410-SCAN-ONE-SUMMARY.
           READ RUN-SUMMARY-FILE
               AT END
                   SET WS-SUMM-EOF TO TRUE
           END-READ
           IF NOT WS-SUMM-EOF
               MOVE RUN-SUMMARY-RECORD TO WS-SUMM-LINE
               IF WU-YEAR = WS-PERIOD(1:4)
                  AND WU-MONTH = WS-PERIOD(5:2)
                  AND WU-HOUR NUMERIC
                  AND WU-MINUTE NUMERIC
                   ADD 1 TO WS-PERIOD-STEPS
                   IF WU-DATE NOT = WS-NIGHT-DATE
                       PERFORM 420-CLOSE-NIGHT
                       MOVE WU-DATE TO WS-NIGHT-DATE
                   END-IF
                   ADD 1 TO WS-NIGHT-STEPS

                   MOVE WU-ROWS-INSERTED TO WS-ROWS-X
                   PERFORM 430-TEST-ROW-COUNT
                   MOVE WU-ROWS-UPDATED TO WS-ROWS-X
                   PERFORM 430-TEST-ROW-COUNT
                   MOVE WU-ROWS-DELETED TO WS-ROWS-X
                   PERFORM 430-TEST-ROW-COUNT

      *            an afternoon or evening finish is the business
      *            date's own night; a morning finish is the night
      *            running on past midnight
                   IF WU-HOUR < 12
                       COMPUTE WS-END-MINS =
                           WU-HOUR * 60 + WU-MINUTE + 720
                   ELSE
                       COMPUTE WS-END-MINS =
                           WU-HOUR * 60 + WU-MINUTE - 720
                   END-IF
                   IF WS-END-MINS > WS-MAX-END
                       MOVE WS-END-MINS TO WS-MAX-END
                   END-IF
               END-IF
           END-IF.

       420-CLOSE-NIGHT.
           IF WS-NIGHT-STEPS > WS-MAX-STEPS
               MOVE WS-NIGHT-STEPS TO WS-MAX-STEPS
           END-IF
           MOVE ZERO TO WS-NIGHT-STEPS.

       430-TEST-ROW-COUNT.
           IF WS-ROWS-X NOT = SPACES
               COMPUTE WS-ROWS = FUNCTION NUMVAL(WS-ROWS-X)
               IF WS-ROWS > WS-MAX-ROWS
                   MOVE WS-ROWS TO WS-MAX-ROWS
               END-IF
           END-IF.

      *    the history file is created on the first run; after that
      *    the period's rows are written or replaced by key
       500-SAVE-HISTORY.
           OPEN I-O CAP-HIST-FILE
           IF WS-HIST-FILE-STATUS = '35'
               OPEN OUTPUT CAP-HIST-FILE
               CLOSE CAP-HIST-FILE
               OPEN I-O CAP-HIST-FILE
           END-IF
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'Capacity history open failed, status '
                       WS-HIST-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM 510-SAVE-ONE-MEASURE
                   VARYING CM-SUB FROM 1 BY 1
                   UNTIL CM-SUB > CM-ENTRY-CT
           END-IF.

       510-SAVE-ONE-MEASURE.
           IF WS-MEASURED(CM-SUB)
               MOVE CM-CODE(CM-SUB) TO CH-METRIC
               MOVE WS-PERIOD       TO CH-PERIOD
               READ CAP-HIST-FILE
                   INVALID KEY
                       MOVE WS-MEASURE(CM-SUB) TO CH-VALUE
                       WRITE CAP-HIST-RECORD
                   NOT INVALID KEY
                       MOVE WS-MEASURE(CM-SUB) TO CH-VALUE
                       REWRITE CAP-HIST-RECORD
               END-READ
               IF WS-HIST-FILE-STATUS NOT = '00'
                   DISPLAY 'Capacity history write failed for '
                           CM-CODE(CM-SUB) ', status '
                           WS-HIST-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

      *    the metric's heading with its limit, its periods from
      *    the start of the trend window, then the projection
       600-REPORT-METRIC.
           MOVE SPACES TO RPT-DETAIL-LINE
           IF CM-LIMIT(CM-SUB) = ZERO
               STRING CM-CODE(CM-SUB) '  ' CM-DESC(CM-SUB)
                      '  NO HARD LIMIT  ' CM-LIMITED-BY(CM-SUB)
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           ELSE
               IF CM-CLOCK(CM-SUB)
                   MOVE CM-LIMIT(CM-SUB) TO WS-CLOCK-MINS
                   PERFORM 720-FORMAT-CLOCK
                   STRING CM-CODE(CM-SUB) '  ' CM-DESC(CM-SUB)
                          '  LIMIT          ' WS-CLOCK-TEXT
                          '  ' CM-LIMITED-BY(CM-SUB)
                       DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               ELSE
                   MOVE CM-LIMIT(CM-SUB) TO DISP-LIMIT
                   STRING CM-CODE(CM-SUB) '  ' CM-DESC(CM-SUB)
                          '  LIMIT ' DISP-LIMIT
                          '  ' CM-LIMITED-BY(CM-SUB)
                       DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               END-IF
           END-IF
           PERFORM 700-PUT-LINE

           COMPUTE WS-MONTH-NO = WS-CUR-MONTH-NO - WS-TREND-PERS + 1
           PERFORM 730-MONTH-TO-PERIOD
           MOVE WS-CONV-PERIOD TO WS-TREND-START

           MOVE ZERO TO WS-SHOWN-CT
           MOVE 'N'  TO WS-HIST-EOF-SW
           MOVE CM-CODE(CM-SUB) TO CH-METRIC
           MOVE WS-TREND-START  TO CH-PERIOD
           START CAP-HIST-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM 610-REPORT-ONE-PERIOD UNTIL WS-HIST-EOF

           PERFORM 650-PROJECT-METRIC

           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM 700-PUT-LINE.

       610-REPORT-ONE-PERIOD.
           READ CAP-HIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
              AND (CH-METRIC NOT = CM-CODE(CM-SUB)
                   OR CH-PERIOD > WS-PERIOD)
               SET WS-HIST-EOF TO TRUE
           END-IF
           IF NOT WS-HIST-EOF
               MOVE CH-PERIOD TO WS-CONV-PERIOD
               COMPUTE WS-MONTH-NO =
                   WS-CONV-YEAR * 12 + WS-CONV-MONTH - 1
               MOVE SPACES    TO CAP-PERIOD-LINE
               MOVE CH-PERIOD TO CP-PERIOD
               PERFORM 740-EDIT-VALUE
               IF WS-SHOWN-CT = ZERO
                   MOVE CH-VALUE    TO WS-FIRST-VALUE
                   MOVE WS-MONTH-NO TO WS-FIRST-MONTH-NO
               ELSE
                   COMPUTE WS-CHANGE = CH-VALUE - WS-PRIOR-VALUE
                   MOVE WS-CHANGE TO DISP-CHANGE
                   MOVE DISP-CHANGE TO CP-CHANGE
               END-IF
               IF CM-LIMIT(CM-SUB) > ZERO
                  AND CH-VALUE NOT < CM-LIMIT(CM-SUB)
                   MOVE 'AT LIMIT' TO CP-NOTE
               END-IF
               ADD 1 TO WS-SHOWN-CT
               MOVE CH-VALUE    TO WS-PRIOR-VALUE WS-LAST-VALUE
               MOVE WS-MONTH-NO TO WS-LAST-MONTH-NO
               MOVE CAP-PERIOD-LINE TO RPT-DETAIL-LINE
               PERFORM 700-PUT-LINE
           END-IF.

      *    the average change per period across the periods shown,
      *    carried forward from the latest figure.  Only a figure
      *    measured this period is projected -- a stale one would
      *    project from a month nobody measured.
       650-PROJECT-METRIC.
           MOVE SPACES TO RPT-DETAIL-LINE
           EVALUATE TRUE
               WHEN NOT WS-MEASURED(CM-SUB)
                   STRING '          NOT MEASURED THIS PERIOD'
                       DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               WHEN CM-LIMIT(CM-SUB) > ZERO
                AND WS-LAST-VALUE NOT < CM-LIMIT(CM-SUB)
                   ADD 1 TO WS-FLAG-CT
                   STRING '          ** LIMIT REACHED - '
                          CM-LIMITED-BY(CM-SUB)
                       DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               WHEN WS-SHOWN-CT < 2
                 OR WS-LAST-MONTH-NO NOT > WS-FIRST-MONTH-NO
                   STRING '          ONE PERIOD ON FILE - NO TREND YET'
                       DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               WHEN OTHER
                   COMPUTE WS-GROWTH ROUNDED =
                       (WS-LAST-VALUE - WS-FIRST-VALUE)
                       / (WS-LAST-MONTH-NO - WS-FIRST-MONTH-NO)
                   MOVE WS-GROWTH TO DISP-GROWTH
                   IF CM-LIMIT(CM-SUB) = ZERO
                      OR WS-GROWTH NOT > ZERO
                       STRING '          GROWTH PER PERIOD '
                              DISP-GROWTH '  LIMIT NOT APPROACHING'
                           DELIMITED BY SIZE INTO RPT-DETAIL-LINE
                   ELSE
                       PERFORM 660-PERIODS-TO-LIMIT
                   END-IF
           END-EVALUATE
           PERFORM 700-PUT-LINE.

      *    whole periods to the limit, rounded up -- a limit part
      *    way through a month is hit in that month
       660-PERIODS-TO-LIMIT.
           COMPUTE WS-PERIODS-WORK =
               (CM-LIMIT(CM-SUB) - WS-LAST-VALUE) / WS-GROWTH
           IF WS-PERIODS-WORK > 9999
               STRING '          GROWTH PER PERIOD ' DISP-GROWTH
                      '  LIMIT BEYOND 9999 PERIODS'
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           ELSE
               MOVE WS-PERIODS-WORK TO WS-PERIODS-LEFT
               IF WS-PERIODS-LEFT < WS-PERIODS-WORK
                   ADD 1 TO WS-PERIODS-LEFT
               END-IF
               COMPUTE WS-MONTH-NO = WS-CUR-MONTH-NO + WS-PERIODS-LEFT
               PERFORM 730-MONTH-TO-PERIOD
               MOVE WS-PERIODS-LEFT TO DISP-PERIODS
               IF WS-PERIODS-LEFT NOT > WS-HORIZON-PERS
                   ADD 1 TO WS-FLAG-CT
                   STRING '          GROWTH PER PERIOD ' DISP-GROWTH
                          '  LIMIT IN ' DISP-PERIODS ' PERIODS ('
                          WS-CONV-PERIOD ') ** WITHIN HORIZON'
                       DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               ELSE
                   STRING '          GROWTH PER PERIOD ' DISP-GROWTH
                          '  LIMIT IN ' DISP-PERIODS ' PERIODS ('
                          WS-CONV-PERIOD ')'
                       DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               END-IF
           END-IF.

       700-PUT-LINE.
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING CAP-RPT-CTL
           END-CALL.

      *    minutes past noon back to a clock time
       720-FORMAT-CLOCK.
           COMPUTE WS-CLOCK-WORK = WS-CLOCK-MINS + 720
           IF WS-CLOCK-WORK NOT < 1440
               SUBTRACT 1440 FROM WS-CLOCK-WORK
           END-IF
           IF WS-CLOCK-WORK < ZERO
               MOVE ZERO TO WS-CLOCK-WORK
           END-IF
           DIVIDE WS-CLOCK-WORK BY 60 GIVING WS-CLOCK-HH
               REMAINDER WS-CLOCK-MM.

       730-MONTH-TO-PERIOD.
           DIVIDE WS-MONTH-NO BY 12 GIVING WS-CONV-YEAR
               REMAINDER WS-CONV-MONTH
           ADD 1 TO WS-CONV-MONTH.

      *    a time figure shows as a clock, its change in minutes
       740-EDIT-VALUE.
           IF CM-CLOCK(CM-SUB)
               MOVE CH-VALUE TO WS-CLOCK-MINS
               PERFORM 720-FORMAT-CLOCK
               MOVE WS-CLOCK-TEXT TO CP-VALUE(10:5)
           ELSE
               MOVE CH-VALUE TO DISP-VALUE
               MOVE DISP-VALUE TO CP-VALUE
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM CAPRPT.
