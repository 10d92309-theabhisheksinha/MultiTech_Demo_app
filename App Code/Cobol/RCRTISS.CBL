       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRTISS.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCRT-ROSTER-FILE ASSIGN TO "RCRTCYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.
           SELECT RCRT-RESPONSE-FILE ASSIGN TO "RCRTRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-FILE-STATUS.
           SELECT OPER-JOURNAL-FILE ASSIGN TO "OPERJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RCRT-ROSTER-FILE.
       01  RCRT-ROSTER-RECORD      PIC X(60).

       FD  RCRT-RESPONSE-FILE.
       01  RCRT-RESPONSE-RECORD    PIC X(60).

       FD  OPER-JOURNAL-FILE.
       01  OPER-JOURNAL-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.

      *    opens the quarterly access recertification cycle over
      *    the OPERATORS table.  OPERMNT can raise an operator's
      *    level, but nothing ever made anyone look at it again;
      *    this run lists every active operator under the
      *    supervisor they answer to, with the authority level,
      *    the last sign-on SIGNON stamped and what the operator
      *    has been doing on the activity journal, and lays down
      *    the RCRTCYC.DAT roster and the RCRTRESP.DAT worksheet
      *    the supervisors mark and RCRTLOAD reads back.  The
      *    deadline is the run-control number of days from the
      *    business date; a new cycle is refused while the last
      *    one still has pending lines, so a rerun can't quietly
      *    move a deadline out.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-EOF-SW             PIC X.
           88 WS-EOF                VALUE 'Y'.
       01 WS-OPER-MORE-SW       PIC X.
           88 WS-OPER-NO-MORE       VALUE 'N'.
       01 WS-FOUND-SW           PIC X.
           88 WS-ENTRY-FOUND        VALUE 'Y'.

       01 WS-CYC-FILE-STATUS    PIC XX.
       01 WS-RSP-FILE-STATUS    PIC XX.
       01 WS-JRNL-FILE-STATUS   PIC XX.

       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-DATE-NUM           PIC 9(8).
       01 WS-TODAY-INT          PIC 9(7).
       01 WS-WORK-INT           PIC 9(7).
       01 WS-DEADLINE           PIC X(8).
       01 WS-FROM-DATE          PIC X(8).
       01 WS-FROM-DASHED.
           05 WS-FD-YEAR           PIC X(4).
           05 FILLER               PIC X VALUE '-'.
           05 WS-FD-MONTH          PIC XX.
           05 FILLER               PIC X VALUE '-'.
           05 WS-FD-DAY            PIC XX.
       01 WS-CYCLE-ID.
           05 WS-CY-YEAR           PIC X(4).
           05 FILLER               PIC X VALUE 'Q'.
           05 WS-CY-QUARTER        PIC 9.
       01 WS-MONTH-NUM          PIC 99.

      *    days the supervisors get to answer, and how far back the
      *    activity columns look, off the RUNPARM.DAT card set
       01 WS-RESPOND-DAYS       PIC 9(3) VALUE 14.
       01 WS-ACTIVITY-DAYS      PIC 9(3) VALUE 90.
       01 WS-DAYS-X             PIC X(3).
       01 WS-DAYS-9 REDEFINES WS-DAYS-X
                                PIC 9(3).

           COPY RCRTREC.

      *    journal activity rolled up by operator over the window
       01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 500 TIMES.
               10 WS-ACT-OPER           PIC X(8).
               10 WS-ACT-SIGNON-CT      PIC 9(5) COMP.
               10 WS-ACT-FAIL-CT        PIC 9(5) COMP.
               10 WS-ACT-CHANGE-CT      PIC 9(5) COMP.
               10 WS-ACT-LAST-DATE      PIC X(10).
       01 WS-ACT-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-ACT-SUB            PIC 9(4) COMP.

      *    OPERJRNL.DAT line exactly as OPERJRNL lays it down
       01 WS-JRNL-LINE.
           05 WJ-CALLER             PIC X(8).
           05 FILLER                PIC X.
           05 WJ-DATE               PIC X(10).
           05 FILLER                PIC X.
           05 WJ-TIME               PIC X(8).
           05 FILLER                PIC X.
           05 WJ-OPER-ID            PIC X(8).
           05 FILLER                PIC X.
           05 WJ-ACTION             PIC X(20).
           05 FILLER                PIC X.
           05 WJ-KEY                PIC X(11).

       01 WS-OPER-ID            PIC X(8).
       01 WS-AUTH-LEVEL         PIC S9(4) COMP.
       01 WS-LOCKED-FLAG        PIC X.
       01 WS-LOCKED-IND         PIC S9(4) COMP.
       01 WS-SUPV-ID            PIC X(8).
       01 WS-SUPV-IND           PIC S9(4) COMP.
       01 WS-LAST-SIGNON        PIC X(8).
       01 WS-SIGNON-IND         PIC S9(4) COMP.
       01 WS-PREV-SUPV          PIC X(8).
       01 WS-FIRST-SW           PIC X.
           88 WS-FIRST-OPER         VALUE 'Y'.

       01 WS-OPEN-CT            PIC 9(5) COMP VALUE ZERO.
       01 WS-ISSUED-CT          PIC 9(5) COMP VALUE ZERO.
       01 WS-SUPV-CT            PIC 9(5) COMP VALUE ZERO.
       01 WS-UNASSIGNED-CT      PIC 9(5) COMP VALUE ZERO.
       01 DISP-RCRT-CT          PIC ZZ,ZZ9.

       01 RCRT-DETAIL-LINE.
           05 RD-OPER               PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-LEVEL              PIC 9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 RD-LAST-SIGNON        PIC X(11).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-SIGNON-CT          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-FAIL-CT            PIC ZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-CHANGE-CT          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-LAST-ACTIVITY      PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RD-LOCKED             PIC X(6).

       01 RCRT-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'RCRTISS' TO MYRF-CALLER-ID
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

           MOVE 'RCRTISS' TO RUNP-STEP-NAME
           MOVE 'RESPOND-DAYS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-DAYS-X
           IF RUNP-RC-OK
              AND WS-DAYS-X NUMERIC
              AND WS-DAYS-X NOT = '000'
               MOVE WS-DAYS-9 TO WS-RESPOND-DAYS
           END-IF
           MOVE 'RCRTISS' TO RUNP-STEP-NAME
           MOVE 'ACTIVITY' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-DAYS-X
           IF RUNP-RC-OK
              AND WS-DAYS-X NUMERIC
              AND WS-DAYS-X NOT = '000'
               MOVE WS-DAYS-9 TO WS-ACTIVITY-DAYS
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-RESPOND-DAYS
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-DATE-NUM TO WS-DEADLINE
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-ACTIVITY-DAYS
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-DATE-NUM TO WS-FROM-DATE
           MOVE WS-FROM-DATE(1:4) TO WS-FD-YEAR
           MOVE WS-FROM-DATE(5:2) TO WS-FD-MONTH
           MOVE WS-FROM-DATE(7:2) TO WS-FD-DAY

           MOVE WS-BUSINESS-DATE(1:4) TO WS-CY-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-MONTH-NUM
           COMPUTE WS-CY-QUARTER = (WS-MONTH-NUM + 2) / 3

           PERFORM 200-CHECK-OPEN-CYCLE
           IF WS-OPEN-CT > ZERO
               MOVE WS-OPEN-CT TO DISP-RCRT-CT
               DISPLAY 'Recertification cycle still open - '
                       DISP-RCRT-CT ' pending lines on RCRTCYC.DAT'
               DISPLAY 'Run RCRTLOAD past the deadline before '
                       'opening a new cycle'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 300-LOAD-ACTIVITY

           MOVE 'RCRTISS.DAT' TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING 'ACCESS RECERTIFICATION ' WS-CYCLE-ID
                  ' - RESPOND BY ' WS-DEADLINE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'OPERATOR  LVL  LAST SIGNON  SIGNONS  FAILED  '
                  'CHANGES  LAST ACTIVITY'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING RCRT-RPT-CTL
           END-CALL

           OPEN OUTPUT RCRT-ROSTER-FILE
           OPEN OUTPUT RCRT-RESPONSE-FILE
           PERFORM 400-LIST-THE-OPERATORS
           CLOSE RCRT-ROSTER-FILE
           CLOSE RCRT-RESPONSE-FILE

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING RCRT-RPT-CTL
           END-CALL

           DISPLAY 'Recertification cycle ' WS-CYCLE-ID
                   ' deadline ' WS-DEADLINE
           MOVE WS-ISSUED-CT TO DISP-RCRT-CT
           DISPLAY 'Recertification - operators listed: '
                   DISP-RCRT-CT
           MOVE WS-SUPV-CT TO DISP-RCRT-CT
           DISPLAY 'Recertification - supervisors:      '
                   DISP-RCRT-CT
           MOVE WS-UNASSIGNED-CT TO DISP-RCRT-CT
           DISPLAY 'Recertification - no supervisor:    '
                   DISP-RCRT-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    a roster still holding pending lines belongs to a cycle
      *    RCRTLOAD hasn't closed -- no roster at all is a first run
       200-CHECK-OPEN-CYCLE.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RCRT-ROSTER-FILE
           IF WS-CYC-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 210-CHECK-ONE-LINE UNTIL WS-EOF
           IF WS-CYC-FILE-STATUS = '00' OR '10'
               CLOSE RCRT-ROSTER-FILE
           END-IF.

       210-CHECK-ONE-LINE.
           READ RCRT-ROSTER-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               MOVE RCRT-ROSTER-RECORD TO RCRT-ROSTER-LINE
               IF RC-PENDING
                   ADD 1 TO WS-OPEN-CT
               END-IF
           END-IF.

       300-LOAD-ACTIVITY.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT OPER-JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'No operator journal on file, status '
                       WS-JRNL-FILE-STATUS
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 310-TALLY-ONE-LINE UNTIL WS-EOF
           IF WS-JRNL-FILE-STATUS = '00' OR '10'
               CLOSE OPER-JOURNAL-FILE
           END-IF.

      *    menu selections count as activity but not as changes --
      *    an inquiry-only operator still shows as using the system
       310-TALLY-ONE-LINE.
           READ OPER-JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               MOVE OPER-JOURNAL-RECORD TO WS-JRNL-LINE
               IF WJ-DATE NOT < WS-FROM-DASHED
                  AND WJ-OPER-ID NOT = SPACES
                   PERFORM 320-FIND-ACT-ENTRY
                   IF WS-ENTRY-FOUND
                       EVALUATE TRUE
                           WHEN WJ-ACTION = 'SIGNON OK'
                               ADD 1 TO WS-ACT-SIGNON-CT(WS-ACT-SUB)
                           WHEN WJ-ACTION(1:6) = 'SIGNON'
                               ADD 1 TO WS-ACT-FAIL-CT(WS-ACT-SUB)
                           WHEN WJ-ACTION(1:4) = 'CHG '
                               ADD 1 TO WS-ACT-CHANGE-CT(WS-ACT-SUB)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       IF WJ-ACTION(1:6) NOT = 'SIGNON'
                          OR WJ-ACTION = 'SIGNON OK'
                           IF WJ-DATE > WS-ACT-LAST-DATE(WS-ACT-SUB)
                               MOVE WJ-DATE
                                   TO WS-ACT-LAST-DATE(WS-ACT-SUB)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       320-FIND-ACT-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-CT OR WS-ENTRY-FOUND
               IF WS-ACT-OPER(WS-ACT-SUB) = WJ-OPER-ID
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-ACT-SUB
           ELSE
               IF WS-ACT-CT < 500
                   ADD 1 TO WS-ACT-CT
                   MOVE WS-ACT-CT TO WS-ACT-SUB
                   MOVE WJ-OPER-ID TO WS-ACT-OPER(WS-ACT-SUB)
                   MOVE ZERO TO WS-ACT-SIGNON-CT(WS-ACT-SUB)
                                WS-ACT-FAIL-CT(WS-ACT-SUB)
                                WS-ACT-CHANGE-CT(WS-ACT-SUB)
                   MOVE SPACES TO WS-ACT-LAST-DATE(WS-ACT-SUB)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.

      *    disabled leavers are left off -- their access is already
      *    gone, and the cycle is about what can still be used
       400-LIST-THE-OPERATORS.
           EXEC SQL
               DECLARE RCOPCUR CURSOR FOR
               SELECT OPER_ID, OPER_AUTH_LEVEL, LOCKED_FLAG,
                      SUPERVISOR_ID, LAST_SIGNON
                  FROM OPERATORS
                  WHERE OPER_STATUS IS NULL
                     OR OPER_STATUS <> 'I'
                  ORDER BY SUPERVISOR_ID, OPER_ID
           END-EXEC
           EXEC SQL
               OPEN RCOPCUR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           MOVE 'Y' TO WS-OPER-MORE-SW
           MOVE 'Y' TO WS-FIRST-SW
           PERFORM 420-LIST-ONE-OPERATOR UNTIL WS-OPER-NO-MORE
           EXEC SQL
               CLOSE RCOPCUR
           END-EXEC.

       420-LIST-ONE-OPERATOR.
           EXEC SQL
               FETCH RCOPCUR INTO
                  :WS-OPER-ID, :WS-AUTH-LEVEL,
                  :WS-LOCKED-FLAG:WS-LOCKED-IND,
                  :WS-SUPV-ID:WS-SUPV-IND,
                  :WS-LAST-SIGNON:WS-SIGNON-IND
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-OPER-NO-MORE TO TRUE
           ELSE
               IF WS-LOCKED-IND < 0
                   MOVE 'N' TO WS-LOCKED-FLAG
               END-IF
               IF WS-SUPV-IND < 0
                   MOVE SPACES TO WS-SUPV-ID
               END-IF
               IF WS-SIGNON-IND < 0
                   MOVE SPACES TO WS-LAST-SIGNON
               END-IF

               IF WS-FIRST-OPER OR WS-SUPV-ID NOT = WS-PREV-SUPV
                   PERFORM 440-SUPERVISOR-HEADING
               END-IF

               PERFORM 460-WRITE-OPERATOR-LINE
               PERFORM 480-WRITE-CYCLE-LINES
               ADD 1 TO WS-ISSUED-CT
               IF WS-SUPV-ID = SPACES
                   ADD 1 TO WS-UNASSIGNED-CT
               END-IF
           END-IF.

       440-SUPERVISOR-HEADING.
           MOVE 'N' TO WS-FIRST-SW
           MOVE WS-SUPV-ID TO WS-PREV-SUPV
           ADD 1 TO WS-SUPV-CT
           MOVE SPACES TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING RCRT-RPT-CTL
           END-CALL
           MOVE SPACES TO RPT-DETAIL-LINE
           IF WS-SUPV-ID = SPACES
               STRING 'NO SUPERVISOR ON FILE - ANY OTHER LEVEL 3 '
                      'OPERATOR CERTIFIES'
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           ELSE
               STRING 'SUPERVISOR ' WS-SUPV-ID
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           END-IF
           CALL 'RPTWRITE' USING RCRT-RPT-CTL
           END-CALL.

       460-WRITE-OPERATOR-LINE.
           MOVE WS-OPER-ID TO RD-OPER
           MOVE WS-AUTH-LEVEL TO RD-LEVEL
           IF WS-LAST-SIGNON = SPACES
               MOVE 'NEVER' TO RD-LAST-SIGNON
           ELSE
               MOVE WS-LAST-SIGNON TO RD-LAST-SIGNON
           END-IF
           MOVE WS-OPER-ID TO WJ-OPER-ID
           PERFORM 320-FIND-ACT-ENTRY
           IF WS-ENTRY-FOUND
               MOVE WS-ACT-SIGNON-CT(WS-ACT-SUB) TO RD-SIGNON-CT
               MOVE WS-ACT-FAIL-CT(WS-ACT-SUB)   TO RD-FAIL-CT
               MOVE WS-ACT-CHANGE-CT(WS-ACT-SUB) TO RD-CHANGE-CT
               MOVE WS-ACT-LAST-DATE(WS-ACT-SUB) TO RD-LAST-ACTIVITY
           ELSE
               MOVE ZERO TO RD-SIGNON-CT RD-FAIL-CT RD-CHANGE-CT
               MOVE SPACES TO RD-LAST-ACTIVITY
           END-IF
           IF RD-LAST-ACTIVITY = SPACES
               MOVE 'NONE' TO RD-LAST-ACTIVITY
           END-IF
           IF WS-LOCKED-FLAG = 'Y'
               MOVE 'LOCKED' TO RD-LOCKED
           ELSE
               MOVE SPACES TO RD-LOCKED
           END-IF
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE RCRT-DETAIL-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING RCRT-RPT-CTL
           END-CALL.

      *    the worksheet line comes pre-filled with the supervisor
      *    as certifier, so marking the decision column is all the
      *    supervisor has to do
       480-WRITE-CYCLE-LINES.
           MOVE SPACES TO RCRT-ROSTER-LINE
           MOVE WS-CYCLE-ID   TO RC-CYCLE-ID
           MOVE WS-DEADLINE   TO RC-DEADLINE
           MOVE WS-SUPV-ID    TO RC-SUPERVISOR
           MOVE WS-OPER-ID    TO RC-OPER-ID
           MOVE WS-AUTH-LEVEL TO RC-AUTH-LEVEL
           SET RC-PENDING TO TRUE
           MOVE RCRT-ROSTER-LINE TO RCRT-ROSTER-RECORD
           WRITE RCRT-ROSTER-RECORD

           MOVE SPACES TO RCRT-RESPONSE-LINE
           MOVE WS-CYCLE-ID   TO RR-CYCLE-ID
           MOVE WS-SUPV-ID    TO RR-CERTIFIER
           MOVE WS-OPER-ID    TO RR-OPER-ID
           MOVE WS-AUTH-LEVEL TO RR-AUTH-LEVEL
           MOVE RCRT-RESPONSE-LINE TO RCRT-RESPONSE-RECORD
           WRITE RCRT-RESPONSE-RECORD.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM RCRTISS.
