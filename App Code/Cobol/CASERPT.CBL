       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASERPT.
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

      *    aging report over the author cases CASEMNT keeps open
      *    -- every open or held case on AUTHCASE, by owning
      *    operator and category, oldest first, with its age in
      *    days and an age band (0-7, 8-30, 31-60, 61+).
      *    Each owner closes with a count per band so a
      *    supervisor can see whose list is growing.  Cases older
      *    than the run-control limit are flagged, and any
      *    flagged case ends the step RC=4 so the night report
      *    picks it up, the same way APPRAGE treats the approval
      *    queue.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-CASE-MORE-SW       PIC X VALUE 'Y'.
           88 WS-CASE-NO-MORE       VALUE 'N'.

       01 WS-AS-OF-DATE         PIC X(8).
       01 WS-AS-OF-NUM          PIC 9(8).
       01 WS-OPEN-NUM           PIC 9(8).
       01 WS-AS-OF-INT          PIC S9(9) COMP.
       01 WS-OPEN-INT           PIC S9(9) COMP.
       01 WS-AGE-DAYS           PIC S9(5) COMP.

      *    flag limit in days off the run-control card set, with
      *    thirty days as the shipped default
       01 WS-AGE-LIMIT          PIC 9(3) VALUE 30.
       01 WS-LIMIT-X            PIC X(3).
       01 WS-LIMIT-9 REDEFINES WS-LIMIT-X
                                PIC 9(3).

       01 WS-CASE-NO            PIC X(8).
       01 WS-CASE-AU-ID         PIC X(11).
       01 WS-CASE-CATEGORY      PIC X(4).
       01 WS-CASE-PERIOD        PIC X(6).
       01 WS-CASE-OWNER         PIC X(8).
       01 WS-CASE-STATUS        PIC X.
       01 WS-CASE-OPENED        PIC X(8).
       01 WS-PREV-OWNER         PIC X(8) VALUE SPACES.

      *    band counts per owner and for the whole report --
      *    band 1 is 0-7 days, 2 is 8-30, 3 is 31-60, 4 over 60
       01 WS-BAND               PIC 9 COMP.
       01 WS-OWNER-BANDS.
           05 WS-OWNER-BAND-CT OCCURS 4 TIMES
                                PIC 9(5) COMP.
       01 WS-TOTAL-BANDS.
           05 WS-TOTAL-BAND-CT OCCURS 4 TIMES
                                PIC 9(5) COMP.
       01 WS-OPEN-CT            PIC 9(5) COMP VALUE ZERO.
       01 WS-OVERAGE-CT         PIC 9(5) COMP VALUE ZERO.
       01 DISP-CASE-CT          PIC ZZZZ9.

       01 CASE-AGE-LINE.
           05 CG-OWNER              PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 CG-CATEGORY           PIC X(4).
           05 FILLER                PIC X  VALUE SPACE.
           05 CG-CASE-NO            PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 CG-AU-ID              PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 CG-PERIOD             PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 CG-STATUS             PIC X.
           05 FILLER                PIC X  VALUE SPACE.
           05 CG-OPENED             PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 CG-AGE                PIC ZZZZ9.
           05 FILLER                PIC X  VALUE SPACE.
           05 CG-BAND               PIC X(5).
           05 FILLER                PIC X  VALUE SPACE.
           05 CG-FLAG               PIC X(7).
           05 FILLER                PIC X(7) VALUE SPACES.

       01 CASE-BAND-LINE.
           05 CB-LABEL              PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 CB-OWNER              PIC X(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(4) VALUE '0-7 '.
           05 CB-BAND-1             PIC ZZZZ9.
           05 FILLER                PIC X(6) VALUE '  8-30'.
           05 CB-BAND-2             PIC ZZZZ9.
           05 FILLER                PIC X(7) VALUE '  31-60'.
           05 CB-BAND-3             PIC ZZZZ9.
           05 FILLER                PIC X(7) VALUE '  61+  '.
           05 CB-BAND-4             PIC ZZZZ9.
           05 FILLER                PIC X(7) VALUE '  TOTAL'.
           05 CB-TOTAL              PIC ZZZZ9.

       01 CASE-AGE-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'CASERPT' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    ages are measured against the business date, not the
      *    wall clock, so a cycle run after midnight doesn't age
      *    everything an extra day
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

           MOVE 'CASERPT' TO RUNP-STEP-NAME
           MOVE 'AGE-LIMIT' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-LIMIT-X
           IF RUNP-RC-OK
              AND WS-LIMIT-X NUMERIC
              AND WS-LIMIT-X NOT = '000'
               MOVE WS-LIMIT-9 TO WS-AGE-LIMIT
           END-IF

           INITIALIZE WS-OWNER-BANDS WS-TOTAL-BANDS

           MOVE 'CASEAGE.DAT' TO RPT-FILE-NAME
           MOVE 'OPEN AUTHOR CASE AGING' TO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'OWNER    CAT  CASE NO  AU_ID       PERIOD S '
                  'OPENED     AGE BAND  FLAG'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING CASE-AGE-CTL
           END-CALL

           EXEC SQL
               DECLARE CASEAGECUR CURSOR FOR
               SELECT CASE_NO, AU_ID, CATEGORY, PERIOD, OWNER_ID,
                      STATUS, OPENED_DATE
                  FROM AUTHCASE
                  WHERE STATUS IN ('O','H')
                  ORDER BY OWNER_ID, CATEGORY, OPENED_DATE, CASE_NO
           END-EXEC

           EXEC SQL
               OPEN CASEAGECUR
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open CASEAGECUR ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE

           PERFORM 200-AGE-ONE-CASE UNTIL WS-CASE-NO-MORE

           EXEC SQL
               CLOSE CASEAGECUR
           END-EXEC

           IF WS-PREV-OWNER NOT = SPACES
               PERFORM 400-OWNER-SUBTOTAL
           END-IF
           PERFORM 450-REPORT-TOTAL

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING CASE-AGE-CTL
           END-CALL

           MOVE WS-OPEN-CT TO DISP-CASE-CT
           DISPLAY 'Case aging - cases open:     ' DISP-CASE-CT
           MOVE WS-OVERAGE-CT TO DISP-CASE-CT
           DISPLAY 'Case aging - cases over age: ' DISP-CASE-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-OVERAGE-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       200-AGE-ONE-CASE.
           EXEC SQL
               FETCH CASEAGECUR INTO
                  :WS-CASE-NO, :WS-CASE-AU-ID, :WS-CASE-CATEGORY,
                  :WS-CASE-PERIOD, :WS-CASE-OWNER, :WS-CASE-STATUS,
                  :WS-CASE-OPENED
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-CASE-NO-MORE TO TRUE
           ELSE
               IF WS-CASE-OWNER NOT = WS-PREV-OWNER
                  AND WS-PREV-OWNER NOT = SPACES
                   PERFORM 400-OWNER-SUBTOTAL
               END-IF
               MOVE WS-CASE-OWNER TO WS-PREV-OWNER
               PERFORM 300-REPORT-ONE-CASE
           END-IF.

       300-REPORT-ONE-CASE.
           ADD 1 TO WS-OPEN-CT
           IF WS-CASE-OPENED NUMERIC
               MOVE WS-CASE-OPENED TO WS-OPEN-NUM
               COMPUTE WS-OPEN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OPEN-NUM)
               COMPUTE WS-AGE-DAYS = WS-AS-OF-INT - WS-OPEN-INT
           ELSE
      *        an undatable case is the oldest kind there is
               MOVE 99999 TO WS-AGE-DAYS
           END-IF

           MOVE SPACES           TO CASE-AGE-LINE
           MOVE WS-CASE-OWNER    TO CG-OWNER
           MOVE WS-CASE-CATEGORY TO CG-CATEGORY
           MOVE WS-CASE-NO       TO CG-CASE-NO
           MOVE WS-CASE-AU-ID    TO CG-AU-ID
           MOVE WS-CASE-PERIOD   TO CG-PERIOD
           MOVE WS-CASE-STATUS   TO CG-STATUS
           MOVE WS-CASE-OPENED   TO CG-OPENED
           MOVE WS-AGE-DAYS      TO CG-AGE

           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 7
                   MOVE 1 TO WS-BAND
                   MOVE '0-7'   TO CG-BAND
               WHEN WS-AGE-DAYS NOT > 30
                   MOVE 2 TO WS-BAND
                   MOVE '8-30'  TO CG-BAND
               WHEN WS-AGE-DAYS NOT > 60
                   MOVE 3 TO WS-BAND
                   MOVE '31-60' TO CG-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND
                   MOVE '61+'  TO CG-BAND
           END-EVALUATE
           ADD 1 TO WS-OWNER-BAND-CT(WS-BAND)
                    WS-TOTAL-BAND-CT(WS-BAND)

           IF WS-AGE-DAYS > WS-AGE-LIMIT
               ADD 1 TO WS-OVERAGE-CT
               MOVE 'OVERDUE' TO CG-FLAG
           END-IF

           MOVE CASE-AGE-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING CASE-AGE-CTL
           END-CALL.

       400-OWNER-SUBTOTAL.
           MOVE 'OWNER'       TO CB-LABEL
           MOVE WS-PREV-OWNER TO CB-OWNER
           MOVE WS-OWNER-BAND-CT(1) TO CB-BAND-1
           MOVE WS-OWNER-BAND-CT(2) TO CB-BAND-2
           MOVE WS-OWNER-BAND-CT(3) TO CB-BAND-3
           MOVE WS-OWNER-BAND-CT(4) TO CB-BAND-4
           COMPUTE CB-TOTAL = WS-OWNER-BAND-CT(1)
                            + WS-OWNER-BAND-CT(2)
                            + WS-OWNER-BAND-CT(3)
                            + WS-OWNER-BAND-CT(4)
           MOVE CASE-BAND-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING CASE-AGE-CTL
           END-CALL
           INITIALIZE WS-OWNER-BANDS.

       450-REPORT-TOTAL.
           MOVE 'ALL'         TO CB-LABEL
           MOVE 'OWNERS'      TO CB-OWNER
           MOVE WS-TOTAL-BAND-CT(1) TO CB-BAND-1
           MOVE WS-TOTAL-BAND-CT(2) TO CB-BAND-2
           MOVE WS-TOTAL-BAND-CT(3) TO CB-BAND-3
           MOVE WS-TOTAL-BAND-CT(4) TO CB-BAND-4
           MOVE WS-OPEN-CT          TO CB-TOTAL
           MOVE CASE-BAND-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING CASE-AGE-CTL
           END-CALL.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM CASERPT.
