       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPCHK.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY GLMCPARM.

      *    pre-month-end coverage check over both GL account maps,
      *    run ahead of the month-end chain so a gap is found with
      *    time to fix it instead of at the journal step.
      *    GLMAPCOV proves each map: every account open on the
      *    GLCOA.DAT chart extract in the right class, no card
      *    twice, the '**' offset (and on ROYGLMAP.DAT the '$$'
      *    cash) card present, and every STATE/COUNTRY on the
      *    authors table resolving to an expense card.  Whatever
      *    it finds makes the report and ends the step RC=8, so
      *    the scheduler holds GLFEED and ROYGL until the map is
      *    fixed through GLMAPMNT -- and the two steps ask GLMAPCOV
      *    again themselves before journaling, in case a card
      *    changes in between.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-MAP-NAME           PIC X(12).
       01 WS-PROB-SUB           PIC 9(4) COMP.
       01 WS-PROBLEM-CT         PIC 9(5) COMP VALUE ZERO.
       01 DISP-MAP-CT           PIC ZZ,ZZ9.

       01 MAP-CHK-LINE.
           05 MC-MAP                PIC X(12).
           05 FILLER                PIC X  VALUE SPACE.
           05 MC-PROBLEM            PIC X(60).
           05 FILLER                PIC X(7) VALUE SPACES.

       01 MAP-CHK-CTL.
           COPY RPTPARM.

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'GLMAPCHK' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'GLMAPCHK.DAT' TO RPT-FILE-NAME
           MOVE 'GL ACCOUNT MAP COVERAGE CHECK' TO RPT-TITLE
           MOVE 'MAP          PROBLEM' TO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING MAP-CHK-CTL
           END-CALL

           SET GLMC-MAP-COMP TO TRUE
           MOVE 'GLMAP.DAT' TO WS-MAP-NAME
           PERFORM 200-CHECK-ONE-MAP
           SET GLMC-MAP-ROYALTY TO TRUE
           MOVE 'ROYGLMAP.DAT' TO WS-MAP-NAME
           PERFORM 200-CHECK-ONE-MAP

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING MAP-CHK-CTL
           END-CALL

           MOVE WS-PROBLEM-CT TO DISP-MAP-CT
           DISPLAY 'Map check - problems found: ' DISP-MAP-CT
           .
       100-EXIT.
      *    a map the journal steps can't post through holds them --
      *    the scheduler tests this step's code before releasing
      *    GLFEED and ROYGL
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-PROBLEM-CT > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       200-CHECK-ONE-MAP.
           SET GLMC-FUNC-COVERAGE TO TRUE
           CALL 'GLMAPCOV' USING GLMC-PARM-AREA
           END-CALL

           MOVE GLMC-CARD-CT TO DISP-MAP-CT
           DISPLAY 'Map check - ' WS-MAP-NAME ' cards: ' DISP-MAP-CT
           EVALUATE TRUE
               WHEN GLMC-RC-FAILED
                   DISPLAY 'Map check could not run for ' WS-MAP-NAME
                           ': ' GLMC-PROBLEM-TEXT(1)
                   MOVE GLMC-PROBLEM-TEXT(1) TO MC-PROBLEM
                   PERFORM 300-WRITE-LINE
                   SET WS-RUN-FAILED TO TRUE
               WHEN GLMC-RC-PROBLEMS
                   ADD GLMC-PROBLEM-CT TO WS-PROBLEM-CT
                   PERFORM VARYING WS-PROB-SUB FROM 1 BY 1
                           UNTIL WS-PROB-SUB > GLMC-PROBLEM-CT
                              OR WS-PROB-SUB > 50
                       MOVE GLMC-PROBLEM-TEXT(WS-PROB-SUB)
                           TO MC-PROBLEM
                       PERFORM 300-WRITE-LINE
                   END-PERFORM
                   IF GLMC-PROBLEM-CT > 50
                       MOVE GLMC-PROBLEM-CT TO DISP-MAP-CT
                       MOVE SPACES TO MC-PROBLEM
                       STRING 'FIRST 50 LISTED OF ' DISP-MAP-CT
                           DELIMITED BY SIZE INTO MC-PROBLEM
                       PERFORM 300-WRITE-LINE
                   END-IF
               WHEN OTHER
                   MOVE 'CLEAN' TO MC-PROBLEM
                   PERFORM 300-WRITE-LINE
           END-EVALUATE.

       300-WRITE-LINE.
           MOVE WS-MAP-NAME TO MC-MAP
           MOVE MAP-CHK-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING MAP-CHK-CTL
           END-CALL.
       END PROGRAM GLMAPCHK.
