       IDENTIFICATION DIVISION.
       PROGRAM-ID. TINRES.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIN-RESULT-FILE ASSIGN TO "TINRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIN-RESULT-FILE.
       01  TIN-RESULT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY AUDITPARM.

      *    loads the IRS bulk TIN-matching results back onto
      *    TINMATCH.  The results come back as the request lines
      *    TINREQ sent with the match indicator appended:
      *        0, 6, 7, 8  the TIN and name match
      *        1, 2, 3     missing, never issued, or the name does
      *                    not go with the TIN -- a mismatch
      *        4, 5        request refused or duplicated -- sent
      *                    again on the next TINREQ
      *    A mismatch puts the author into backup withholding,
      *    which ROYCALC applies until a corrected TIN is keyed
      *    through AUTHMENU, and raises the B-notice the rules
      *    call for: a first notice, then a second notice when
      *    the TIN fails again after a first notice inside three
      *    calendar years.  A second notice can only be answered
      *    with an IRS- or SSA-validated TIN, which AUTHMENU asks
      *    the operator to confirm.  The letters to send go on
      *    TINNOTE.DAT.  A result for a TIN that was changed after
      *    the request went out is stale and left alone.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-RES-FILE-STATUS    PIC XX.
       01 WS-RES-EOF-SW         PIC X VALUE 'N'.
           88 WS-RES-EOF            VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-BUSINESS-NUM REDEFINES WS-BUSINESS-DATE
                                PIC 9(8).

       01 WS-RES-TIN-TYPE       PIC X(2).
       01 WS-RES-TIN            PIC X(9).
       01 WS-RES-NAME           PIC X(40).
       01 WS-RES-ACCOUNT        PIC X(11).
       01 WS-RES-CODE           PIC X(2).
           88 WS-RES-MATCHED        VALUE '0 ' '6 ' '7 ' '8 '.
           88 WS-RES-MISMATCH       VALUE '1 ' '2 ' '3 '.
           88 WS-RES-REFUSED        VALUE '4 ' '5 '.

       01 WS-AU-ID              PIC X(11).
       01 WS-MATCH-TIN          PIC X(9).
       01 WS-MATCH-STATUS       PIC X.
       01 WS-BWH-FLAG           PIC X.
       01 WS-BWH-DATE           PIC X(8).
       01 WS-NOTICE-LEVEL       PIC 9.
       01 WS-NOTICE-TIN         PIC X(9).
       01 WS-NOTICE1-DATE       PIC X(8).
       01 WS-NOTICE1-YEAR REDEFINES WS-NOTICE1-DATE.
           05 WS-NOTICE1-YYYY       PIC 9(4).
           05 FILLER                PIC X(4).
       01 WS-NOTICE2-DATE       PIC X(8).
       01 WS-YEARS-SINCE        PIC S9(4) COMP.

       01 WS-AU-LNAME           PIC X(40).
       01 WS-AU-FNAME           PIC X(20).
       01 WS-ADDRESS            PIC X(40).
       01 WS-CITY               PIC X(20).
       01 WS-STATE              PIC X(2).
       01 WS-POSTALCODE         PIC X(10).

       01 WS-RESULT-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-MATCHED-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-MISMATCH-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-REFUSED-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-STALE-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-NOTICE1-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-NOTICE2-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-RELEASED-CT        PIC 9(7) COMP VALUE ZERO.
       01 DISP-TIN-CT           PIC ZZZ,ZZ9.

       01 TIN-NOTE-LINE.
           05 TNL-ACTION            PIC X(14).
           05 FILLER                PIC X  VALUE SPACE.
           05 TNL-AU-ID             PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 TNL-TIN               PIC X(9).
           05 FILLER                PIC X  VALUE SPACE.
           05 TNL-CODE              PIC X.
           05 FILLER                PIC X  VALUE SPACE.
           05 TNL-NAME              PIC X(30).
           05 FILLER                PIC X  VALUE SPACE.
           05 TNL-ADDRESS           PIC X(40).
           05 FILLER                PIC X  VALUE SPACE.
           05 TNL-CITY              PIC X(20).
           05 FILLER                PIC X  VALUE SPACE.
           05 TNL-STATE             PIC X(2).
           05 FILLER                PIC X  VALUE SPACE.
           05 TNL-POSTALCODE        PIC X(10).

       01 TIN-NOTE-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'TINRES' TO MYRF-CALLER-ID
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

           MOVE 'TINNOTE.DAT' TO RPT-FILE-NAME
           MOVE 'TIN MATCHING - B-NOTICES AND BACKUP WITHHOLDING'
               TO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'ACTION         AU_ID       TIN       C NAME'
                  '                           ADDRESS'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING TIN-NOTE-CTL
           END-CALL

           OPEN INPUT TIN-RESULT-FILE
           IF WS-RES-FILE-STATUS NOT = '00'
               DISPLAY 'No TIN matching results, status '
                       WS-RES-FILE-STATUS
               SET WS-RES-EOF TO TRUE
           END-IF
           PERFORM 200-LOAD-ONE-RESULT UNTIL WS-RES-EOF
           IF WS-RES-FILE-STATUS = '00' OR '10'
               CLOSE TIN-RESULT-FILE
           END-IF

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING TIN-NOTE-CTL
           END-CALL

           MOVE WS-RESULT-CT TO DISP-TIN-CT
           DISPLAY 'TIN results - read:             ' DISP-TIN-CT
           MOVE WS-MATCHED-CT TO DISP-TIN-CT
           DISPLAY 'TIN results - matched:          ' DISP-TIN-CT
           MOVE WS-MISMATCH-CT TO DISP-TIN-CT
           DISPLAY 'TIN results - mismatched:       ' DISP-TIN-CT
           MOVE WS-REFUSED-CT TO DISP-TIN-CT
           DISPLAY 'TIN results - refused:          ' DISP-TIN-CT
           MOVE WS-STALE-CT TO DISP-TIN-CT
           DISPLAY 'TIN results - stale, ignored:   ' DISP-TIN-CT
           MOVE WS-NOTICE1-CT TO DISP-TIN-CT
           DISPLAY 'TIN results - first B-notices:  ' DISP-TIN-CT
           MOVE WS-NOTICE2-CT TO DISP-TIN-CT
           DISPLAY 'TIN results - second B-notices: ' DISP-TIN-CT
           MOVE WS-RELEASED-CT TO DISP-TIN-CT
           DISPLAY 'TIN results - backup w/h ended: ' DISP-TIN-CT
           .
       100-EXIT.
      *    a notice to mail is an exception somebody has to work
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-MISMATCH-CT > ZERO
               WHEN WS-REFUSED-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       200-LOAD-ONE-RESULT.
           READ TIN-RESULT-FILE
               AT END
                   SET WS-RES-EOF TO TRUE
           END-READ
           IF NOT WS-RES-EOF
               ADD 1 TO WS-RESULT-CT
               MOVE SPACES TO WS-RES-TIN-TYPE WS-RES-TIN WS-RES-NAME
                              WS-RES-ACCOUNT WS-RES-CODE
               UNSTRING TIN-RESULT-RECORD DELIMITED BY ';'
                   INTO WS-RES-TIN-TYPE WS-RES-TIN WS-RES-NAME
                        WS-RES-ACCOUNT WS-RES-CODE
               END-UNSTRING
               MOVE WS-RES-ACCOUNT TO WS-AU-ID
               PERFORM 300-GET-MATCH-ROW
               EVALUATE TRUE
                   WHEN SQLCODE NOT = ZERO
                       CONTINUE
                   WHEN WS-MATCH-STATUS NOT = 'P'
                   WHEN WS-MATCH-TIN NOT = WS-RES-TIN
                       ADD 1 TO WS-STALE-CT
                   WHEN WS-RES-MATCHED
                       PERFORM 400-RECORD-MATCH
                   WHEN WS-RES-MISMATCH
                       PERFORM 500-RECORD-MISMATCH
                   WHEN OTHER
                       PERFORM 600-RECORD-REFUSED
               END-EVALUATE
           END-IF.

       300-GET-MATCH-ROW.
           EXEC SQL
               SELECT MATCH_TIN, MATCH_STATUS, BWH_FLAG, BWH_DATE,
                      NOTICE_LEVEL, NOTICE_TIN, NOTICE1_DATE,
                      NOTICE2_DATE
                  INTO :WS-MATCH-TIN, :WS-MATCH-STATUS,
                       :WS-BWH-FLAG, :WS-BWH-DATE,
                       :WS-NOTICE-LEVEL, :WS-NOTICE-TIN,
                       :WS-NOTICE1-DATE, :WS-NOTICE2-DATE
                  FROM TINMATCH
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   ADD 1 TO WS-STALE-CT
                   DISPLAY 'TIN result for unknown account '
                           WS-AU-ID
               WHEN SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   DISPLAY 'TIN match lookup failed for ' WS-AU-ID
           END-EVALUATE.

      *    a matched TIN ends any backup withholding still running
      *    on the author
       400-RECORD-MATCH.
           ADD 1 TO WS-MATCHED-CT
           EXEC SQL
               UPDATE TINMATCH
                  SET MATCH_STATUS = 'M',
                      MATCH_CODE = :WS-RES-CODE,
                      RESULT_DATE = :WS-BUSINESS-DATE,
                      BWH_FLAG = 'N'
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO AND WS-BWH-FLAG = 'Y'
               ADD 1 TO WS-RELEASED-CT
               MOVE 'BWH ENDED' TO TNL-ACTION
               PERFORM 700-WRITE-NOTE-LINE
               MOVE 'BWH=Y'   TO AUDIT-BEFORE-IMAGE
               MOVE 'BWH=N'   TO AUDIT-AFTER-IMAGE
               PERFORM 800-AUDIT-CHANGE
           END-IF.

      *    first notice on the first failure; a second only when
      *    the TIN fails again inside three calendar years of the
      *    first -- a corrected TIN that fails too, or the same
      *    TIN failing in a later year.  The same TIN failing
      *    again in the same year is the same notice.
       500-RECORD-MISMATCH.
           ADD 1 TO WS-MISMATCH-CT
           IF WS-BWH-FLAG NOT = 'Y'
               MOVE WS-BUSINESS-DATE TO WS-BWH-DATE
           END-IF
           MOVE SPACES TO TNL-ACTION
           IF WS-NOTICE-LEVEL > ZERO
              AND WS-NOTICE1-DATE NUMERIC
               COMPUTE WS-YEARS-SINCE =
                   WS-BUSINESS-NUM / 10000 - WS-NOTICE1-YYYY
           ELSE
               MOVE 99 TO WS-YEARS-SINCE
           END-IF
           EVALUATE TRUE
               WHEN WS-NOTICE-LEVEL = ZERO
               WHEN WS-YEARS-SINCE > 3
                   MOVE 1 TO WS-NOTICE-LEVEL
                   MOVE WS-BUSINESS-DATE TO WS-NOTICE1-DATE
                   MOVE SPACES TO WS-NOTICE2-DATE
                   MOVE 'FIRST B-NOTICE' TO TNL-ACTION
                   ADD 1 TO WS-NOTICE1-CT
               WHEN WS-NOTICE-LEVEL = 1
                AND (WS-RES-TIN NOT = WS-NOTICE-TIN
                     OR WS-YEARS-SINCE > ZERO)
                   MOVE 2 TO WS-NOTICE-LEVEL
                   MOVE WS-BUSINESS-DATE TO WS-NOTICE2-DATE
                   MOVE 'SECOND NOTICE' TO TNL-ACTION
                   ADD 1 TO WS-NOTICE2-CT
               WHEN OTHER
                   MOVE 'BWH CONTINUES' TO TNL-ACTION
           END-EVALUATE

           EXEC SQL
               UPDATE TINMATCH
                  SET MATCH_STATUS = 'X',
                      MATCH_CODE = :WS-RES-CODE,
                      RESULT_DATE = :WS-BUSINESS-DATE,
                      BWH_FLAG = 'Y',
                      BWH_DATE = :WS-BWH-DATE,
                      NOTICE_LEVEL = :WS-NOTICE-LEVEL,
                      NOTICE_TIN = :WS-RES-TIN,
                      NOTICE1_DATE = :WS-NOTICE1-DATE,
                      NOTICE2_DATE = :WS-NOTICE2-DATE
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               PERFORM 700-WRITE-NOTE-LINE
               IF WS-BWH-FLAG NOT = 'Y'
                   MOVE 'BWH=N'   TO AUDIT-BEFORE-IMAGE
                   MOVE SPACES    TO AUDIT-AFTER-IMAGE
                   STRING 'BWH=Y NOTICE=' WS-NOTICE-LEVEL
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   PERFORM 800-AUDIT-CHANGE
               END-IF
           END-IF.

      *    a refused request goes back out on the next TINREQ
       600-RECORD-REFUSED.
           ADD 1 TO WS-REFUSED-CT
           EXEC SQL
               UPDATE TINMATCH
                  SET MATCH_STATUS = 'R',
                      MATCH_CODE = :WS-RES-CODE,
                      RESULT_DATE = :WS-BUSINESS-DATE
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           MOVE 'RESUBMIT' TO TNL-ACTION
           PERFORM 700-WRITE-NOTE-LINE.

      *    the letter goes to the author's mailing address; the
      *    TIN shows only its last four
       700-WRITE-NOTE-LINE.
           MOVE SPACES TO WS-AU-LNAME WS-AU-FNAME WS-ADDRESS WS-CITY
                          WS-STATE WS-POSTALCODE
           EXEC SQL
               SELECT AU_LNAME, AU_FNAME, ADDRESS, CITY, STATE,
                      POSTALCODE
                  INTO :WS-AU-LNAME, :WS-AU-FNAME, :WS-ADDRESS,
                       :WS-CITY, :WS-STATE, :WS-POSTALCODE
                  FROM authors
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
           END-IF
           MOVE WS-AU-ID      TO TNL-AU-ID
           MOVE '*****'       TO TNL-TIN
           MOVE WS-RES-TIN(6:4) TO TNL-TIN(6:4)
           MOVE WS-RES-CODE   TO TNL-CODE
           MOVE SPACES TO TNL-NAME
           STRING WS-AU-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-AU-LNAME DELIMITED BY '  '
               INTO TNL-NAME
           MOVE WS-ADDRESS    TO TNL-ADDRESS
           MOVE WS-CITY       TO TNL-CITY
           MOVE WS-STATE      TO TNL-STATE
           MOVE WS-POSTALCODE TO TNL-POSTALCODE
           MOVE TIN-NOTE-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING TIN-NOTE-CTL
           END-CALL.

       800-AUDIT-CHANGE.
           MOVE 'TINRES'   TO AUDIT-CALLER-ID
           MOVE SPACES     TO AUDIT-USER-ID
           MOVE 'UPDATE'   TO AUDIT-OPERATION
           MOVE WS-AU-ID   TO AUDIT-AU-ID
           MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
           CALL 'AUDITLOG' USING AUDIT-PARM-AREA
           END-CALL.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM TINRES.
