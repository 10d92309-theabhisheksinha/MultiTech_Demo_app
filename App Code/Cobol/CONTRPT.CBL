       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRPT.
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

      *    monthly contract watch list off the CONTRACTS master --
      *    active contracts expiring inside the run-control
      *    look-ahead window (or already past expiry and never
      *    closed), option deadlines coming due in the same window,
      *    and every titleauthor split or ADVANCES row with no
      *    contract on file for its author and title.  Rights and
      *    contracts work the first two; the third is the clean-up
      *    list for money being paid with nothing signed behind it.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-CUR-MORE-SW        PIC X.
           88 WS-CUR-NO-MORE        VALUE 'N'.

       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-AS-OF-NUM          PIC 9(8).
       01 WS-AS-OF-INT          PIC S9(9) COMP.
       01 WS-WINDOW-INT         PIC S9(9) COMP.
       01 WS-WINDOW-NUM         PIC 9(8).
       01 WS-WINDOW-END         PIC X(8).

       01 WS-LOOKAHEAD          PIC 9(3) VALUE 90.
       01 WS-LOOK-X             PIC X(3).
       01 WS-LOOK-9 REDEFINES WS-LOOK-X
                                PIC 9(3).

       01 WS-CT-CONTRACT-ID     PIC X(10).
       01 WS-CT-AU-ID           PIC X(11).
       01 WS-CT-AU-LNAME        PIC X(40).
       01 WS-CT-TITLE-ID        PIC S9(4) COMP.
       01 WS-CT-DATE            PIC X(8).
       01 WS-CT-TERRITORY       PIC X(10).
       01 WS-UC-AU-ID           PIC X(11).
       01 WS-UC-TITLE-ID        PIC S9(4) COMP.
       01 WS-UC-AMOUNT          PIC S9(9)V99.
       01 WS-UC-CONTRACT-ID     PIC X(10).
       01 WS-UC-CONTRACT-IND    PIC S9(4) COMP.

       01 WS-EXPIRY-CT          PIC 9(6) COMP VALUE ZERO.
       01 WS-OPTION-CT          PIC 9(6) COMP VALUE ZERO.
       01 WS-NOSPLIT-CT         PIC 9(6) COMP VALUE ZERO.
       01 WS-NOADV-CT           PIC 9(6) COMP VALUE ZERO.
       01 DISP-CON-CT           PIC ZZZ,ZZ9.

       01 CON-RPT-LINE.
           05 CR-SECTION            PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-CONTRACT-ID        PIC X(10).
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-AU-ID              PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-AU-LNAME           PIC X(20).
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-TITLE-ID           PIC 9(5).
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-DATE               PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 CR-NOTE               PIC X(20).

       01 CON-SUB-LINE.
           05 CS-LABEL              PIC X(40).
           05 CS-COUNT              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(56) VALUE SPACES.

       01 CON-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'CONTRPT' TO MYRF-CALLER-ID
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

           MOVE 'CONTRPT' TO RUNP-STEP-NAME
           MOVE 'LOOKAHEAD' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-LOOK-X
           IF RUNP-RC-OK AND WS-LOOK-X NUMERIC
              AND WS-LOOK-X NOT = '000'
               MOVE WS-LOOK-9 TO WS-LOOKAHEAD
           END-IF

      *    the window runs from the business date forward by the
      *    look-ahead days
           MOVE WS-BUSINESS-DATE TO WS-AS-OF-NUM
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-NUM)
           COMPUTE WS-WINDOW-INT = WS-AS-OF-INT + WS-LOOKAHEAD
           COMPUTE WS-WINDOW-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
           MOVE WS-WINDOW-NUM TO WS-WINDOW-END
           DISPLAY 'CONTRPT run parameters - LOOKAHEAD='
                   WS-LOOKAHEAD ' window ' WS-BUSINESS-DATE
                   ' to ' WS-WINDOW-END

           MOVE 'CONTRPT.DAT' TO RPT-FILE-NAME
           MOVE 'CONTRACT EXPIRY, OPTIONS AND UNCONTRACTED ITEMS'
               TO RPT-TITLE
           MOVE 'SECTION  CONTRACT   AU_ID       LAST NAME'
               TO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING CON-RPT-CTL
           END-CALL

           EXEC SQL
               DECLARE EXPCUR CURSOR FOR
               SELECT C.CONTRACT_ID, C.AU_ID, A.AU_LNAME,
                      C.TITLE_ID, C.EXPIRY_DATE, C.TERRITORY
                  FROM CONTRACTS C, authors A
                  WHERE C.AU_ID = A.AU_ID
                    AND C.STATUS = 'A'
                    AND C.EXPIRY_DATE <= :WS-WINDOW-END
                  ORDER BY C.EXPIRY_DATE, C.CONTRACT_ID
           END-EXEC

           EXEC SQL
               DECLARE OPTCUR CURSOR FOR
               SELECT C.CONTRACT_ID, C.AU_ID, A.AU_LNAME,
                      C.TITLE_ID, C.OPTION_DUE, C.TERRITORY
                  FROM CONTRACTS C, authors A
                  WHERE C.AU_ID = A.AU_ID
                    AND C.STATUS = 'A'
                    AND C.OPTION_FLAG = 'Y'
                    AND C.OPTION_DUE <= :WS-WINDOW-END
                  ORDER BY C.OPTION_DUE, C.CONTRACT_ID
           END-EXEC

      *    a split or advance is uncontracted when it names no
      *    contract, or names one that is not on file for the same
      *    author and title
           EXEC SQL
               DECLARE NOSPLCUR CURSOR FOR
               SELECT T.AU_ID, T.TITLE_ID, T.ROYALTYPER,
                      T.CONTRACT_ID
                  FROM titleauthor T
                  WHERE T.CONTRACT_ID IS NULL
                     OR NOT EXISTS
                        (SELECT 1 FROM CONTRACTS C
                            WHERE C.CONTRACT_ID = T.CONTRACT_ID
                              AND C.AU_ID = T.AU_ID
                              AND C.TITLE_ID = T.TITLE_ID)
                  ORDER BY T.AU_ID, T.TITLE_ID
           END-EXEC

           EXEC SQL
               DECLARE NOADVCUR CURSOR FOR
               SELECT V.AU_ID, V.TITLE_ID, V.ADV_AMOUNT,
                      V.CONTRACT_ID
                  FROM ADVANCES V
                  WHERE V.CONTRACT_ID IS NULL
                     OR NOT EXISTS
                        (SELECT 1 FROM CONTRACTS C
                            WHERE C.CONTRACT_ID = V.CONTRACT_ID
                              AND C.AU_ID = V.AU_ID
                              AND C.TITLE_ID = V.TITLE_ID)
                  ORDER BY V.AU_ID, V.TITLE_ID
           END-EXEC

           PERFORM 200-LIST-EXPIRING
           PERFORM 300-LIST-OPTIONS
           PERFORM 400-LIST-UNCONTRACTED-SPLITS
           PERFORM 500-LIST-UNCONTRACTED-ADVANCES
           PERFORM 600-REPORT-COUNTS

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING CON-RPT-CTL
           END-CALL

           MOVE WS-EXPIRY-CT TO DISP-CON-CT
           DISPLAY 'Contracts expiring:          ' DISP-CON-CT
           MOVE WS-OPTION-CT TO DISP-CON-CT
           DISPLAY 'Option deadlines due:        ' DISP-CON-CT
           MOVE WS-NOSPLIT-CT TO DISP-CON-CT
           DISPLAY 'Splits with no contract:     ' DISP-CON-CT
           MOVE WS-NOADV-CT TO DISP-CON-CT
           DISPLAY 'Advances with no contract:   ' DISP-CON-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-LIST-EXPIRING.
           EXEC SQL
               OPEN EXPCUR
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open EXPCUR ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           MOVE 'Y' TO WS-CUR-MORE-SW
           PERFORM 250-REPORT-ONE-EXPIRY UNTIL WS-CUR-NO-MORE
           EXEC SQL
               CLOSE EXPCUR
           END-EXEC.

       250-REPORT-ONE-EXPIRY.
           EXEC SQL
               FETCH EXPCUR INTO
                  :WS-CT-CONTRACT-ID, :WS-CT-AU-ID, :WS-CT-AU-LNAME,
                  :WS-CT-TITLE-ID, :WS-CT-DATE, :WS-CT-TERRITORY
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-CUR-NO-MORE TO TRUE
           ELSE
               ADD 1 TO WS-EXPIRY-CT
               MOVE SPACES TO CON-RPT-LINE
               MOVE 'EXPIRY'  TO CR-SECTION
               PERFORM 800-FORMAT-CONTRACT-LINE
               IF WS-CT-DATE < WS-BUSINESS-DATE
                   MOVE 'EXPIRED - STILL OPEN' TO CR-NOTE
               ELSE
                   MOVE WS-CT-TERRITORY TO CR-NOTE
               END-IF
               PERFORM 850-WRITE-LINE
           END-IF.

       300-LIST-OPTIONS.
           EXEC SQL
               OPEN OPTCUR
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open OPTCUR ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           MOVE 'Y' TO WS-CUR-MORE-SW
           PERFORM 350-REPORT-ONE-OPTION UNTIL WS-CUR-NO-MORE
           EXEC SQL
               CLOSE OPTCUR
           END-EXEC.

       350-REPORT-ONE-OPTION.
           EXEC SQL
               FETCH OPTCUR INTO
                  :WS-CT-CONTRACT-ID, :WS-CT-AU-ID, :WS-CT-AU-LNAME,
                  :WS-CT-TITLE-ID, :WS-CT-DATE, :WS-CT-TERRITORY
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-CUR-NO-MORE TO TRUE
           ELSE
               ADD 1 TO WS-OPTION-CT
               MOVE SPACES TO CON-RPT-LINE
               MOVE 'OPTION'  TO CR-SECTION
               PERFORM 800-FORMAT-CONTRACT-LINE
               IF WS-CT-DATE < WS-BUSINESS-DATE
                   MOVE 'DEADLINE PASSED' TO CR-NOTE
               ELSE
                   MOVE 'OPTION DUE' TO CR-NOTE
               END-IF
               PERFORM 850-WRITE-LINE
           END-IF.

       400-LIST-UNCONTRACTED-SPLITS.
           EXEC SQL
               OPEN NOSPLCUR
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open NOSPLCUR ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           MOVE 'Y' TO WS-CUR-MORE-SW
           PERFORM 450-REPORT-ONE-SPLIT UNTIL WS-CUR-NO-MORE
           EXEC SQL
               CLOSE NOSPLCUR
           END-EXEC.

      *    the split percentage rides the amount column -- it is
      *    the split, not dollars, for this section
       450-REPORT-ONE-SPLIT.
           EXEC SQL
               FETCH NOSPLCUR INTO
                  :WS-UC-AU-ID, :WS-UC-TITLE-ID, :WS-UC-AMOUNT,
                  :WS-UC-CONTRACT-ID:WS-UC-CONTRACT-IND
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-CUR-NO-MORE TO TRUE
           ELSE
               ADD 1 TO WS-NOSPLIT-CT
               MOVE SPACES TO CON-RPT-LINE
               MOVE 'NO-CONTR' TO CR-SECTION
               PERFORM 820-FORMAT-UNCONTRACTED-LINE
               MOVE 'SPLIT PCT' TO CR-NOTE
               PERFORM 850-WRITE-LINE
           END-IF.

       500-LIST-UNCONTRACTED-ADVANCES.
           EXEC SQL
               OPEN NOADVCUR
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open NOADVCUR ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           MOVE 'Y' TO WS-CUR-MORE-SW
           PERFORM 550-REPORT-ONE-ADVANCE UNTIL WS-CUR-NO-MORE
           EXEC SQL
               CLOSE NOADVCUR
           END-EXEC.

       550-REPORT-ONE-ADVANCE.
           EXEC SQL
               FETCH NOADVCUR INTO
                  :WS-UC-AU-ID, :WS-UC-TITLE-ID, :WS-UC-AMOUNT,
                  :WS-UC-CONTRACT-ID:WS-UC-CONTRACT-IND
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-CUR-NO-MORE TO TRUE
           ELSE
               ADD 1 TO WS-NOADV-CT
               MOVE SPACES TO CON-RPT-LINE
               MOVE 'NO-CONTR' TO CR-SECTION
               PERFORM 820-FORMAT-UNCONTRACTED-LINE
               MOVE 'ADVANCE' TO CR-NOTE
               PERFORM 850-WRITE-LINE
           END-IF.

       600-REPORT-COUNTS.
           MOVE SPACES TO CON-SUB-LINE
           MOVE 'CONTRACTS EXPIRING OR PAST EXPIRY' TO CS-LABEL
           MOVE WS-EXPIRY-CT TO CS-COUNT
           PERFORM 860-WRITE-COUNT
           MOVE 'OPTION DEADLINES DUE OR PASSED' TO CS-LABEL
           MOVE WS-OPTION-CT TO CS-COUNT
           PERFORM 860-WRITE-COUNT
           MOVE 'SPLITS WITH NO CONTRACT' TO CS-LABEL
           MOVE WS-NOSPLIT-CT TO CS-COUNT
           PERFORM 860-WRITE-COUNT
           MOVE 'ADVANCES WITH NO CONTRACT' TO CS-LABEL
           MOVE WS-NOADV-CT TO CS-COUNT
           PERFORM 860-WRITE-COUNT.

       800-FORMAT-CONTRACT-LINE.
           MOVE WS-CT-CONTRACT-ID     TO CR-CONTRACT-ID
           MOVE WS-CT-AU-ID           TO CR-AU-ID
           MOVE WS-CT-AU-LNAME(1:20)  TO CR-AU-LNAME
           MOVE WS-CT-TITLE-ID        TO CR-TITLE-ID
           MOVE WS-CT-DATE            TO CR-DATE.

      *    a contract number that matched nothing is shown so the
      *    clean-up can tell a typo from a missing contract
       820-FORMAT-UNCONTRACTED-LINE.
           IF WS-UC-CONTRACT-IND < 0
               MOVE '(NONE)' TO CR-CONTRACT-ID
           ELSE
               MOVE WS-UC-CONTRACT-ID TO CR-CONTRACT-ID
           END-IF
           MOVE WS-UC-AU-ID    TO CR-AU-ID
           MOVE WS-UC-TITLE-ID TO CR-TITLE-ID
           MOVE WS-UC-AMOUNT   TO CR-AMOUNT.

       850-WRITE-LINE.
           MOVE CON-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING CON-RPT-CTL
           END-CALL.

       860-WRITE-COUNT.
           MOVE CON-SUB-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING CON-RPT-CTL
           END-CALL.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM CONTRPT.
