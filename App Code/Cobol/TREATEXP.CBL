       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREATEXP.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY RUNPPARM.
           COPY BDTPARM.

      *    monthly treaty-form renewal list.  Every active form on
      *    TREATYDOC that expires inside the look-ahead window (90
      *    days unless the TREATEXP LOOKAHEAD card says otherwise)
      *    is listed so the withholding desk can chase the renewal
      *    before ROYCALC drops the author to the statutory rate;
      *    forms already past expiry but never replaced are listed
      *    too, since those authors are being withheld at the
      *    statutory rate now.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-FORM-EOF-SW        PIC X VALUE 'N'.
           88 WS-FORM-EOF           VALUE 'Y'.

       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-BUSINESS-NUM REDEFINES WS-BUSINESS-DATE
                                PIC 9(8).
       01 WS-HORIZON-DATE       PIC X(8).
       01 WS-HORIZON-NUM REDEFINES WS-HORIZON-DATE
                                PIC 9(8).
       01 WS-LOOKAHEAD-DAYS     PIC 9(3) VALUE 90.
       01 WS-DAYS-X             PIC X(3).
       01 WS-DAYS-9 REDEFINES WS-DAYS-X
                                PIC 9(3).
       01 WS-EXPIRY-NUM         PIC 9(8).
       01 WS-DAYS-LEFT          PIC S9(5) COMP.

       01 WS-AU-ID              PIC X(11).
       01 WS-AU-LNAME           PIC X(40).
       01 WS-AU-FNAME           PIC X(20).
       01 WS-FORM-TYPE          PIC X(8).
       01 WS-TREATY-COUNTRY     PIC X(3).
       01 WS-TREATY-ARTICLE     PIC X(10).
       01 WS-SIGNED-DATE        PIC X(8).
       01 WS-EXPIRY-DATE        PIC X(8).

       01 WS-EXPIRING-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-EXPIRED-CT         PIC 9(7) COMP VALUE ZERO.
       01 DISP-TREATY-CT        PIC ZZZ,ZZ9.

       01 TREATY-RPT-LINE.
           05 TXR-VERDICT           PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 TXR-AU-ID             PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 TXR-NAME              PIC X(30).
           05 FILLER                PIC X  VALUE SPACE.
           05 TXR-FORM-TYPE         PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 TXR-COUNTRY           PIC X(3).
           05 FILLER                PIC X  VALUE SPACE.
           05 TXR-ARTICLE           PIC X(10).
           05 FILLER                PIC X  VALUE SPACE.
           05 TXR-SIGNED-DATE       PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 TXR-EXPIRY-DATE       PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 TXR-DAYS-LEFT         PIC -ZZZ9.

       01 TREATY-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               DECLARE TREATYCUR CURSOR FOR
               SELECT D.AU_ID, A.AU_LNAME, A.AU_FNAME, D.FORM_TYPE,
                      D.TREATY_COUNTRY, D.TREATY_ARTICLE,
                      D.SIGNED_DATE, D.EXPIRY_DATE
                  FROM TREATYDOC D, authors A
                  WHERE A.AU_ID = D.AU_ID
                    AND D.FORM_STATUS = 'A'
                    AND D.EXPIRY_DATE <= :WS-HORIZON-DATE
                  ORDER BY D.EXPIRY_DATE, D.AU_ID
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'TREATEXP' TO MYRF-CALLER-ID
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

           MOVE 'TREATEXP' TO RUNP-STEP-NAME
           MOVE 'LOOKAHEAD' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-DAYS-X
           IF RUNP-RC-OK AND WS-DAYS-X NUMERIC
              AND WS-DAYS-X NOT = '000'
               MOVE WS-DAYS-9 TO WS-LOOKAHEAD-DAYS
           END-IF

           COMPUTE WS-HORIZON-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-NUM)
                   + WS-LOOKAHEAD-DAYS)

           MOVE 'TREATEXP.DAT' TO RPT-FILE-NAME
           MOVE 'TREATY FORMS EXPIRING - RENEWALS TO CHASE'
               TO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'VERDICT  AU_ID       NAME                       '
                  '    FORM     CTY ARTICLE    SIGNED   EXPIRES  '
                  ' DAYS'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING TREATY-RPT-CTL
           END-CALL

           EXEC SQL
               OPEN TREATYCUR
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'Treaty form cursor open failed'
               SET WS-FORM-EOF TO TRUE
           END-IF
           PERFORM 200-LIST-ONE-FORM UNTIL WS-FORM-EOF
           EXEC SQL
               CLOSE TREATYCUR
           END-EXEC

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING TREATY-RPT-CTL
           END-CALL

           DISPLAY 'Treaty forms - window ends ' WS-HORIZON-DATE
           MOVE WS-EXPIRING-CT TO DISP-TREATY-CT
           DISPLAY 'Treaty forms - expiring:        ' DISP-TREATY-CT
           MOVE WS-EXPIRED-CT TO DISP-TREATY-CT
           DISPLAY 'Treaty forms - already expired: ' DISP-TREATY-CT
           .
       100-EXIT.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-EXPIRING-CT > ZERO
               WHEN WS-EXPIRED-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       200-LIST-ONE-FORM.
           EXEC SQL
               FETCH TREATYCUR
                  INTO :WS-AU-ID, :WS-AU-LNAME, :WS-AU-FNAME,
                       :WS-FORM-TYPE, :WS-TREATY-COUNTRY,
                       :WS-TREATY-ARTICLE, :WS-SIGNED-DATE,
                       :WS-EXPIRY-DATE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-FORM-EOF TO TRUE
               WHEN SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   DISPLAY 'Treaty form fetch failed'
                   SET WS-FORM-EOF TO TRUE
               WHEN OTHER
                   PERFORM 300-WRITE-FORM-LINE
           END-EVALUATE.

       300-WRITE-FORM-LINE.
           MOVE ZERO TO WS-DAYS-LEFT
           IF WS-EXPIRY-DATE NUMERIC
               MOVE WS-EXPIRY-DATE TO WS-EXPIRY-NUM
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-EXPIRY-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-NUM)
           END-IF
           IF WS-EXPIRY-DATE < WS-BUSINESS-DATE
               MOVE 'EXPIRED' TO TXR-VERDICT
               ADD 1 TO WS-EXPIRED-CT
           ELSE
               MOVE 'EXPIRING' TO TXR-VERDICT
               ADD 1 TO WS-EXPIRING-CT
           END-IF
           MOVE WS-AU-ID TO TXR-AU-ID
           MOVE SPACES TO TXR-NAME
           STRING WS-AU-LNAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  WS-AU-FNAME DELIMITED BY '  '
               INTO TXR-NAME
           MOVE WS-FORM-TYPE      TO TXR-FORM-TYPE
           MOVE WS-TREATY-COUNTRY TO TXR-COUNTRY
           MOVE WS-TREATY-ARTICLE TO TXR-ARTICLE
           MOVE WS-SIGNED-DATE    TO TXR-SIGNED-DATE
           MOVE WS-EXPIRY-DATE    TO TXR-EXPIRY-DATE
           MOVE WS-DAYS-LEFT      TO TXR-DAYS-LEFT
           MOVE TREATY-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING TREATY-RPT-CTL
           END-CALL.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM TREATEXP.
