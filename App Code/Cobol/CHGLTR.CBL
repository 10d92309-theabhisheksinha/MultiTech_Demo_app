       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGLTR.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT AUDIT-CATALOG-FILE ASSIGN TO "AUDCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAT-FILE-STATUS.
           SELECT CHANGE-LETTER-FILE ASSIGN TO "CHGLTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-REGISTER-FILE ASSIGN TO "CHGLREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD        PIC X(192).

       FD  AUDIT-CATALOG-FILE.
       01  AUDIT-CATALOG-RECORD.
           05 ACAT-BUSINESS-DATE    PIC X(8).
           05 FILLER                PIC X.
           05 ACAT-FILE-NAME        PIC X(16).

       FD  CHANGE-LETTER-FILE.
       01  CHANGE-LETTER-RECORD    PIC X(240).

       FD  LETTER-REGISTER-FILE.
       01  LETTER-REGISTER-RECORD  PIC X(102).

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE authors
           END-EXEC

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.

      *    change-confirmation letters off the day's audit trail.
      *    An address, bank-account or payee change keyed through
      *    AUTHMENU, BANKMNT, AGENTMNT, TEST5, MASSCHG or a loader
      *    used to reach the author only when the money went
      *    somewhere else -- exactly how a redirection fraud runs
      *    for months unnoticed.  Every such change on the trail
      *    for the letter date now gets a letter: an address
      *    change to the previous address as well as the new one,
      *    a bank or payee change to the address on file.  The
      *    account never shows more than its last four (the
      *    audit image is already masked) and every letter
      *    carries the desk's phone number off the DESK-PHONE
      *    card.  The letters go to the print house on
      *    CHGLTR.DAT; each one is registered on CHGLREG.DAT,
      *    which AUTHINQ shows the desk and a rerun checks so no
      *    change is lettered twice.  Do-not-contact does not
      *    stop these -- they are security notices, not mailings.
      *
      *    the previous address is the row on file with the
      *    change's before-image laid over it: the images carry
      *    the street to 30 or 34 characters, which is what the
      *    old-address letter is addressed with.  Address
      *    standardization and forward recovery are not changes
      *    of address and are not lettered.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-AUDIT-FILE-NAME    PIC X(16).
       01 WS-AUD-FILE-STATUS    PIC XX.
       01 WS-ACAT-FILE-STATUS   PIC XX.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-AUD-EOF-SW         PIC X.
           88 WS-AUD-EOF            VALUE 'Y'.
       01 WS-ACAT-EOF-SW        PIC X VALUE 'N'.
           88 WS-ACAT-EOF           VALUE 'Y'.
       01 WS-REG-EOF-SW         PIC X VALUE 'N'.
           88 WS-REG-EOF            VALUE 'Y'.

       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-LETTER-DATE        PIC X(8).
       01 WS-DESK-PHONE         PIC X(12).
       01 WS-REC-DATE           PIC X(8).

      *    AUDdate.DAT line exactly as AUDITLOG lays it down
       01 WS-AUD-LINE.
           05 WA-CALLER            PIC X(8).
           05 FILLER               PIC X.
           05 WA-DATE.
               10 WA-YEAR          PIC X(4).
               10 FILLER           PIC X.
               10 WA-MONTH         PIC XX.
               10 FILLER           PIC X.
               10 WA-DAY           PIC XX.
           05 FILLER               PIC X.
           05 WA-TIME              PIC X(8).
           05 FILLER               PIC X.
           05 WA-OPERATION         PIC X(6).
           05 FILLER               PIC X.
           05 WA-AU-ID             PIC X(11).
           05 FILLER               PIC X.
           05 WA-ROWS              PIC X(5).
           05 FILLER               PIC X.
           05 WA-BEFORE-IMAGE      PIC X(60).
           05 FILLER               PIC X.
           05 WA-AFTER-IMAGE       PIC X(60).
           05 FILLER               PIC X.
           05 WA-USER-ID           PIC X(8).
           05 FILLER               PIC X.
           05 WA-SEQ-NUM           PIC X(7).

           COPY CHGLREC.

      *    audit sequence numbers for the letter date already on
      *    the register -- a rerun skips them
       01 WS-DONE-TABLE.
           05 WS-DONE-SEQ OCCURS 3000 TIMES
                                PIC X(7).
       01 WS-DONE-CT            PIC 9(4) COMP VALUE ZERO.
       01 WS-DONE-SUB           PIC 9(4) COMP.
       01 WS-DONE-SW            PIC X.
           88 WS-ALREADY-LETTERED   VALUE 'Y'.

       01 WS-CHANGE-TYPE        PIC X.
           88 WS-NOT-SENSITIVE      VALUE SPACE.
           88 WS-ADDRESS-CHANGE     VALUE 'A'.
           88 WS-BANK-CHANGE        VALUE 'B'.
           88 WS-PAYEE-CHANGE       VALUE 'P'.
       01 WS-DETAIL             PIC X(40).

      *    the previous address as rebuilt from the before-image
       01 WS-PRV-ADDRESS        PIC X(40).
       01 WS-PRV-CITY           PIC X(20).
       01 WS-PRV-STATE          PIC X(2).
       01 WS-PRV-COUNTRY        PIC X(30).
       01 WS-PRV-POSTALCODE     PIC X(10).
       01 WS-AUTHOR-NAME        PIC X(40).

       01 WS-SCAN-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-ADDR-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-BANK-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-PAYEE-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-LETTER-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-RERUN-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-GONE-CT            PIC 9(7) COMP VALUE ZERO.
       01 DISP-LTR-CT           PIC ZZZ,ZZ9.

      *    one letter per line for the print house -- the address
      *    block, what changed and when, and who to ring
       01 CHANGE-LETTER-LINE-OUT.
           05 CL-AU-ID              PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 CL-SENT-TO            PIC X.
           05 FILLER                PIC X  VALUE SPACE.
           05 CL-NAME               PIC X(40).
           05 FILLER                PIC X  VALUE SPACE.
           05 CL-ADDRESS            PIC X(40).
           05 FILLER                PIC X  VALUE SPACE.
           05 CL-CITY               PIC X(20).
           05 FILLER                PIC X  VALUE SPACE.
           05 CL-STATE              PIC X(2).
           05 FILLER                PIC X  VALUE SPACE.
           05 CL-COUNTRY            PIC X(30).
           05 FILLER                PIC X  VALUE SPACE.
           05 CL-POSTALCODE         PIC X(10).
           05 FILLER                PIC X  VALUE SPACE.
           05 CL-CHANGE-TYPE        PIC X.
           05 FILLER                PIC X  VALUE SPACE.
           05 CL-CHANGE-DATE        PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 CL-DETAIL             PIC X(40).
           05 FILLER                PIC X  VALUE SPACE.
           05 CL-DESK-PHONE         PIC X(12).
           05 FILLER                PIC X(8)  VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'CHGLTR' TO MYRF-CALLER-ID
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
           PERFORM 250-LOAD-THE-REGISTER

           OPEN OUTPUT CHANGE-LETTER-FILE
           OPEN EXTEND LETTER-REGISTER-FILE

      *    archived days in catalog order, then the live file --
      *    the same walk AUTHINQ makes, so a letter run made after
      *    the day has been cut over still finds its changes
           OPEN INPUT AUDIT-CATALOG-FILE
           IF WS-ACAT-FILE-STATUS NOT = '00'
               SET WS-ACAT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ACAT-EOF
               READ AUDIT-CATALOG-FILE
                   AT END
                       SET WS-ACAT-EOF TO TRUE
               END-READ
               IF NOT WS-ACAT-EOF
                  AND ACAT-FILE-NAME NOT = SPACES
                  AND ACAT-BUSINESS-DATE = WS-LETTER-DATE
                   MOVE ACAT-FILE-NAME TO WS-AUDIT-FILE-NAME
                   PERFORM 300-SCAN-ONE-FILE
               END-IF
           END-PERFORM
           IF WS-ACAT-FILE-STATUS = '00'
              OR WS-ACAT-FILE-STATUS = '10'
               CLOSE AUDIT-CATALOG-FILE
           END-IF

           MOVE 'AUTHAUD.DAT' TO WS-AUDIT-FILE-NAME
           PERFORM 300-SCAN-ONE-FILE

           CLOSE CHANGE-LETTER-FILE
           CLOSE LETTER-REGISTER-FILE

           MOVE WS-SCAN-CT   TO DISP-LTR-CT
           DISPLAY 'Change letters - trail lines read: ' DISP-LTR-CT
           MOVE WS-ADDR-CT   TO DISP-LTR-CT
           DISPLAY 'Change letters - address changes:  ' DISP-LTR-CT
           MOVE WS-BANK-CT   TO DISP-LTR-CT
           DISPLAY 'Change letters - bank changes:     ' DISP-LTR-CT
           MOVE WS-PAYEE-CT  TO DISP-LTR-CT
           DISPLAY 'Change letters - payee changes:    ' DISP-LTR-CT
           MOVE WS-LETTER-CT TO DISP-LTR-CT
           DISPLAY 'Change letters - letters written:  ' DISP-LTR-CT
           MOVE WS-RERUN-CT  TO DISP-LTR-CT
           DISPLAY 'Change letters - already lettered: ' DISP-LTR-CT
           MOVE WS-GONE-CT   TO DISP-LTR-CT
           DISPLAY 'Change letters - author not found: ' DISP-LTR-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    the letter date defaults to the business date; the
      *    desk's number is required -- a confirmation letter the
      *    author cannot answer defeats its purpose
       200-READ-THE-CARDS.
           MOVE WS-BUSINESS-DATE TO WS-LETTER-DATE
           MOVE 'CHGLTR' TO RUNP-STEP-NAME
           MOVE 'LETTER-DATE' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           IF RUNP-RC-OK AND RUNP-VALUE(1:8) NUMERIC
               MOVE RUNP-VALUE(1:8) TO WS-LETTER-DATE
           END-IF

           MOVE 'DESK-PHONE' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:12) TO WS-DESK-PHONE
           IF NOT RUNP-RC-OK OR WS-DESK-PHONE = SPACES
               DISPLAY 'CHGLTR run parameter DESK-PHONE missing - '
                       'run aborted'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CHGLTR run parameters - LETTER-DATE='
                   WS-LETTER-DATE ' DESK-PHONE=' WS-DESK-PHONE.

       250-LOAD-THE-REGISTER.
           OPEN INPUT LETTER-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REG-EOF
               READ LETTER-REGISTER-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
               END-READ
               IF NOT WS-REG-EOF
                   MOVE LETTER-REGISTER-RECORD TO CHANGE-LETTER-LINE
                   IF CLR-AUD-DATE = WS-LETTER-DATE
                       PERFORM 260-NOTE-LETTERED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REG-FILE-STATUS = '00' OR WS-REG-FILE-STATUS = '10'
               CLOSE LETTER-REGISTER-FILE
           END-IF.

       260-NOTE-LETTERED.
           PERFORM 270-FIND-LETTERED
           IF NOT WS-ALREADY-LETTERED
               IF WS-DONE-CT < 3000
                   ADD 1 TO WS-DONE-CT
                   MOVE CLR-AUD-SEQ TO WS-DONE-SEQ(WS-DONE-CT)
               ELSE
                   DISPLAY 'Lettered-change table full - run aborted'
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

       270-FIND-LETTERED.
           MOVE 'N' TO WS-DONE-SW
           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
                   UNTIL WS-DONE-SUB > WS-DONE-CT
                      OR WS-ALREADY-LETTERED
               IF WS-DONE-SEQ(WS-DONE-SUB) = CLR-AUD-SEQ
                   SET WS-ALREADY-LETTERED TO TRUE
               END-IF
           END-PERFORM.

       300-SCAN-ONE-FILE.
           MOVE 'N' TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-FILE-STATUS NOT = '00'
               SET WS-AUD-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-AUD-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET WS-AUD-EOF TO TRUE
               END-READ
               IF NOT WS-AUD-EOF
                   MOVE AUDIT-LOG-RECORD TO WS-AUD-LINE
                   MOVE SPACES TO WS-REC-DATE
                   STRING WA-YEAR WA-MONTH WA-DAY
                       DELIMITED BY SIZE INTO WS-REC-DATE
                   IF WA-CALLER NOT = 'TRAILER'
                      AND WS-REC-DATE = WS-LETTER-DATE
                       ADD 1 TO WS-SCAN-CT
                       PERFORM 320-CLASSIFY-CHANGE
                       IF NOT WS-NOT-SENSITIVE
                           MOVE WA-SEQ-NUM TO CLR-AUD-SEQ
                           PERFORM 270-FIND-LETTERED
                           IF WS-ALREADY-LETTERED
                               ADD 1 TO WS-RERUN-CT
                           ELSE
                               PERFORM 400-LETTER-ONE-CHANGE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-AUD-FILE-STATUS = '00' OR WS-AUD-FILE-STATUS = '10'
               CLOSE AUDIT-LOG-FILE
           END-IF.

      *    which trail lines are sensitive changes is read off the
      *    image each maintenance path writes -- ADDRESS=, ADDR=
      *    and CITY= for the address, MASSCHG's field=value for
      *    its address fields, BANKMNT's RTN= and row delete for
      *    the bank account, AGENTMNT's assignment for the payee.
      *    A guarded update that found the row already changed
      *    logs zero rows and changed nothing.
       320-CLASSIFY-CHANGE.
           MOVE SPACE TO WS-CHANGE-TYPE
           EVALUATE TRUE
               WHEN WA-ROWS = '    0'
                   CONTINUE
               WHEN WA-CALLER = 'ADDRSTD' OR WA-CALLER = 'AUDRPLAY'
                   CONTINUE
               WHEN WA-AFTER-IMAGE(1:8) = 'ADDRESS='
                 OR WA-AFTER-IMAGE(1:5) = 'ADDR='
                 OR WA-AFTER-IMAGE(1:5) = 'CITY='
                   SET WS-ADDRESS-CHANGE TO TRUE
               WHEN WA-CALLER = 'MASSCHG'
                AND WA-AFTER-IMAGE(11:1) = '='
                AND (WA-AFTER-IMAGE(1:10) = 'CITY'
                     OR WA-AFTER-IMAGE(1:10) = 'STATE'
                     OR WA-AFTER-IMAGE(1:10) = 'COUNTRY'
                     OR WA-AFTER-IMAGE(1:10) = 'POSTALCODE')
                   SET WS-ADDRESS-CHANGE TO TRUE
               WHEN WA-CALLER = 'BANKMNT'
                AND (WA-AFTER-IMAGE(1:4) = 'RTN='
                     OR WA-BEFORE-IMAGE(1:12) = 'BANK DETAILS')
                   SET WS-BANK-CHANGE TO TRUE
               WHEN WA-CALLER = 'AGENTMNT'
                AND (WA-AFTER-IMAGE(1:6) = 'AGENT='
                     OR WA-BEFORE-IMAGE(1:16) = 'AGENT ASSIGNMENT')
                   SET WS-PAYEE-CHANGE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       400-LETTER-ONE-CHANGE.
           MOVE WA-AU-ID TO AU-ID
           EXEC SQL
               SELECT AU_LNAME, AU_FNAME, ADDRESS, CITY, STATE,
                      COUNTRY, POSTALCODE
                  INTO :AU-LNAME, :AU-FNAME, :ADDRESS, :CITY,
                       :STATE, :COUNTRY, :POSTALCODE
                  FROM authors
                  WHERE AU_ID = :AU-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   ADD 1 TO WS-GONE-CT
                   DISPLAY 'No author row for ' WA-AU-ID
                           ' - change seq ' WA-SEQ-NUM ' not lettered'
               WHEN SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   DISPLAY 'Author lookup failed for ' WA-AU-ID
                           ' - change seq ' WA-SEQ-NUM ' not lettered'
               WHEN OTHER
                   MOVE SPACES TO WS-AUTHOR-NAME
                   STRING AU-FNAME DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          AU-LNAME DELIMITED BY '  '
                       INTO WS-AUTHOR-NAME
                   EVALUATE TRUE
                       WHEN WS-ADDRESS-CHANGE
                           ADD 1 TO WS-ADDR-CT
                           PERFORM 420-LETTER-ADDRESS-CHANGE
                       WHEN WS-BANK-CHANGE
                           ADD 1 TO WS-BANK-CT
                           PERFORM 440-LETTER-BANK-CHANGE
                       WHEN WS-PAYEE-CHANGE
                           ADD 1 TO WS-PAYEE-CT
                           PERFORM 460-LETTER-PAYEE-CHANGE
                   END-EVALUATE
                   PERFORM 260-NOTE-LETTERED
           END-EVALUATE.

      *    one letter to the new address and, when it differs, one
      *    to the address the change replaced
       420-LETTER-ADDRESS-CHANGE.
           PERFORM 430-REBUILD-PREVIOUS-ADDRESS
           MOVE 'YOUR MAILING ADDRESS WAS CHANGED'
               TO WS-DETAIL

           IF WS-PRV-ADDRESS NOT = ADDRESS
              OR WS-PRV-CITY NOT = CITY
              OR WS-PRV-STATE NOT = STATE
              OR WS-PRV-COUNTRY NOT = COUNTRY
              OR WS-PRV-POSTALCODE NOT = POSTALCODE
               MOVE SPACES            TO CHANGE-LETTER-LINE-OUT
               MOVE 'O'               TO CL-SENT-TO
               MOVE WS-PRV-ADDRESS    TO CL-ADDRESS
               MOVE WS-PRV-CITY       TO CL-CITY
               MOVE WS-PRV-STATE      TO CL-STATE
               MOVE WS-PRV-COUNTRY    TO CL-COUNTRY
               MOVE WS-PRV-POSTALCODE TO CL-POSTALCODE
               PERFORM 500-WRITE-LETTER
           END-IF

           MOVE SPACES     TO CHANGE-LETTER-LINE-OUT
           MOVE 'N'        TO CL-SENT-TO
           PERFORM 480-ADDRESS-ON-FILE
           PERFORM 500-WRITE-LETTER.

      *    the row as it stands, with the before-image's values
      *    laid back over the fields the change touched.  A street
      *    the image truncated is only replaced when the part the
      *    image holds actually differs.
       430-REBUILD-PREVIOUS-ADDRESS.
           MOVE ADDRESS    TO WS-PRV-ADDRESS
           MOVE CITY       TO WS-PRV-CITY
           MOVE STATE      TO WS-PRV-STATE
           MOVE COUNTRY    TO WS-PRV-COUNTRY
           MOVE POSTALCODE TO WS-PRV-POSTALCODE

           EVALUATE TRUE
               WHEN WA-BEFORE-IMAGE(1:8) = 'ADDRESS='
                   IF WA-BEFORE-IMAGE(9:30) NOT = ADDRESS(1:30)
                       MOVE WA-BEFORE-IMAGE(9:30) TO WS-PRV-ADDRESS
                   END-IF
                   IF WA-BEFORE-IMAGE(39:6) = ' CITY='
                      AND WA-BEFORE-IMAGE(45:16) NOT = CITY(1:16)
                       MOVE WA-BEFORE-IMAGE(45:16) TO WS-PRV-CITY
                   END-IF
               WHEN WA-BEFORE-IMAGE(1:5) = 'ADDR='
                   IF WA-BEFORE-IMAGE(6:34) NOT = ADDRESS(1:34)
                       MOVE WA-BEFORE-IMAGE(6:34) TO WS-PRV-ADDRESS
                   END-IF
                   IF WA-BEFORE-IMAGE(40:4) = ' PC='
                       MOVE WA-BEFORE-IMAGE(44:10)
                           TO WS-PRV-POSTALCODE
                   END-IF
               WHEN WA-BEFORE-IMAGE(1:5) = 'CITY='
                   MOVE WA-BEFORE-IMAGE(6:20) TO WS-PRV-CITY
               WHEN WA-BEFORE-IMAGE(1:10) = 'CITY'
                   MOVE WA-BEFORE-IMAGE(12:20) TO WS-PRV-CITY
               WHEN WA-BEFORE-IMAGE(1:10) = 'STATE'
                   MOVE WA-BEFORE-IMAGE(12:2) TO WS-PRV-STATE
               WHEN WA-BEFORE-IMAGE(1:10) = 'COUNTRY'
                   MOVE WA-BEFORE-IMAGE(12:30) TO WS-PRV-COUNTRY
               WHEN WA-BEFORE-IMAGE(1:10) = 'POSTALCODE'
                   MOVE WA-BEFORE-IMAGE(12:10)
                       TO WS-PRV-POSTALCODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    BANKMNT's image already carries the account starred to
      *    its last four
       440-LETTER-BANK-CHANGE.
           IF WA-AFTER-IMAGE(1:4) = 'RTN='
               MOVE SPACES TO WS-DETAIL
               STRING 'NOW PAID TO ACCOUNT '
                      WA-AFTER-IMAGE(20:17)
                   DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE 'BANK DETAILS REMOVED - NOW PAID BY CHECK'
                   TO WS-DETAIL
           END-IF
           MOVE SPACES TO CHANGE-LETTER-LINE-OUT
           MOVE 'C'    TO CL-SENT-TO
           PERFORM 480-ADDRESS-ON-FILE
           PERFORM 500-WRITE-LETTER.

       460-LETTER-PAYEE-CHANGE.
           IF WA-AFTER-IMAGE(1:6) = 'AGENT='
               MOVE SPACES TO WS-DETAIL
               STRING 'ROYALTIES NOW PAID TO AGENT '
                      WA-AFTER-IMAGE(7:11)
                   DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE 'ROYALTIES NOW PAID DIRECT TO YOU'
                   TO WS-DETAIL
           END-IF
           MOVE SPACES TO CHANGE-LETTER-LINE-OUT
           MOVE 'C'    TO CL-SENT-TO
           PERFORM 480-ADDRESS-ON-FILE
           PERFORM 500-WRITE-LETTER.

       480-ADDRESS-ON-FILE.
           MOVE ADDRESS    TO CL-ADDRESS
           MOVE CITY       TO CL-CITY
           MOVE STATE      TO CL-STATE
           MOVE COUNTRY    TO CL-COUNTRY
           MOVE POSTALCODE TO CL-POSTALCODE.

      *    the letter to the print house and its register entry
       500-WRITE-LETTER.
           MOVE WA-AU-ID       TO CL-AU-ID
           MOVE WS-AUTHOR-NAME TO CL-NAME
           MOVE WS-CHANGE-TYPE TO CL-CHANGE-TYPE
           MOVE WS-LETTER-DATE TO CL-CHANGE-DATE
           MOVE WS-DETAIL      TO CL-DETAIL
           MOVE WS-DESK-PHONE  TO CL-DESK-PHONE
           MOVE CHANGE-LETTER-LINE-OUT TO CHANGE-LETTER-RECORD
           WRITE CHANGE-LETTER-RECORD
           ADD 1 TO WS-LETTER-CT

           MOVE SPACES           TO CHANGE-LETTER-LINE
           MOVE WA-AU-ID         TO CLR-AU-ID
           MOVE WS-BUSINESS-DATE TO CLR-SENT-DATE
           MOVE WS-LETTER-DATE   TO CLR-AUD-DATE
           MOVE WA-SEQ-NUM       TO CLR-AUD-SEQ
           MOVE WS-CHANGE-TYPE   TO CLR-CHANGE-TYPE
           MOVE CL-SENT-TO       TO CLR-SENT-TO
           MOVE WA-CALLER        TO CLR-CALLER
           MOVE CL-POSTALCODE    TO CLR-POSTALCODE
           MOVE WS-DETAIL        TO CLR-DETAIL
           MOVE CHANGE-LETTER-LINE TO LETTER-REGISTER-RECORD
           WRITE LETTER-REGISTER-RECORD.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM CHGLTR.
