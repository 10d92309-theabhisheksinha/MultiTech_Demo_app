       IDENTIFICATION DIVISION.
       PROGRAM-ID. TINREQ.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIN-REQUEST-FILE ASSIGN TO "TINREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TIN-REQUEST-FILE.
       01  TIN-REQUEST-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY RUNPPARM.
           COPY BDTPARM.

      *    bulk TIN-matching request off the authors table.  Every
      *    home-country author whose tax ID has not already matched
      *    goes on TINREQ.DAT in the IRS bulk layout -- TIN type,
      *    TIN, name and our account number (the AU_ID), semicolon
      *    separated -- and the author's TINMATCH row is marked
      *    pending against the TIN sent, so TINRES can tell a
      *    result for the TIN on file from one for a TIN changed
      *    since.  A TIN already matched is not sent again until
      *    somebody changes it.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-AUTH-EOF-SW        PIC X VALUE 'N'.
           88 WS-AUTH-EOF           VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-HOME-COUNTRY       PIC X(3) VALUE 'USA'.

       01 WS-AU-ID              PIC X(11).
       01 WS-AU-LNAME           PIC X(40).
       01 WS-AU-FNAME           PIC X(20).
       01 WS-COUNTRY            PIC X(30).
       01 WS-TAX-ID             PIC X(11).
       01 WS-TIN-DIGITS         PIC X(9).
       01 WS-TIN-LEN            PIC 9(2) COMP.
       01 WS-TIN-SUB            PIC 9(2) COMP.
       01 WS-MATCH-TIN          PIC X(9).
       01 WS-MATCH-STATUS       PIC X.
       01 WS-PAYEE-NAME         PIC X(40).

       01 WS-AUTHOR-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-REQUEST-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-MATCHED-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-BAD-TIN-CT         PIC 9(7) COMP VALUE ZERO.
       01 DISP-TIN-CT           PIC ZZZ,ZZ9.

      *    IRS bulk TIN-matching request -- TIN type 3 (unknown)
      *    lets the service try the number as either an SSN or an
      *    EIN
       01 TIN-REQUEST-LINE.
           05 TRQ-TIN-TYPE          PIC X    VALUE '3'.
           05 FILLER                PIC X    VALUE ';'.
           05 TRQ-TIN               PIC X(9).
           05 FILLER                PIC X    VALUE ';'.
           05 TRQ-NAME              PIC X(40).
           05 FILLER                PIC X    VALUE ';'.
           05 TRQ-ACCOUNT           PIC X(11).
           05 FILLER                PIC X(16) VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               DECLARE TINCURSOR CURSOR FOR
               SELECT AU_ID, AU_LNAME, AU_FNAME,
                      COALESCE(COUNTRY, ' '), AU_TAX_ID
                  FROM authors
                  WHERE AU_TAX_ID IS NOT NULL
                  ORDER BY AU_ID
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'TINREQ' TO MYRF-CALLER-ID
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

      *    only home-country TINs can be matched -- the same card
      *    IRSFILE splits its forms on
           MOVE 'IRSFILE' TO RUNP-STEP-NAME
           MOVE 'HOME-COUNTRY' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           IF RUNP-RC-OK AND RUNP-VALUE(1:3) NOT = SPACES
               MOVE RUNP-VALUE(1:3) TO WS-HOME-COUNTRY
           END-IF

           OPEN OUTPUT TIN-REQUEST-FILE

           EXEC SQL
               OPEN TINCURSOR
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'Authors cursor open failed'
               SET WS-AUTH-EOF TO TRUE
           END-IF
           PERFORM 200-REQUEST-ONE-AUTHOR UNTIL WS-AUTH-EOF
           EXEC SQL
               CLOSE TINCURSOR
           END-EXEC

           CLOSE TIN-REQUEST-FILE

           MOVE WS-AUTHOR-CT TO DISP-TIN-CT
           DISPLAY 'TIN request - authors with TIN: ' DISP-TIN-CT
           MOVE WS-REQUEST-CT TO DISP-TIN-CT
           DISPLAY 'TIN request - sent for matching:' DISP-TIN-CT
           MOVE WS-MATCHED-CT TO DISP-TIN-CT
           DISPLAY 'TIN request - already matched:  ' DISP-TIN-CT
           MOVE WS-BAD-TIN-CT TO DISP-TIN-CT
           DISPLAY 'TIN request - TIN unreadable:   ' DISP-TIN-CT
           .
       100-EXIT.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-BAD-TIN-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       200-REQUEST-ONE-AUTHOR.
           EXEC SQL
               FETCH TINCURSOR
                  INTO :WS-AU-ID, :WS-AU-LNAME, :WS-AU-FNAME,
                       :WS-COUNTRY, :WS-TAX-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-AUTH-EOF TO TRUE
               WHEN SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   DISPLAY 'Authors fetch failed'
                   SET WS-AUTH-EOF TO TRUE
               WHEN WS-COUNTRY(1:3) NOT = WS-HOME-COUNTRY
                AND WS-COUNTRY NOT = SPACES
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-AUTHOR-CT
                   PERFORM 300-NORMALIZE-TIN
                   IF WS-TIN-DIGITS = SPACES
                       ADD 1 TO WS-BAD-TIN-CT
                       DISPLAY 'Tax ID unreadable for ' WS-AU-ID
                   ELSE
                       PERFORM 400-CHECK-MATCH-STATUS
                   END-IF
           END-EVALUATE.

      *    the TIN as nine digits, whether keyed plain or dashed
       300-NORMALIZE-TIN.
           MOVE SPACES TO WS-TIN-DIGITS
           MOVE ZERO TO WS-TIN-LEN
           PERFORM VARYING WS-TIN-SUB FROM 1 BY 1
                   UNTIL WS-TIN-SUB > 11
               IF WS-TAX-ID(WS-TIN-SUB:1) NUMERIC
                  AND WS-TIN-LEN < 9
                   ADD 1 TO WS-TIN-LEN
                   MOVE WS-TAX-ID(WS-TIN-SUB:1)
                       TO WS-TIN-DIGITS(WS-TIN-LEN:1)
               END-IF
           END-PERFORM
           IF WS-TIN-LEN NOT = 9
               MOVE SPACES TO WS-TIN-DIGITS
           END-IF.

       400-CHECK-MATCH-STATUS.
           EXEC SQL
               SELECT MATCH_TIN, MATCH_STATUS
                  INTO :WS-MATCH-TIN, :WS-MATCH-STATUS
                  FROM TINMATCH
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   PERFORM 500-WRITE-REQUEST
                   IF NOT WS-RUN-FAILED
                       EXEC SQL
                           INSERT INTO TINMATCH
                            (AU_ID, MATCH_TIN, MATCH_STATUS,
                             MATCH_CODE, REQ_DATE, RESULT_DATE,
                             BWH_FLAG, BWH_DATE, NOTICE_LEVEL,
                             NOTICE_TIN, NOTICE1_DATE, NOTICE2_DATE)
                           VALUES
                            (:WS-AU-ID, :WS-TIN-DIGITS, 'P',
                             ' ', :WS-BUSINESS-DATE, ' ',
                             'N', ' ', 0, ' ', ' ', ' ')
                       END-EXEC
                       PERFORM 900-CHECK-SQLCODE
                   END-IF
               WHEN SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   DISPLAY 'TIN match lookup failed for ' WS-AU-ID
               WHEN WS-MATCH-STATUS = 'M'
                AND WS-MATCH-TIN = WS-TIN-DIGITS
                   ADD 1 TO WS-MATCHED-CT
               WHEN OTHER
      *            the backup-withholding and notice history stays
      *            with the author -- only the request is renewed
                   PERFORM 500-WRITE-REQUEST
                   EXEC SQL
                       UPDATE TINMATCH
                          SET MATCH_TIN = :WS-TIN-DIGITS,
                              MATCH_STATUS = 'P',
                              REQ_DATE = :WS-BUSINESS-DATE
                          WHERE AU_ID = :WS-AU-ID
                   END-EXEC
                   PERFORM 900-CHECK-SQLCODE
           END-EVALUATE.

      *    the name goes as the IRS holds it for an individual --
      *    given name, then surname
       500-WRITE-REQUEST.
           MOVE SPACES TO WS-PAYEE-NAME
           IF WS-AU-FNAME = SPACES
               MOVE WS-AU-LNAME TO WS-PAYEE-NAME
           ELSE
               STRING WS-AU-FNAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-AU-LNAME DELIMITED BY '  '
                   INTO WS-PAYEE-NAME
           END-IF
           MOVE WS-TIN-DIGITS TO TRQ-TIN
           MOVE WS-PAYEE-NAME TO TRQ-NAME
           MOVE WS-AU-ID      TO TRQ-ACCOUNT
           MOVE TIN-REQUEST-LINE TO TIN-REQUEST-RECORD
           WRITE TIN-REQUEST-RECORD
           ADD 1 TO WS-REQUEST-CT.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM TINREQ.
