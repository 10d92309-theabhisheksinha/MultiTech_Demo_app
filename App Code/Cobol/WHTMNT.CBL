       01 WS-DISP-RATE          PIC 9.9999.
       01 WS-DISP-OLD-RATE      PIC 9.9999.

      *    treaty documentation -- one current treaty form per
      *    author on TREATYDOC.  ROYCALC and SETTLE allow a reduced
      *    treaty rate only while the form is active, signed and
      *    unexpired, and for the author's own country; a new form
      *    replaces the old one, a withdrawn form stays on file
      *    for the record.  A W-8BEN left without an expiry runs to
      *    the end of the third calendar year after signing.
       01 WS-TD-AU-ID           PIC X(11).
       01 WS-TD-FORM-TYPE       PIC X(8).
       01 WS-TD-SIGNED-DATE     PIC X(8).
       01 WS-TD-SIGNED-PARTS REDEFINES WS-TD-SIGNED-DATE.
           05 WS-TD-SIGNED-YYYY     PIC 9(4).
           05 WS-TD-SIGNED-MM       PIC 9(2).
           05 WS-TD-SIGNED-DD       PIC 9(2).
       01 WS-TD-EXPIRY-DATE     PIC X(8).
       01 WS-TD-EXPIRY-PARTS REDEFINES WS-TD-EXPIRY-DATE.
           05 WS-TD-EXPIRY-YYYY     PIC 9(4).
           05 WS-TD-EXPIRY-MM       PIC 9(2).
           05 WS-TD-EXPIRY-DD       PIC 9(2).
       01 WS-TD-ARTICLE         PIC X(10).
       01 WS-TD-COUNTRY         PIC X(3).
       01 WS-TD-STATUS          PIC X.
       01 WS-TD-RECEIVED-DATE   PIC X(8).
       01 WS-TD-OPER-ID         PIC X(8).
       01 WS-TD-EXISTS-CT       PIC S9(9) COMP.
       01 WS-AU-COUNTRY         PIC X(30).
       01 WS-TODAY              PIC X(8).
       01 WS-ENTRY-OK-SW        PIC X.
           88 WS-ENTRY-OK           VALUE 'Y'.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
                       PERFORM 200-ADD-OR-UPDATE-RATE
                   WHEN '2'
                       PERFORM 300-DELETE-RATE
                   WHEN '3'
                       PERFORM 400-RECORD-TREATY-FORM
                   WHEN '4'
                       PERFORM 500-SHOW-TREATY-FORM
                   WHEN '5'
                       PERFORM 600-WITHDRAW-TREATY-FORM
                   WHEN '0'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
           DISPLAY 'Withholding Rate Maintenance Menu'
           DISPLAY '  1. Add or update a withholding rate'
           DISPLAY '  2. Delete a withholding rate'
           DISPLAY '  3. Record an author treaty form'
           DISPLAY '  4. Show an author treaty form'
           DISPLAY '  5. Withdraw an author treaty form'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

               END-CALL
           END-IF.

       400-RECORD-TREATY-FORM.
           MOVE 'Y' TO WS-ENTRY-OK-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY 'Enter AU_ID: '
           ACCEPT WS-TD-AU-ID
           DISPLAY 'Enter form type (blank for W-8BEN): '
           ACCEPT WS-TD-FORM-TYPE
           DISPLAY 'Enter signature date YYYYMMDD: '
           ACCEPT WS-TD-SIGNED-DATE
           DISPLAY 'Enter expiry date YYYYMMDD (blank for the '
                   'standard three years): '
           ACCEPT WS-TD-EXPIRY-DATE
           DISPLAY 'Enter treaty article claimed (e.g. 12): '
           ACCEPT WS-TD-ARTICLE
           IF WS-TD-FORM-TYPE = SPACES
               MOVE 'W-8BEN' TO WS-TD-FORM-TYPE
           END-IF

      *    the treaty claimed is the author's country's -- the
      *    form's country is taken off the authors row
           EXEC SQL
               SELECT COALESCE(COUNTRY, ' ')
                  INTO :WS-AU-COUNTRY
                  FROM authors
                  WHERE AU_ID = :WS-TD-AU-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           MOVE WS-AU-COUNTRY(1:3) TO WS-TD-COUNTRY

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY 'No author found for AU_ID: ' WS-TD-AU-ID
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN SQLCODE < ZERO
                   DISPLAY 'Author lookup failed - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-TD-COUNTRY = SPACES
                   DISPLAY 'Author has no country - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-TD-SIGNED-DATE NOT NUMERIC
                 OR WS-TD-SIGNED-MM < 1 OR WS-TD-SIGNED-MM > 12
                 OR WS-TD-SIGNED-DD < 1 OR WS-TD-SIGNED-DD > 31
                   DISPLAY 'Signature date must be YYYYMMDD - '
                           'no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-TD-SIGNED-DATE > WS-TODAY
                   DISPLAY 'Signature date is in the future - '
                           'no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-TD-ARTICLE = SPACES
                   DISPLAY 'Treaty article is required - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ENTRY-OK
               IF WS-TD-EXPIRY-DATE = SPACES
                   MOVE WS-TD-SIGNED-DATE TO WS-TD-EXPIRY-DATE
                   ADD 3 TO WS-TD-EXPIRY-YYYY
                   MOVE 12 TO WS-TD-EXPIRY-MM
                   MOVE 31 TO WS-TD-EXPIRY-DD
               END-IF
               EVALUATE TRUE
                   WHEN WS-TD-EXPIRY-DATE NOT NUMERIC
                     OR WS-TD-EXPIRY-MM < 1 OR WS-TD-EXPIRY-MM > 12
                     OR WS-TD-EXPIRY-DD < 1 OR WS-TD-EXPIRY-DD > 31
                       DISPLAY 'Expiry date must be YYYYMMDD - '
                               'no entry'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   WHEN WS-TD-EXPIRY-DATE NOT > WS-TD-SIGNED-DATE
                       DISPLAY 'Expiry must follow the signature '
                               'date - no entry'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-ENTRY-OK
               PERFORM 450-APPLY-TREATY-FORM
           END-IF.

       450-APPLY-TREATY-FORM.
           MOVE 'A'          TO WS-TD-STATUS
           MOVE WS-TODAY     TO WS-TD-RECEIVED-DATE
           MOVE SIGN-OPER-ID TO WS-TD-OPER-ID
           EXEC SQL
               SELECT COUNT(*) INTO :WS-TD-EXISTS-CT
                  FROM TREATYDOC
                  WHERE AU_ID = :WS-TD-AU-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               DISPLAY 'Treaty form lookup failed - no entry'
           ELSE
               IF WS-TD-EXISTS-CT = ZERO
                   EXEC SQL
                       INSERT INTO TREATYDOC
                        (AU_ID, FORM_TYPE, SIGNED_DATE, EXPIRY_DATE,
                         TREATY_ARTICLE, TREATY_COUNTRY, FORM_STATUS,
                         RECEIVED_DATE, OPER_ID)
                       VALUES
                        (:WS-TD-AU-ID, :WS-TD-FORM-TYPE,
                         :WS-TD-SIGNED-DATE, :WS-TD-EXPIRY-DATE,
                         :WS-TD-ARTICLE, :WS-TD-COUNTRY,
                         :WS-TD-STATUS, :WS-TD-RECEIVED-DATE,
                         :WS-TD-OPER-ID)
                   END-EXEC
                   MOVE 'INSERT' TO AUDIT-OPERATION
                   MOVE 'NONE'   TO AUDIT-BEFORE-IMAGE
               ELSE
                   EXEC SQL
                       UPDATE TREATYDOC
                          SET FORM_TYPE = :WS-TD-FORM-TYPE,
                              SIGNED_DATE = :WS-TD-SIGNED-DATE,
                              EXPIRY_DATE = :WS-TD-EXPIRY-DATE,
                              TREATY_ARTICLE = :WS-TD-ARTICLE,
                              TREATY_COUNTRY = :WS-TD-COUNTRY,
                              FORM_STATUS = :WS-TD-STATUS,
                              RECEIVED_DATE = :WS-TD-RECEIVED-DATE,
                              OPER_ID = :WS-TD-OPER-ID
                          WHERE AU_ID = :WS-TD-AU-ID
                   END-EXEC
                   MOVE 'UPDATE'        TO AUDIT-OPERATION
                   MOVE 'TREATY FORM REPLACED' TO AUDIT-BEFORE-IMAGE
               END-IF
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'treaty form ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO
                   DISPLAY 'Treaty form on file for ' WS-TD-COUNTRY
                           ' until ' WS-TD-EXPIRY-DATE
                   MOVE 'WHTMNT'    TO AUDIT-CALLER-ID
                   MOVE WS-TD-AU-ID TO AUDIT-AU-ID
                   MOVE SQLERRD(3)  TO AUDIT-ROWS-AFFECTED
                   MOVE SPACES      TO AUDIT-AFTER-IMAGE
                   STRING 'TREATY ' WS-TD-FORM-TYPE ' ' WS-TD-COUNTRY
                          ' ART=' WS-TD-ARTICLE
                          ' SIGNED=' WS-TD-SIGNED-DATE
                          ' EXP=' WS-TD-EXPIRY-DATE
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                   END-CALL
                   MOVE SPACES TO JRNL-ACTION
                   STRING 'CHG ' AUDIT-OPERATION ' TREATY'
                       DELIMITED BY SIZE INTO JRNL-ACTION
                   MOVE WS-TD-AU-ID TO JRNL-KEY
                   CALL 'OPERJRNL' USING JRNL-PARM-AREA
                   END-CALL
               END-IF
           END-IF.

       500-SHOW-TREATY-FORM.
           DISPLAY 'Enter AU_ID: '
           ACCEPT WS-TD-AU-ID
           EXEC SQL
               SELECT FORM_TYPE, SIGNED_DATE, EXPIRY_DATE,
                      TREATY_ARTICLE, TREATY_COUNTRY, FORM_STATUS,
                      RECEIVED_DATE, OPER_ID
                  INTO :WS-TD-FORM-TYPE, :WS-TD-SIGNED-DATE,
                       :WS-TD-EXPIRY-DATE, :WS-TD-ARTICLE,
                       :WS-TD-COUNTRY, :WS-TD-STATUS,
                       :WS-TD-RECEIVED-DATE, :WS-TD-OPER-ID
                  FROM TREATYDOC
                  WHERE AU_ID = :WS-TD-AU-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY 'No treaty form on file - statutory '
                           'rate applies'
               WHEN SQLCODE < ZERO
                   DISPLAY 'Treaty form lookup failed'
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
                   DISPLAY 'form       ' WS-TD-FORM-TYPE
                   DISPLAY 'country    ' WS-TD-COUNTRY
                   DISPLAY 'article    ' WS-TD-ARTICLE
                   DISPLAY 'signed     ' WS-TD-SIGNED-DATE
                   DISPLAY 'expires    ' WS-TD-EXPIRY-DATE
                   DISPLAY 'received   ' WS-TD-RECEIVED-DATE
                           ' by ' WS-TD-OPER-ID
                   EVALUATE TRUE
                       WHEN WS-TD-STATUS NOT = 'A'
                           DISPLAY 'status     WITHDRAWN'
                       WHEN WS-TD-EXPIRY-DATE < WS-TODAY
                           DISPLAY 'status     EXPIRED'
                       WHEN OTHER
                           DISPLAY 'status     VALID'
                   END-EVALUATE
           END-EVALUATE.

      *    a form the author revokes, or one found defective,
      *    stops the treaty rate from the next run
       600-WITHDRAW-TREATY-FORM.
           DISPLAY 'Enter AU_ID to withdraw the treaty form: '
           ACCEPT WS-TD-AU-ID
           EXEC SQL
               UPDATE TREATYDOC
                  SET FORM_STATUS = 'W'
                  WHERE AU_ID = :WS-TD-AU-ID
                    AND FORM_STATUS = 'A'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'withdraw ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLERRD(3) = ZERO AND SQLCODE NOT < ZERO
               DISPLAY 'No active treaty form on file'
           ELSE
               IF SQLCODE = ZERO
                   MOVE 'WHTMNT'    TO AUDIT-CALLER-ID
                   MOVE 'UPDATE'    TO AUDIT-OPERATION
                   MOVE WS-TD-AU-ID TO AUDIT-AU-ID
                   MOVE SQLERRD(3)  TO AUDIT-ROWS-AFFECTED
                   MOVE 'TREATY FORM=A' TO AUDIT-BEFORE-IMAGE
                   MOVE 'TREATY FORM=W' TO AUDIT-AFTER-IMAGE
                   CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                   END-CALL
                   MOVE 'CHG WITHDRAW TREATY' TO JRNL-ACTION
                   MOVE WS-TD-AU-ID TO JRNL-KEY
                   CALL 'OPERJRNL' USING JRNL-PARM-AREA
                   END-CALL
               END-IF
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the session can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
