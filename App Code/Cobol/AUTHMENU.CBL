           COPY PAYHPARM.
           COPY APPRPARM.
           COPY RUNPPARM.
      *    sanctions screen of a payee as it is added
           COPY SANCPARM.

      *    before-image capture for the audit trail -- read ahead of
      *    the UPDATE so AUDITLOG gets the value being replaced, not
       01 WS-OLD-DLVY-IND       PIC S9(4) COMP.
       01 WS-NEW-DLVY           PIC X.

      *    returned-mail flag -- set when the post office sends a
      *    piece back, cleared once the address is confirmed; while
      *    it is up ROYSTMT holds the paper statement and TEST9
      *    holds the mailing
       01 WS-OLD-MRET           PIC X.
       01 WS-OLD-MRET-IND       PIC S9(4) COMP.
       01 WS-OLD-MRET-DATE      PIC X(8).
       01 WS-OLD-MRDT-IND       PIC S9(4) COMP.
       01 WS-NEW-MRET           PIC X.
       01 WS-MRET-DATE          PIC X(8).

      *    single transaction/menu front end over the author
      *    maintenance functions an operator used to run as three
      *    separate standalone jobs (TEST1 lookup, TEST5 add, TEST6
       01 WS-MASKED-TIN         PIC X(11).
       01 WS-TIN-SUB            PIC 9(2) COMP.
       01 WS-TIN-LEN            PIC 9(2) COMP.
      *    a corrected TIN ends the backup withholding a failed
      *    IRS match started -- after a second B-notice only once
      *    the operator confirms the number came validated
       01 WS-BWH-FLAG           PIC X.
       01 WS-NOTICE-LEVEL       PIC 9.
       01 WS-TIN-VALIDATED      PIC X.

      *    pen-name maintenance -- one AUTHALIAS row per author
      *    with a usage flag; the CRM feed and the statement name
                   END-CALL
                   MOVE 'CHG INSERT' TO JRNL-ACTION
                   PERFORM 850-JOURNAL-CHANGE
                   PERFORM 870-SANCTIONS-SCREEN

               MOVE 'AUTHMENU' TO IMS-CALLER-ID
               MOVE AU-ID TO IMS-PARM-AU-ID
      *    CRM extract honors the first by masking contact fields,
      *    the statement run splits print from electronic on the
      *    second, both with the same before-image/AUDITLOG
      *    discipline as every other author change.  The
      *    returned-mail flag is kept from the same prompt
       430-CONTACT-PREFERENCE.
           MOVE '430-CONTACT-PREFERENCE' TO WS-ERR-LOCATION
           DISPLAY 'Enter AU_ID for contact preference '
                       PERFORM 438-APPLY-CONTACT-FLAG
                   END-IF
                   PERFORM 436-SET-DELIVERY-PREF
                   PERFORM 437-SET-RETURNED-MAIL
               END-IF
           END-IF.

               END-IF
           END-IF.

       437-SET-RETURNED-MAIL.
           EXEC SQL
               SELECT MAIL_RETURNED, MAIL_RET_DATE
                  INTO :WS-OLD-MRET:WS-OLD-MRET-IND,
                       :WS-OLD-MRET-DATE:WS-OLD-MRDT-IND
                  FROM authors
                  WHERE AU_ID = :AU-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               DISPLAY 'Returned-mail lookup failed, skipping'
           ELSE
               IF WS-OLD-MRET-IND < 0
                   MOVE 'N' TO WS-OLD-MRET
               END-IF
               IF WS-OLD-MRDT-IND < 0
                   MOVE SPACES TO WS-OLD-MRET-DATE
               END-IF
               IF WS-OLD-MRET = 'Y'
                   DISPLAY 'Mail returned undelivered on '
                           WS-OLD-MRET-DATE
                   DISPLAY 'Address confirmed - clear the flag? '
                           '(Y=clear, blank to keep): '
               ELSE
                   DISPLAY 'Returned mail: none on file'
                   DISPLAY 'Mark mail returned? '
                           '(Y=mark, blank to keep): '
               END-IF
               ACCEPT WS-NEW-MRET
               EVALUATE WS-NEW-MRET
                   WHEN SPACE
                       CONTINUE
                   WHEN 'Y'
                       IF WS-OLD-MRET = 'Y'
                           MOVE 'N' TO WS-NEW-MRET
                           MOVE SPACES TO WS-MRET-DATE
                       ELSE
                           SET BDT-FUNC-GET TO TRUE
                           CALL 'BUSDATE' USING BDT-PARM-AREA
                           END-CALL
                           IF BDT-RC-OK
                               MOVE BDT-BUSINESS-DATE
                                   TO WS-MRET-DATE
                           ELSE
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO WS-MRET-DATE
                           END-IF
                       END-IF
                       PERFORM 432-APPLY-RETURNED-MAIL
                   WHEN OTHER
                       DISPLAY 'Enter Y or blank - no change made'
               END-EVALUATE
           END-IF.

       432-APPLY-RETURNED-MAIL.
      *    same stale-row guard as the other update paths
           IF WS-OLD-MRET-IND < 0
               EXEC SQL
                   UPDATE authors
                      SET MAIL_RETURNED = :WS-NEW-MRET,
                          MAIL_RET_DATE = :WS-MRET-DATE
                      WHERE AU_ID = :AU-ID
                        AND MAIL_RETURNED IS NULL
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE authors
                      SET MAIL_RETURNED = :WS-NEW-MRET,
                          MAIL_RET_DATE = :WS-MRET-DATE
                      WHERE AU_ID = :AU-ID
                        AND MAIL_RETURNED = :WS-OLD-MRET
               END-EXEC
           END-IF

           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'returned-mail update ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT < ZERO AND SQLERRD(3) = ZERO
               DISPLAY 'Row changed by another operator since it '
                       'was read - update NOT applied, retry'
           ELSE
               MOVE 'AUTHMENU' TO AUDIT-CALLER-ID
               MOVE 'UPDATE'   TO AUDIT-OPERATION
               MOVE AU-ID      TO AUDIT-AU-ID
               MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
               MOVE SPACES     TO AUDIT-BEFORE-IMAGE
                                  AUDIT-AFTER-IMAGE
               STRING 'MAILRET=' WS-OLD-MRET ' ' WS-OLD-MRET-DATE
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
               STRING 'MAILRET=' WS-NEW-MRET ' ' WS-MRET-DATE
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
               CALL 'AUDITLOG' USING AUDIT-PARM-AREA
               END-CALL
               IF SQLERRD(3) > ZERO
                   IF WS-NEW-MRET = 'Y'
                       MOVE 'CHG MAIL RETURNED' TO JRNL-ACTION
                   ELSE
                       MOVE 'CHG ADDR CONFIRMED' TO JRNL-ACTION
                   END-IF
                   PERFORM 850-JOURNAL-CHANGE
               END-IF
           END-IF.

      *    payrate change -- the one field on this menu that moves
      *    money.  A move above the run-control threshold lands on
      *    the pending-approval queue for a second operator to
               IF SQLERRD(3) > ZERO
                   MOVE 'CHG UPDATE TAXID' TO JRNL-ACTION
                   PERFORM 850-JOURNAL-CHANGE
                   PERFORM 479-END-BACKUP-WHT
               END-IF
           END-IF.

       479-END-BACKUP-WHT.
           EXEC SQL
               SELECT BWH_FLAG, NOTICE_LEVEL
                  INTO :WS-BWH-FLAG, :WS-NOTICE-LEVEL
                  FROM TINMATCH
                  WHERE AU_ID = :AU-ID
           END-EXEC
           IF SQLCODE NOT = 100
               PERFORM 900-CHECK-SQLCODE
           END-IF
           IF SQLCODE = ZERO AND WS-BWH-FLAG = 'Y'
               MOVE 'Y' TO WS-TIN-VALIDATED
               IF WS-NOTICE-LEVEL > 1
                   DISPLAY 'Second B-notice on file - the TIN must '
                           'come validated by the IRS or SSA'
                   DISPLAY 'Validation document received? (Y/N): '
                   ACCEPT WS-TIN-VALIDATED
               END-IF
               IF WS-TIN-VALIDATED NOT = 'Y'
                   DISPLAY 'Backup withholding continues'
               ELSE
                   EXEC SQL
                       UPDATE TINMATCH
                          SET BWH_FLAG = 'N',
                              MATCH_STATUS = 'C'
                          WHERE AU_ID = :AU-ID
                            AND BWH_FLAG = 'Y'
                   END-EXEC
                   PERFORM 900-CHECK-SQLCODE
                   IF SQLCODE = ZERO AND SQLERRD(3) > ZERO
                       DISPLAY 'Backup withholding ended - new TIN '
                               'goes on the next TIN match'
                       MOVE 'AUTHMENU' TO AUDIT-CALLER-ID
                       MOVE 'UPDATE'   TO AUDIT-OPERATION
                       MOVE AU-ID      TO AUDIT-AU-ID
                       MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
                       MOVE 'BWH=Y'    TO AUDIT-BEFORE-IMAGE
                       MOVE 'BWH=N'    TO AUDIT-AFTER-IMAGE
                       CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                       END-CALL
                       MOVE 'CHG END BWH' TO JRNL-ACTION
                       PERFORM 850-JOURNAL-CHANGE
                   END-IF
               END-IF
           END-IF.

               END-PERFORM
           END-IF.

      *    a new author is a future payee -- screened against the
      *    sanctions list now, so a possible match is held before
      *    any royalty is ever registered to pay
       870-SANCTIONS-SCREEN.
           SET SANC-FUNC-SCREEN TO TRUE
           MOVE 'AUTHMENU'     TO SANC-CALLER-ID
           MOVE SIGN-OPER-ID   TO SANC-OPER-ID
           MOVE 'A'            TO SANC-PAYEE-TYPE
           MOVE AU-ID          TO SANC-PAYEE-ID
           MOVE AU-LNAME       TO SANC-LNAME
           MOVE AU-FNAME       TO SANC-FNAME
           MOVE COUNTRY(1:3)   TO SANC-COUNTRY
           CALL 'SANCSCRN' USING SANC-PARM-AREA
           END-CALL
           EVALUATE TRUE
               WHEN SANC-RC-HELD
                   DISPLAY 'Possible sanctions match - payments to '
                           SANC-PAYEE-ID ' held for compliance'
               WHEN SANC-RC-FAILED
                   DISPLAY 'Sanctions screen failed for '
                           SANC-PAYEE-ID ' - SANCBAT will retry'
           END-EVALUATE.

      *    one journal write per committed change, keyed the same
      *    way the matching AUDITLOG record is
       850-JOURNAL-CHANGE.
