       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTMNT.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY AUDITPARM.
           COPY SIGNPARM.
           COPY JRNLPARM.

      *    distributor master.  Every sales and remittance file
      *    names its distributor on the registration header;
      *    SALESLD and REMITLD refuse a file from a distributor
      *    not on DISTRIB or not active, and DISTRECN ages what
      *    each one owes against its payment terms.  Same shape
      *    as AGENTMNT: sign-on, edits before anything is
      *    written, before/after AUDITLOG images and the operator
      *    activity journal.
       01 WS-MENU-CHOICE        PIC X.
       01 WS-DONE-SW            PIC X VALUE 'N'.
           88 WS-DONE               VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.

       01 WS-DIST-ID            PIC X(6).
       01 WS-DIST-NAME          PIC X(40).
       01 WS-DIST-STATUS        PIC X.
       01 WS-TERMS-DAYS         PIC 9(3).
       01 WS-TERMS-X            PIC X(3).
       01 WS-TERMS-9 REDEFINES WS-TERMS-X
                                PIC 9(3).
       01 WS-CREDIT-CONTACT     PIC X(30).
       01 WS-OLD-NAME           PIC X(40).
       01 WS-OLD-STATUS         PIC X.
       01 WS-OLD-TERMS          PIC 9(3).
       01 WS-OLD-CONTACT        PIC X(30).
       01 WS-DIST-EXISTS-SW     PIC X.
           88 WS-DIST-EXISTS        VALUE 'Y'.
       01 WS-EDIT-REASON        PIC X(40).

      *    no distributor agreement on file runs past this many
      *    days to pay
       01 WS-MAX-TERMS-DAYS     PIC 9(3) VALUE 180.

      *    totals for the display function
       01 WS-SALES-TOTAL        PIC S9(11)V99.
       01 WS-REMIT-TOTAL        PIC S9(11)V99.
       01 WS-OPEN-BALANCE       PIC S9(11)V99.
       01 WS-NULL-IND           PIC S9(4) COMP.
       01 DISP-AMOUNT           PIC --,---,---,--9.99.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'DISTMNT' TO SIGN-CALLER-ID
           CALL 'SIGNON' USING SIGN-PARM-AREA
           END-CALL
           IF NOT SIGN-RC-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SIGN-AUTH-MAINT
               DISPLAY 'Not authorized for distributor maintenance'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SIGN-OPER-ID TO AUDIT-USER-ID
           MOVE 'DISTMNT' TO JRNL-CALLER-ID
           MOVE SIGN-OPER-ID TO JRNL-OPER-ID

           MOVE 'DISTMNT' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DONE
               PERFORM 150-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               IF WS-MENU-CHOICE NOT = '0'
                  AND WS-MENU-CHOICE NOT = SPACE
                   MOVE SPACES TO JRNL-ACTION JRNL-KEY
                   STRING 'FUNC ' WS-MENU-CHOICE
                       DELIMITED BY SIZE INTO JRNL-ACTION
                   CALL 'OPERJRNL' USING JRNL-PARM-AREA
                   END-CALL
               END-IF
               EVALUATE WS-MENU-CHOICE
                   WHEN '1'
                       PERFORM 200-ADD-OR-UPDATE-DIST
                   WHEN '2'
                       PERFORM 500-DISPLAY-DIST
                   WHEN '0'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'Invalid choice, please try again'
               END-EVALUATE
           END-PERFORM
           .
       100-EXIT.
      *    flag a bad SQLCODE anywhere in the session instead of
      *    always exiting RC=0
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       150-DISPLAY-MENU.
           DISPLAY ' '
           DISPLAY 'Distributor Menu'
           DISPLAY '  1. Add or update distributor'
           DISPLAY '  2. Display distributor and balance'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

       200-ADD-OR-UPDATE-DIST.
           DISPLAY 'Enter DIST_ID: '
           ACCEPT WS-DIST-ID
           DISPLAY 'Enter distributor name: '
           ACCEPT WS-DIST-NAME
           DISPLAY 'Enter status (A=active, I=inactive): '
           ACCEPT WS-DIST-STATUS
           DISPLAY 'Enter payment terms in days (000-180): '
           ACCEPT WS-TERMS-X
           DISPLAY 'Enter credit contact: '
           ACCEPT WS-CREDIT-CONTACT

           MOVE SPACES TO WS-EDIT-REASON
           EVALUATE TRUE
               WHEN WS-DIST-ID = SPACES
                   MOVE 'Distributor id missing' TO WS-EDIT-REASON
               WHEN WS-DIST-NAME = SPACES
                   MOVE 'Distributor name missing'
                       TO WS-EDIT-REASON
               WHEN WS-DIST-STATUS NOT = 'A'
                AND WS-DIST-STATUS NOT = 'I'
                   MOVE 'Status must be A or I' TO WS-EDIT-REASON
               WHEN WS-TERMS-X NOT NUMERIC
                   MOVE 'Terms must be 3 digits' TO WS-EDIT-REASON
               WHEN WS-TERMS-9 > WS-MAX-TERMS-DAYS
                   MOVE 'Terms over the 180 day limit'
                       TO WS-EDIT-REASON
               WHEN OTHER
                   MOVE WS-TERMS-9 TO WS-TERMS-DAYS
           END-EVALUATE

           IF WS-EDIT-REASON NOT = SPACES
               DISPLAY 'Distributor edit failed: ' WS-EDIT-REASON
           ELSE
               PERFORM 300-APPLY-DIST-DETAILS
           END-IF.

       300-APPLY-DIST-DETAILS.
           MOVE 'N' TO WS-DIST-EXISTS-SW
           EXEC SQL
               SELECT DIST_NAME, DIST_STATUS, TERMS_DAYS,
                      CREDIT_CONTACT
                  INTO :WS-OLD-NAME, :WS-OLD-STATUS,
                       :WS-OLD-TERMS, :WS-OLD-CONTACT
                  FROM DISTRIB
                  WHERE DIST_ID = :WS-DIST-ID
           END-EXEC

           IF SQLCODE = ZERO
               SET WS-DIST-EXISTS TO TRUE
           ELSE
               PERFORM 900-CHECK-SQLCODE
           END-IF

           IF SQLCODE < ZERO
               DISPLAY 'Distributor lookup failed - no change'
           ELSE
               IF WS-DIST-EXISTS
                   EXEC SQL
                       UPDATE DISTRIB
                          SET DIST_NAME      = :WS-DIST-NAME,
                              DIST_STATUS    = :WS-DIST-STATUS,
                              TERMS_DAYS     = :WS-TERMS-DAYS,
                              CREDIT_CONTACT = :WS-CREDIT-CONTACT
                          WHERE DIST_ID = :WS-DIST-ID
                   END-EXEC
                   MOVE 'UPDATE' TO AUDIT-OPERATION
               ELSE
                   EXEC SQL
                       INSERT INTO DISTRIB
                        (DIST_ID,DIST_NAME,DIST_STATUS,TERMS_DAYS,
                         CREDIT_CONTACT)
                       VALUES
                        (:WS-DIST-ID,:WS-DIST-NAME,:WS-DIST-STATUS,
                         :WS-TERMS-DAYS,:WS-CREDIT-CONTACT)
                   END-EXEC
                   MOVE 'INSERT' TO AUDIT-OPERATION
               END-IF

               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'distributor apply ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE

               IF SQLCODE NOT < ZERO
                   PERFORM 350-AUDIT-DIST-CHANGE
               END-IF
           END-IF.

      *    the distributor id rides the audit key
       350-AUDIT-DIST-CHANGE.
           MOVE 'DISTMNT'  TO AUDIT-CALLER-ID
           MOVE WS-DIST-ID TO AUDIT-AU-ID
           MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
           MOVE SPACES TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
           IF WS-DIST-EXISTS
               STRING 'STS=' WS-OLD-STATUS ' TERMS=' WS-OLD-TERMS
                      ' ' WS-OLD-NAME
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
           ELSE
               MOVE 'NONE' TO AUDIT-BEFORE-IMAGE
           END-IF
           STRING 'STS=' WS-DIST-STATUS ' TERMS=' WS-TERMS-DAYS
                  ' ' WS-DIST-NAME
               DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
           CALL 'AUDITLOG' USING AUDIT-PARM-AREA
           END-CALL

           MOVE SPACES TO JRNL-ACTION
           STRING 'CHG ' AUDIT-OPERATION ' DISTRIB'
               DELIMITED BY SIZE INTO JRNL-ACTION
           MOVE WS-DIST-ID TO JRNL-KEY
           CALL 'OPERJRNL' USING JRNL-PARM-AREA
           END-CALL.

      *    the balance shown is everything the distributor has
      *    reported sold less everything it has remitted -- the
      *    aged view by period is DISTRECN's
       500-DISPLAY-DIST.
           DISPLAY 'Enter DIST_ID to display: '
           ACCEPT WS-DIST-ID

           EXEC SQL
               SELECT DIST_NAME, DIST_STATUS, TERMS_DAYS,
                      CREDIT_CONTACT
                  INTO :WS-DIST-NAME, :WS-DIST-STATUS,
                       :WS-TERMS-DAYS, :WS-CREDIT-CONTACT
                  FROM DISTRIB
                  WHERE DIST_ID = :WS-DIST-ID
           END-EXEC

           IF SQLCODE = 100
               DISPLAY 'No distributor on file for ' WS-DIST-ID
           ELSE
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO
                   DISPLAY 'name     ' WS-DIST-NAME
                   DISPLAY 'status   ' WS-DIST-STATUS
                   DISPLAY 'terms    ' WS-TERMS-DAYS ' days'
                   DISPLAY 'contact  ' WS-CREDIT-CONTACT
                   PERFORM 550-SHOW-BALANCE
               END-IF
           END-IF.

       550-SHOW-BALANCE.
           MOVE ZERO TO WS-SALES-TOTAL WS-REMIT-TOTAL
           EXEC SQL
               SELECT SUM(AMOUNT)
                  INTO :WS-SALES-TOTAL:WS-NULL-IND
                  FROM sales
                  WHERE DIST_ID = :WS-DIST-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF WS-NULL-IND < ZERO
               MOVE ZERO TO WS-SALES-TOTAL
           END-IF

           EXEC SQL
               SELECT SUM(AMOUNT)
                  INTO :WS-REMIT-TOTAL:WS-NULL-IND
                  FROM REMITTANCE
                  WHERE DIST_ID = :WS-DIST-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF WS-NULL-IND < ZERO
               MOVE ZERO TO WS-REMIT-TOTAL
           END-IF

           COMPUTE WS-OPEN-BALANCE = WS-SALES-TOTAL - WS-REMIT-TOTAL
           MOVE WS-SALES-TOTAL TO DISP-AMOUNT
           DISPLAY 'reported ' DISP-AMOUNT
           MOVE WS-REMIT-TOTAL TO DISP-AMOUNT
           DISPLAY 'remitted ' DISP-AMOUNT
           MOVE WS-OPEN-BALANCE TO DISP-AMOUNT
           DISPLAY 'balance  ' DISP-AMOUNT.

      *    latches the run-failed switch so a transient success later
      *    in the session can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM DISTMNT.
