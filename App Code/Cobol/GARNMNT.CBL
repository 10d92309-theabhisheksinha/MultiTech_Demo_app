       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNMNT.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY AVALPARM.
           COPY AUDITPARM.
           COPY SIGNPARM.
           COPY JRNLPARM.
           COPY BDTPARM.

      *    garnishment and levy order maintenance.  A court order
      *    or tax levy served on the house against an author goes
      *    on GARNORDER against the agency that issued it on
      *    GARNAGCY; ROYCALC then takes the deduction off the
      *    author's payable in PRIORITY order (lowest number
      *    first) before the payment registers, and registers the
      *    amount as a payable to the agency.  An order deducts a
      *    percentage of the payable (P) or a fixed amount per
      *    payment (F), up to its cap -- a zero cap runs until the
      *    order is released.  An order that reaches its cap
      *    closes to S; a release the agency sends closes it to R.
      *    Gated at the royalty level: an order moves an author's
      *    money to somebody else.
       01 WS-MENU-CHOICE        PIC X.
       01 WS-DONE-SW            PIC X VALUE 'N'.
           88 WS-DONE               VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-ENTRY-OK-SW        PIC X.
           88 WS-ENTRY-OK           VALUE 'Y'.
       01 WS-TODAY              PIC X(8).

      *    issuing agency -- the court, child-support agency or
      *    taxing authority the remittance check is drawn to
       01 WS-GA-AGENCY-ID       PIC X(11).
       01 WS-GA-AGENCY-NAME     PIC X(40).
       01 WS-GA-ADDRESS         PIC X(40).
       01 WS-GA-CITY            PIC X(20).
       01 WS-GA-STATE           PIC X(2).
       01 WS-GA-POSTALCODE      PIC X(10).
       01 WS-GA-EXISTS-CT       PIC S9(9) COMP.

      *    the order itself
       01 WS-GO-ORDER-ID        PIC X(12).
       01 WS-GO-AU-ID           PIC X(11).
       01 WS-GO-AGENCY-ID       PIC X(11).
      *    G garnishment, L tax levy, S support order
       01 WS-GO-ORDER-TYPE      PIC X.
       01 WS-GO-CASE-REF        PIC X(20).
       01 WS-GO-PRIORITY        PIC 9(3).
       01 WS-GO-METHOD          PIC X.
       01 WS-GO-PCT             PIC 9(3)V99.
       01 WS-GO-AMT             PIC S9(9)V99.
       01 WS-GO-CAP             PIC S9(9)V99.
       01 WS-GO-TAKEN           PIC S9(9)V99.
       01 WS-GO-STATUS          PIC X.
       01 WS-GO-RECEIVED-DATE   PIC X(8).
       01 WS-GO-OPER-ID         PIC X(8).
       01 WS-GO-EXISTS-CT       PIC S9(9) COMP.

       01 WS-PRIORITY-X         PIC X(3).
       01 WS-PRIORITY-9 REDEFINES WS-PRIORITY-X
                                PIC 9(3).
       01 WS-PCT-X              PIC X(5).
       01 WS-PCT-9 REDEFINES WS-PCT-X
                                PIC 9(3)V99.
       01 WS-AMT-X              PIC X(11).
       01 WS-AMT-9 REDEFINES WS-AMT-X
                                PIC 9(9)V99.
       01 WS-CAP-X              PIC X(11).
       01 WS-CAP-9 REDEFINES WS-CAP-X
                                PIC 9(9)V99.
       01 WS-NEW-METHOD         PIC X.
       01 WS-DISP-PCT           PIC ZZ9.99.
       01 WS-DISP-AMT           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-CAP           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-TAKEN         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-IMG-AMT            PIC Z(8)9.99.
       01 WS-IMG-CAP            PIC Z(8)9.99.

       01 WS-BRW-EOF-SW         PIC X.
           88 WS-BRW-EOF            VALUE 'Y'.
       01 WS-BRW-CT             PIC 9(4) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'GARNMNT' TO SIGN-CALLER-ID
           CALL 'SIGNON' USING SIGN-PARM-AREA
           END-CALL
           IF NOT SIGN-RC-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SIGN-AUTH-ROYALTY
               DISPLAY 'Not authorized for garnishment orders'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SIGN-OPER-ID TO AUDIT-USER-ID
           MOVE 'GARNMNT' TO JRNL-CALLER-ID
           MOVE SIGN-OPER-ID TO JRNL-OPER-ID

           MOVE 'GARNMNT' TO MYRF-CALLER-ID
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
               MOVE BDT-BUSINESS-DATE TO WS-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           END-IF

           EXEC SQL
               DECLARE GARNCURSOR CURSOR FOR
               SELECT ORDER_ID, AGENCY_ID, ORDER_TYPE, CASE_REF,
                      PRIORITY, DEDUCT_METHOD, DEDUCT_PCT,
                      DEDUCT_AMT, ORDER_CAP, TAKEN_AMT, ORDER_STATUS
                  FROM GARNORDER
                  WHERE AU_ID = :WS-GO-AU-ID
                  ORDER BY PRIORITY, ORDER_ID
           END-EXEC

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
                       PERFORM 200-MAINTAIN-AGENCY
                   WHEN '2'
                       PERFORM 300-ENTER-ORDER
                   WHEN '3'
                       PERFORM 400-CHANGE-ORDER
                   WHEN '4'
                       PERFORM 500-RELEASE-ORDER
                   WHEN '5'
                       PERFORM 600-SHOW-ORDERS
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
           DISPLAY 'Garnishment and Levy Orders Menu'
           DISPLAY '  1. Add or update an issuing agency'
           DISPLAY '  2. Enter a garnishment or levy order'
           DISPLAY '  3. Change an order'
           DISPLAY '  4. Release an order'
           DISPLAY '  5. Show orders for an author'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

      *    the agency's name and address are what CHKPRINT draws
      *    the remittance check to
       200-MAINTAIN-AGENCY.
           DISPLAY 'Enter agency id: '
           ACCEPT WS-GA-AGENCY-ID
           DISPLAY 'Enter agency name: '
           ACCEPT WS-GA-AGENCY-NAME
           DISPLAY 'Enter remittance address: '
           ACCEPT WS-GA-ADDRESS
           DISPLAY 'Enter city: '
           ACCEPT WS-GA-CITY
           DISPLAY 'Enter state: '
           ACCEPT WS-GA-STATE
           DISPLAY 'Enter postal code: '
           ACCEPT WS-GA-POSTALCODE

           IF WS-GA-AGENCY-ID = SPACES
              OR WS-GA-AGENCY-NAME = SPACES
              OR WS-GA-ADDRESS = SPACES
               DISPLAY 'Agency id, name and address are required'
                       ' - no change'
           ELSE
               PERFORM 250-APPLY-AGENCY
           END-IF.

       250-APPLY-AGENCY.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-GA-EXISTS-CT
                  FROM GARNAGCY
                  WHERE AGENCY_ID = :WS-GA-AGENCY-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               DISPLAY 'Agency lookup failed - no change'
           ELSE
               IF WS-GA-EXISTS-CT = ZERO
                   EXEC SQL
                       INSERT INTO GARNAGCY
                        (AGENCY_ID, AGENCY_NAME, ADDRESS, CITY,
                         STATE, POSTALCODE)
                       VALUES
                        (:WS-GA-AGENCY-ID, :WS-GA-AGENCY-NAME,
                         :WS-GA-ADDRESS, :WS-GA-CITY, :WS-GA-STATE,
                         :WS-GA-POSTALCODE)
                   END-EXEC
                   MOVE 'INSERT' TO AUDIT-OPERATION
                   MOVE 'NONE'   TO AUDIT-BEFORE-IMAGE
               ELSE
                   EXEC SQL
                       UPDATE GARNAGCY
                          SET AGENCY_NAME = :WS-GA-AGENCY-NAME,
                              ADDRESS = :WS-GA-ADDRESS,
                              CITY = :WS-GA-CITY,
                              STATE = :WS-GA-STATE,
                              POSTALCODE = :WS-GA-POSTALCODE
                          WHERE AGENCY_ID = :WS-GA-AGENCY-ID
                   END-EXEC
                   MOVE 'UPDATE' TO AUDIT-OPERATION
                   MOVE 'AGENCY DETAILS REPLACED' TO AUDIT-BEFORE-IMAGE
               END-IF
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'agency ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO
                   MOVE 'GARNMNT'       TO AUDIT-CALLER-ID
                   MOVE WS-GA-AGENCY-ID TO AUDIT-AU-ID
                   MOVE SQLERRD(3)      TO AUDIT-ROWS-AFFECTED
                   MOVE SPACES          TO AUDIT-AFTER-IMAGE
                   STRING 'AGENCY ' WS-GA-AGENCY-NAME(1:30)
                          ' ' WS-GA-CITY ' ' WS-GA-STATE
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                   END-CALL
                   MOVE SPACES TO JRNL-ACTION
                   STRING 'CHG ' AUDIT-OPERATION ' AGENCY'
                       DELIMITED BY SIZE INTO JRNL-ACTION
                   MOVE WS-GA-AGENCY-ID TO JRNL-KEY
                   CALL 'OPERJRNL' USING JRNL-PARM-AREA
                   END-CALL
               END-IF
           END-IF.

       300-ENTER-ORDER.
           MOVE 'Y' TO WS-ENTRY-OK-SW
           DISPLAY 'Enter order id: '
           ACCEPT WS-GO-ORDER-ID
           DISPLAY 'Enter AU_ID: '
           ACCEPT WS-GO-AU-ID
           DISPLAY 'Enter issuing agency id: '
           ACCEPT WS-GO-AGENCY-ID
           DISPLAY 'Enter order type (G garnishment, L tax levy, '
                   'S support): '
           ACCEPT WS-GO-ORDER-TYPE
           DISPLAY 'Enter court or agency case reference: '
           ACCEPT WS-GO-CASE-REF
           DISPLAY 'Enter priority (001 is taken first): '
           ACCEPT WS-PRIORITY-X
           DISPLAY 'Enter method (P percentage, F fixed amount): '
           ACCEPT WS-NEW-METHOD
           MOVE ZEROS TO WS-PCT-X WS-AMT-X
           IF WS-NEW-METHOD = 'P'
               DISPLAY 'Enter percentage (e.g. 02500 for 25.00): '
               ACCEPT WS-PCT-X
           ELSE
               DISPLAY 'Enter amount per payment '
                       '(e.g. 00000050000 for 500.00): '
               ACCEPT WS-AMT-X
           END-IF
           DISPLAY 'Enter order cap (zeros for none, e.g. '
                   '00001500000 for 15000.00): '
           ACCEPT WS-CAP-X

           MOVE 'U'         TO AVAL-MODE
           MOVE WS-GO-AU-ID TO AVAL-AU-ID
           MOVE SPACES      TO AVAL-TAX-ID
           CALL 'AUTHVAL' USING AVAL-PARM-AREA
           END-CALL

           EVALUATE TRUE
               WHEN WS-GO-ORDER-ID = SPACES
                   DISPLAY 'Order id is required - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN AVAL-RC-FAILED
                   DISPLAY 'Author validation failed: ' AVAL-REASON
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-GO-ORDER-TYPE NOT = 'G'
                AND WS-GO-ORDER-TYPE NOT = 'L'
                AND WS-GO-ORDER-TYPE NOT = 'S'
                   DISPLAY 'Order type must be G, L or S - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-GO-CASE-REF = SPACES
                   DISPLAY 'Case reference is required - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-PRIORITY-X NOT NUMERIC
                 OR WS-PRIORITY-X = '000'
                   DISPLAY 'Priority must be 001-999 - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-NEW-METHOD NOT = 'P'
                AND WS-NEW-METHOD NOT = 'F'
                   DISPLAY 'Method must be P or F - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-NEW-METHOD = 'P'
                AND (WS-PCT-X NOT NUMERIC
                  OR WS-PCT-X = '00000'
                  OR WS-PCT-9 > 100)
                   DISPLAY 'Percentage must be 0.01-100.00 - '
                           'no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-NEW-METHOD = 'F'
                AND (WS-AMT-X NOT NUMERIC
                  OR WS-AMT-X = '00000000000')
                   DISPLAY 'Amount invalid - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-CAP-X NOT NUMERIC
                   DISPLAY 'Cap invalid - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN OTHER
                   PERFORM 350-CHECK-AGENCY-AND-ORDER
           END-EVALUATE

           IF WS-ENTRY-OK
               PERFORM 380-INSERT-ORDER
           END-IF.

       350-CHECK-AGENCY-AND-ORDER.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-GA-EXISTS-CT
                  FROM GARNAGCY
                  WHERE AGENCY_ID = :WS-GO-AGENCY-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           EXEC SQL
               SELECT COUNT(*) INTO :WS-GO-EXISTS-CT
                  FROM GARNORDER
                  WHERE ORDER_ID = :WS-GO-ORDER-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           EVALUATE TRUE
               WHEN SQLCODE < ZERO
                   DISPLAY 'Order lookup failed - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-GA-EXISTS-CT = ZERO
                   DISPLAY 'Agency ' WS-GO-AGENCY-ID
                           ' is not on file - add it first'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-GO-EXISTS-CT > ZERO
                   DISPLAY 'Order ' WS-GO-ORDER-ID
                           ' already on file - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       380-INSERT-ORDER.
           MOVE WS-PRIORITY-9 TO WS-GO-PRIORITY
           MOVE WS-NEW-METHOD TO WS-GO-METHOD
           MOVE WS-PCT-9      TO WS-GO-PCT
           MOVE WS-AMT-9      TO WS-GO-AMT
           MOVE WS-CAP-9      TO WS-GO-CAP
           MOVE ZERO          TO WS-GO-TAKEN
           MOVE 'A'           TO WS-GO-STATUS
           MOVE WS-TODAY      TO WS-GO-RECEIVED-DATE
           MOVE SIGN-OPER-ID  TO WS-GO-OPER-ID
           EXEC SQL
               INSERT INTO GARNORDER
                (ORDER_ID, AU_ID, AGENCY_ID, ORDER_TYPE, CASE_REF,
                 PRIORITY, DEDUCT_METHOD, DEDUCT_PCT, DEDUCT_AMT,
                 ORDER_CAP, TAKEN_AMT, ORDER_STATUS, RECEIVED_DATE,
                 OPER_ID)
               VALUES
                (:WS-GO-ORDER-ID, :WS-GO-AU-ID, :WS-GO-AGENCY-ID,
                 :WS-GO-ORDER-TYPE, :WS-GO-CASE-REF,
                 :WS-GO-PRIORITY, :WS-GO-METHOD, :WS-GO-PCT,
                 :WS-GO-AMT, :WS-GO-CAP, :WS-GO-TAKEN,
                 :WS-GO-STATUS, :WS-GO-RECEIVED-DATE,
                 :WS-GO-OPER-ID)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'insert ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               MOVE 'INSERT' TO AUDIT-OPERATION
               MOVE 'NONE'   TO AUDIT-BEFORE-IMAGE
               PERFORM 800-AUDIT-ORDER
               MOVE 'CHG ENTER GARN' TO JRNL-ACTION
               MOVE WS-GO-AU-ID TO JRNL-KEY
               CALL 'OPERJRNL' USING JRNL-PARM-AREA
               END-CALL
               DISPLAY 'Order ' WS-GO-ORDER-ID ' recorded'
           END-IF.

      *    a blank answer keeps what the order has.  Raising the
      *    cap of an order already satisfied reopens it; the cap
      *    can't come down below what has already been taken
       400-CHANGE-ORDER.
           MOVE 'Y' TO WS-ENTRY-OK-SW
           DISPLAY 'Enter order id: '
           ACCEPT WS-GO-ORDER-ID
           PERFORM 700-READ-ORDER
           IF SQLCODE = 100
               DISPLAY 'No such order on file'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF
           IF SQLCODE < ZERO
               DISPLAY 'Order lookup failed - no change'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF
           IF WS-ENTRY-OK AND WS-GO-STATUS = 'R'
               DISPLAY 'Order has been released - no change'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF

           IF WS-ENTRY-OK
               PERFORM 750-SHOW-ORDER
               MOVE SPACES TO AUDIT-BEFORE-IMAGE
               PERFORM 810-ORDER-IMAGE
               MOVE AUDIT-AFTER-IMAGE TO AUDIT-BEFORE-IMAGE
               DISPLAY 'Enter new priority (blank to keep): '
               ACCEPT WS-PRIORITY-X
               DISPLAY 'Enter new method P or F (blank to keep): '
               ACCEPT WS-NEW-METHOD
               MOVE SPACES TO WS-PCT-X WS-AMT-X
               IF WS-NEW-METHOD = 'P'
                  OR (WS-NEW-METHOD = SPACE AND WS-GO-METHOD = 'P')
                   DISPLAY 'Enter new percentage (blank to keep): '
                   ACCEPT WS-PCT-X
               ELSE
                   DISPLAY 'Enter new amount (blank to keep): '
                   ACCEPT WS-AMT-X
               END-IF
               DISPLAY 'Enter new cap (blank to keep): '
               ACCEPT WS-CAP-X
               PERFORM 450-VALIDATE-CHANGE
           END-IF

           IF WS-ENTRY-OK
               PERFORM 480-APPLY-CHANGE
           END-IF.

       450-VALIDATE-CHANGE.
           EVALUATE TRUE
               WHEN WS-PRIORITY-X NOT = SPACES
                AND (WS-PRIORITY-X NOT NUMERIC
                  OR WS-PRIORITY-X = '000')
                   DISPLAY 'Priority must be 001-999 - no change'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-NEW-METHOD NOT = SPACE
                AND WS-NEW-METHOD NOT = 'P'
                AND WS-NEW-METHOD NOT = 'F'
                   DISPLAY 'Method must be P or F - no change'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-PCT-X NOT = SPACES
                AND (WS-PCT-X NOT NUMERIC
                  OR WS-PCT-X = '00000'
                  OR WS-PCT-9 > 100)
                   DISPLAY 'Percentage must be 0.01-100.00 - '
                           'no change'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-AMT-X NOT = SPACES
                AND (WS-AMT-X NOT NUMERIC
                  OR WS-AMT-X = '00000000000')
                   DISPLAY 'Amount invalid - no change'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-CAP-X NOT = SPACES
                AND WS-CAP-X NOT NUMERIC
                   DISPLAY 'Cap invalid - no change'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ENTRY-OK
               IF WS-PRIORITY-X NOT = SPACES
                   MOVE WS-PRIORITY-9 TO WS-GO-PRIORITY
               END-IF
               IF WS-NEW-METHOD NOT = SPACE
                   MOVE WS-NEW-METHOD TO WS-GO-METHOD
               END-IF
               IF WS-PCT-X NOT = SPACES
                   MOVE WS-PCT-9 TO WS-GO-PCT
               END-IF
               IF WS-AMT-X NOT = SPACES
                   MOVE WS-AMT-9 TO WS-GO-AMT
               END-IF
               IF WS-CAP-X NOT = SPACES
                   MOVE WS-CAP-9 TO WS-GO-CAP
               END-IF
               EVALUATE TRUE
                   WHEN WS-GO-METHOD = 'P' AND WS-GO-PCT = ZERO
                       DISPLAY 'A percentage order needs its '
                               'percentage - no change'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   WHEN WS-GO-METHOD = 'F' AND WS-GO-AMT = ZERO
                       DISPLAY 'A fixed order needs its amount - '
                               'no change'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   WHEN WS-GO-CAP > ZERO
                    AND WS-GO-CAP < WS-GO-TAKEN
                       MOVE WS-GO-TAKEN TO WS-DISP-TAKEN
                       DISPLAY 'Cap is below the ' WS-DISP-TAKEN
                               ' already taken - no change'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   WHEN WS-GO-CAP > ZERO
                    AND WS-GO-CAP = WS-GO-TAKEN
                       MOVE 'S' TO WS-GO-STATUS
                   WHEN OTHER
                       MOVE 'A' TO WS-GO-STATUS
               END-EVALUATE
           END-IF.

       480-APPLY-CHANGE.
           EXEC SQL
               UPDATE GARNORDER
                  SET PRIORITY = :WS-GO-PRIORITY,
                      DEDUCT_METHOD = :WS-GO-METHOD,
                      DEDUCT_PCT = :WS-GO-PCT,
                      DEDUCT_AMT = :WS-GO-AMT,
                      ORDER_CAP = :WS-GO-CAP,
                      ORDER_STATUS = :WS-GO-STATUS
                  WHERE ORDER_ID = :WS-GO-ORDER-ID
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'update ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               MOVE 'UPDATE' TO AUDIT-OPERATION
               PERFORM 800-AUDIT-ORDER
               MOVE 'CHG CHANGE GARN' TO JRNL-ACTION
               MOVE WS-GO-AU-ID TO JRNL-KEY
               CALL 'OPERJRNL' USING JRNL-PARM-AREA
               END-CALL
           END-IF.

      *    the agency's release stops the deductions from the next
      *    royalty run; what was taken stays on the order
       500-RELEASE-ORDER.
           DISPLAY 'Enter order id to release: '
           ACCEPT WS-GO-ORDER-ID
           PERFORM 700-READ-ORDER
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY 'No such order on file'
               WHEN SQLCODE < ZERO
                   DISPLAY 'Order lookup failed - no change'
               WHEN WS-GO-STATUS = 'R'
                   DISPLAY 'Order is already released'
               WHEN OTHER
                   MOVE SPACES TO AUDIT-BEFORE-IMAGE
                   PERFORM 810-ORDER-IMAGE
                   MOVE AUDIT-AFTER-IMAGE TO AUDIT-BEFORE-IMAGE
                   EXEC SQL
                       UPDATE GARNORDER
                          SET ORDER_STATUS = 'R'
                          WHERE ORDER_ID = :WS-GO-ORDER-ID
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'release ' DISP-CODE
                   PERFORM 900-CHECK-SQLCODE
                   IF SQLCODE = ZERO
                       MOVE 'R' TO WS-GO-STATUS
                       MOVE 'UPDATE' TO AUDIT-OPERATION
                       PERFORM 800-AUDIT-ORDER
                       MOVE 'CHG RELEASE GARN' TO JRNL-ACTION
                       MOVE WS-GO-AU-ID TO JRNL-KEY
                       CALL 'OPERJRNL' USING JRNL-PARM-AREA
                       END-CALL
                   END-IF
           END-EVALUATE.

       600-SHOW-ORDERS.
           DISPLAY 'Enter AU_ID: '
           ACCEPT WS-GO-AU-ID
           MOVE 'N'  TO WS-BRW-EOF-SW
           MOVE ZERO TO WS-BRW-CT

           EXEC SQL
               OPEN GARNCURSOR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           PERFORM 650-SHOW-ONE-ORDER UNTIL WS-BRW-EOF

           EXEC SQL
               CLOSE GARNCURSOR
           END-EXEC

           IF WS-BRW-CT = ZERO
               DISPLAY 'No garnishment orders on file for '
                       WS-GO-AU-ID
           END-IF.

       650-SHOW-ONE-ORDER.
           EXEC SQL
               FETCH GARNCURSOR INTO
                  :WS-GO-ORDER-ID, :WS-GO-AGENCY-ID,
                  :WS-GO-ORDER-TYPE, :WS-GO-CASE-REF,
                  :WS-GO-PRIORITY, :WS-GO-METHOD, :WS-GO-PCT,
                  :WS-GO-AMT, :WS-GO-CAP, :WS-GO-TAKEN,
                  :WS-GO-STATUS
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-BRW-EOF TO TRUE
           ELSE
               ADD 1 TO WS-BRW-CT
               PERFORM 750-SHOW-ORDER
           END-IF.

       700-READ-ORDER.
           EXEC SQL
               SELECT AU_ID, AGENCY_ID, ORDER_TYPE, CASE_REF,
                      PRIORITY, DEDUCT_METHOD, DEDUCT_PCT,
                      DEDUCT_AMT, ORDER_CAP, TAKEN_AMT, ORDER_STATUS
                  INTO :WS-GO-AU-ID, :WS-GO-AGENCY-ID,
                       :WS-GO-ORDER-TYPE, :WS-GO-CASE-REF,
                       :WS-GO-PRIORITY, :WS-GO-METHOD, :WS-GO-PCT,
                       :WS-GO-AMT, :WS-GO-CAP, :WS-GO-TAKEN,
                       :WS-GO-STATUS
                  FROM GARNORDER
                  WHERE ORDER_ID = :WS-GO-ORDER-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE.

       750-SHOW-ORDER.
           MOVE WS-GO-CAP   TO WS-DISP-CAP
           MOVE WS-GO-TAKEN TO WS-DISP-TAKEN
           DISPLAY 'order ' WS-GO-ORDER-ID ' type ' WS-GO-ORDER-TYPE
                   ' case ' WS-GO-CASE-REF ' agency '
                   WS-GO-AGENCY-ID
           IF WS-GO-METHOD = 'P'
               MOVE WS-GO-PCT TO WS-DISP-PCT
               DISPLAY '   priority ' WS-GO-PRIORITY
                       ' takes ' WS-DISP-PCT ' percent'
           ELSE
               MOVE WS-GO-AMT TO WS-DISP-AMT
               DISPLAY '   priority ' WS-GO-PRIORITY
                       ' takes ' WS-DISP-AMT ' per payment'
           END-IF
           DISPLAY '   cap ' WS-DISP-CAP ' taken ' WS-DISP-TAKEN
                   ' status ' WS-GO-STATUS.

       800-AUDIT-ORDER.
           MOVE 'GARNMNT'   TO AUDIT-CALLER-ID
           MOVE WS-GO-AU-ID TO AUDIT-AU-ID
           MOVE SQLERRD(3)  TO AUDIT-ROWS-AFFECTED
           PERFORM 810-ORDER-IMAGE
           CALL 'AUDITLOG' USING AUDIT-PARM-AREA
           END-CALL.

       810-ORDER-IMAGE.
           MOVE SPACES TO AUDIT-AFTER-IMAGE
           MOVE WS-GO-CAP TO WS-IMG-CAP
           IF WS-GO-METHOD = 'P'
               MOVE WS-GO-PCT TO WS-DISP-PCT
               STRING WS-GO-ORDER-ID ' PRI=' WS-GO-PRIORITY
                      ' PCT=' WS-DISP-PCT ' CAP=' WS-IMG-CAP
                      ' ST=' WS-GO-STATUS
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
           ELSE
               MOVE WS-GO-AMT TO WS-IMG-AMT
               STRING WS-GO-ORDER-ID ' PRI=' WS-GO-PRIORITY
                      ' AMT=' WS-IMG-AMT ' CAP=' WS-IMG-CAP
                      ' ST=' WS-GO-STATUS
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the session can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM GARNMNT.
