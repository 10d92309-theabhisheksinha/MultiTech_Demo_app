           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT PART-REGISTER-FILE ASSIGN TO WS-PART-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.
           SELECT ROY-PART-FILE ASSIGN TO "ROYPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  PART-REGISTER-FILE.
       01  PART-REGISTER-RECORD    PIC X(95).

       FD  ROY-PART-FILE.
       01  ROY-PART-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
      *    registers one royalty payment under a system-assigned
      *    author-period twice and "the check never arrived" has
      *    something to be looked up in.  A voided registration
      *    doesn't block re-registration: PAYVOID's reissue path
      *    is exactly that.  A royalty partition numbers from the
      *    block ROYPREP reserved for it and registers onto its
      *    own REGPpp.DAT, so partitions running side by side
      *    never hand out the same number nor queue on one row or
      *    one file; the duplicate check reads PAYREG.DAT and the
      *    partition's own file.  Any other caller draws off the
      *    one-row PAYNOCTL control table, as AUTHNXID draws an
      *    AU_ID, floored by the register's own high number so a
      *    register restored or carried ahead of the table can't
      *    be numbered into twice -- and while a partition plan
      *    is still unmerged its REGPpp files are read as well,
      *    so nothing registered by the royalty run is missed.
       01  WS-REG-FILE-STATUS      PIC XX.
       01  WS-SCAN-EOF-SW          PIC X.
           88  WS-SCAN-EOF             VALUE 'Y'.
       01  WS-HIGH-NUM             PIC 9(7).
       01  WS-NEXT-NUM             PIC 9(7).
       01  WS-DUP-FOUND-SW         PIC X.
           88  WS-DUP-FOUND            VALUE 'Y'.
       01  WS-BLOCK-HIGH-NUM       PIC 9(7).
       01  WS-PART-REG-NAME        PIC X(12).
       01  WS-PREG-FILE-STATUS     PIC XX.
       01  WS-PART-FILE-STATUS     PIC XX.
       01  WS-PART-EOF-SW          PIC X.
           88  WS-PART-EOF             VALUE 'Y'.
       01  WS-PLAN-PART-X          PIC X(2).

           COPY ROYPREC.

           COPY PAYRREC.

           COPY BDTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       LINKAGE SECTION.
           COPY PREGPARM.

       PROCEDURE DIVISION USING PREG-PARM-AREA.
       100-REGISTER-PAYMENT.
           SET PREG-RC-OK TO TRUE
           MOVE ZERO TO WS-HIGH-NUM WS-BLOCK-HIGH-NUM
           MOVE 'N'  TO WS-SCAN-EOF-SW WS-DUP-FOUND-SW
           IF PREG-NUM-LOW NOT NUMERIC
              OR PREG-NUM-HIGH NOT NUMERIC
               MOVE ZERO TO PREG-NUM-LOW PREG-NUM-HIGH
           END-IF

      *    one pass finds both the next payment number and any
      *    live registration for this author and period
               PERFORM 200-SCAN-ONE-RECORD UNTIL WS-SCAN-EOF
               CLOSE PAY-REGISTER-FILE
           END-IF
           IF PREG-NUM-LOW > ZERO
               MOVE PREG-REG-FILE-NAME TO WS-PART-REG-NAME
               PERFORM 150-SCAN-PART-REGISTER
           ELSE
               PERFORM 160-SCAN-OPEN-PLAN
           END-IF

           IF WS-DUP-FOUND
               SET PREG-RC-DUPLICATE TO TRUE
           ELSE
               IF PREG-NUM-LOW > ZERO
                   PERFORM 260-NEXT-IN-BLOCK
               ELSE
                   PERFORM 250-DRAW-PAY-NUM
               END-IF
               IF WS-NEXT-NUM = ZERO
                   SET PREG-RC-FAILED TO TRUE
               ELSE
                   PERFORM 300-APPEND-REGISTRATION
               END-IF
           END-IF

           GOBACK.

      *    a partition register not there yet has nothing on it
       150-SCAN-PART-REGISTER.
           MOVE 'N' TO WS-SCAN-EOF-SW
           OPEN INPUT PART-REGISTER-FILE
           IF WS-PREG-FILE-STATUS = '00'
               PERFORM 210-SCAN-ONE-PART-RECORD UNTIL WS-SCAN-EOF
               CLOSE PART-REGISTER-FILE
           END-IF.

      *    the partition registers of a plan ROYMERGE has not yet
      *    merged hold registrations PAYREG.DAT doesn't have
       160-SCAN-OPEN-PLAN.
           MOVE 'N' TO WS-PART-EOF-SW
           OPEN INPUT ROY-PART-FILE
           IF WS-PART-FILE-STATUS = '00'
               PERFORM 165-SCAN-ONE-PLAN-LINE UNTIL WS-PART-EOF
               CLOSE ROY-PART-FILE
           END-IF.

       165-SCAN-ONE-PLAN-LINE.
           READ ROY-PART-FILE
               AT END
                   SET WS-PART-EOF TO TRUE
           END-READ
           IF NOT WS-PART-EOF
               MOVE ROY-PART-RECORD TO ROY-PART-LINE
               IF RP-PART-NO NUMERIC AND RP-PLANNED
                   MOVE RP-PART-NO TO WS-PLAN-PART-X
                   MOVE SPACES TO WS-PART-REG-NAME
                   STRING 'REGP' WS-PLAN-PART-X '.DAT'
                       DELIMITED BY SIZE INTO WS-PART-REG-NAME
                   PERFORM 150-SCAN-PART-REGISTER
               END-IF
           END-IF.

       200-SCAN-ONE-RECORD.
           READ PAY-REGISTER-FILE
               AT END
           END-READ
           IF NOT WS-SCAN-EOF
               MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
               PERFORM 220-CHECK-REGISTRATION
           END-IF.

       210-SCAN-ONE-PART-RECORD.
           READ PART-REGISTER-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
               MOVE PART-REGISTER-RECORD TO PAY-REGISTER-LINE
               PERFORM 220-CHECK-REGISTRATION
           END-IF.

      *    the highest number already used inside the caller's
      *    block is where a partition's next number follows on
       220-CHECK-REGISTRATION.
           IF PR-PAY-NUM NUMERIC
               IF PR-PAY-NUM > WS-HIGH-NUM
                   MOVE PR-PAY-NUM TO WS-HIGH-NUM
               END-IF
               IF PREG-NUM-LOW > ZERO
                  AND PR-PAY-NUM NOT < PREG-NUM-LOW
                  AND PR-PAY-NUM NOT > PREG-NUM-HIGH
                  AND PR-PAY-NUM > WS-BLOCK-HIGH-NUM
                   MOVE PR-PAY-NUM TO WS-BLOCK-HIGH-NUM
               END-IF
           END-IF
      *    an agency's garnishment remittance and the
      *    author's own payment for the same period are
      *    separate payables and never block each other;
      *    nor do the author's payments from two paying
      *    entities
           IF PR-AU-ID = PREG-AU-ID
              AND PR-PERIOD = PREG-PERIOD
              AND NOT PR-VOID
               EVALUATE TRUE
                   WHEN PREG-PAYEE-AGENCY
                       IF PR-PAYEE-AGENCY
                          AND PR-PAYEE-ID = PREG-PAYEE-ID
                           SET WS-DUP-FOUND TO TRUE
                       END-IF
                   WHEN NOT PR-PAYEE-AGENCY
                       IF PR-PAY-ENTITY = PREG-PAY-ENTITY
                           SET WS-DUP-FOUND TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      *    the increment runs first so PAYNOCTL stays locked for
      *    the draw, as AUTHNXID does for AUIDCTL
       250-DRAW-PAY-NUM.
           MOVE ZERO TO WS-NEXT-NUM
           EXEC SQL
               UPDATE PAYNOCTL
                  SET NEXT_PAY_NUM =
                      CASE WHEN NEXT_PAY_NUM > :WS-HIGH-NUM
                           THEN NEXT_PAY_NUM + 1
                           ELSE :WS-HIGH-NUM + 1
                      END
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT NEXT_PAY_NUM
                      INTO :WS-NEXT-NUM
                      FROM PAYNOCTL
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-NEXT-NUM
           END-IF.

      *    a used-up block fails the registration rather than
      *    borrow a number another partition may be handing out
       260-NEXT-IN-BLOCK.
           EVALUATE TRUE
               WHEN WS-BLOCK-HIGH-NUM = ZERO
                   MOVE PREG-NUM-LOW TO WS-NEXT-NUM
               WHEN WS-BLOCK-HIGH-NUM < PREG-NUM-HIGH
                   COMPUTE WS-NEXT-NUM = WS-BLOCK-HIGH-NUM + 1
               WHEN OTHER
                   DISPLAY 'Pay-number block ' PREG-NUM-LOW ' - '
                           PREG-NUM-HIGH ' used up - rerun ROYPREP'
                   MOVE ZERO TO WS-NEXT-NUM
           END-EVALUATE.

       300-APPEND-REGISTRATION.
      *    the business date stamps the registration, with the
      *    wall clock as the off-cycle fallback
               MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-BUSINESS-DATE
           END-IF

           MOVE WS-NEXT-NUM TO PREG-PAY-NUM

           MOVE SPACES            TO PAY-REGISTER-LINE
           MOVE PREG-PAY-NUM      TO PR-PAY-NUM
           MOVE 'P'               TO PR-STATUS
           MOVE BDT-BUSINESS-DATE TO PR-STATUS-DATE
           MOVE SPACES            TO PR-ORIG-PAY-NUM
           MOVE PREG-PAY-ENTITY   TO PR-PAY-ENTITY
      *    a represented author's payment registers to the agent;
      *    a garnishment to the issuing agency, by check; anything
      *    else pays the author as it always has
           EVALUATE TRUE
               WHEN PREG-PAYEE-AGENT
                   MOVE 'G'               TO PR-PAYEE-TYPE
                   MOVE PREG-PAYEE-ID     TO PR-PAYEE-ID
                   MOVE PREG-COMM-PCT     TO PR-COMM-PCT
               WHEN PREG-PAYEE-AGENCY
                   MOVE 'L'               TO PR-PAYEE-TYPE
                   MOVE PREG-PAYEE-ID     TO PR-PAYEE-ID
                   MOVE ZERO              TO PR-COMM-PCT
                   MOVE 'C'               TO PR-PAY-VIA
               WHEN OTHER
                   MOVE 'A'               TO PR-PAYEE-TYPE
                   MOVE PREG-AU-ID        TO PR-PAYEE-ID
                   MOVE ZERO              TO PR-COMM-PCT
           END-EVALUATE

           IF PREG-NUM-LOW > ZERO
               PERFORM 350-APPEND-PART-REGISTER
           ELSE
               OPEN EXTEND PAY-REGISTER-FILE
               IF WS-REG-FILE-STATUS = '00' OR '05'
                   MOVE PAY-REGISTER-LINE TO PAY-REGISTER-RECORD
                   WRITE PAY-REGISTER-RECORD
                   CLOSE PAY-REGISTER-FILE
               ELSE
                   SET PREG-RC-FAILED TO TRUE
               END-IF
           END-IF.

      *    the partition's first registration starts its file
       350-APPEND-PART-REGISTER.
           MOVE PREG-REG-FILE-NAME TO WS-PART-REG-NAME
           OPEN EXTEND PART-REGISTER-FILE
           IF WS-PREG-FILE-STATUS = '35'
               OPEN OUTPUT PART-REGISTER-FILE
           END-IF
           IF WS-PREG-FILE-STATUS = '00' OR '05'
               MOVE PAY-REGISTER-LINE TO PART-REGISTER-RECORD
               WRITE PART-REGISTER-RECORD
               CLOSE PART-REGISTER-FILE
           ELSE
               SET PREG-RC-FAILED TO TRUE
           END-IF.
