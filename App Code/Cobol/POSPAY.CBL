       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT REG-WORK-FILE ASSIGN TO "POSREGWK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RW-SEQ
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT POSPAY-FILE ASSIGN TO "POSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  REG-WORK-FILE.
           COPY REGWREC.

       FD  POSPAY-FILE.
       01  POSPAY-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY FEEDPARM.
           COPY BDTPARM.

      *    positive-pay issue file for the bank -- every check
      *    CHKPRINT has issued and every check voided through
      *    PAYVOID since the last file, so the bank can refuse an
      *    item it was never told about or one altered after it
      *    left.  The register's positive-pay flag says what the
      *    bank already knows; each issue and each void goes
      *    once.  The file leaves through the FEEDLOG/FEEDACK
      *    handshake BANKDISB uses, and cuts every cycle even
      *    with nothing to report so the bank sees the cycle.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-REG-EOF-SW         PIC X VALUE 'N'.
           88 WS-REG-EOF            VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).

           COPY PAYRREC.

      *    the whole register held on a keyed work file so the
      *    sent flags go back in one rewrite, the same shape
      *    BANKDISB uses
       01 WS-WORK-FILE-STATUS   PIC XX.
       01 WS-REG-CT             PIC 9(9) COMP VALUE ZERO.
       01 WS-REG-SUB            PIC 9(9) COMP.

       01 WS-AU-ID              PIC X(11).
       01 WS-AGENT-ID           PIC X(11).
       01 WS-PAYEE-LNAME        PIC X(40).
       01 WS-PAYEE-FNAME        PIC X(20).

       01 WS-ISSUE-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-VOID-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-DETAIL-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-HASH-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01 DISP-PPAY-CT          PIC ZZZ,ZZ9.

       01 PPAY-HEADER-LINE.
           05 FILLER                PIC X       VALUE 'H'.
           05 FILLER                PIC X       VALUE SPACE.
           05 PH-FEED-ID            PIC X(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 PH-BUSINESS-DATE      PIC X(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 PH-CYCLE-SEQ          PIC 9(5).
           05 FILLER                PIC X(55)   VALUE SPACES.

      *    one check -- I an issue the bank should honor, V a
      *    void it should refuse; the date is the issue or void
       01 PPAY-DETAIL-LINE.
           05 FILLER                PIC X       VALUE 'D'.
           05 FILLER                PIC X       VALUE SPACE.
           05 PD-CHECK-NUM          PIC 9(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 PD-ITEM-TYPE          PIC X.
           05 FILLER                PIC X       VALUE SPACE.
           05 PD-AMOUNT             PIC 9(9)V99.
           05 FILLER                PIC X       VALUE SPACE.
           05 PD-ITEM-DATE          PIC X(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 PD-PAYEE              PIC X(30).
           05 FILLER                PIC X       VALUE SPACE.
           05 PD-PAY-NUM            PIC 9(7).
           05 FILLER                PIC X(8)    VALUE SPACES.

       01 PPAY-TRAILER-LINE.
           05 FILLER                PIC X       VALUE 'T'.
           05 FILLER                PIC X       VALUE SPACE.
           05 PT-RECORD-COUNT       PIC 9(7).
           05 FILLER                PIC X       VALUE SPACE.
           05 PT-HASH-TOTAL         PIC 9(15).
           05 FILLER                PIC X(54)   VALUE SPACES.
       01 WS-HASH-WORK          PIC 9(15).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'POSPAY' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    the cycle's business date rides the header, with the
      *    wall clock as the off-cycle fallback
           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF BDT-RC-OK
               MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF

           PERFORM 200-LOAD-REGISTER
      *    a partial register load must not cut a file -- checks
      *    the work file never took would never reach the bank
           IF WS-RUN-FAILED
               DISPLAY 'Register load failed - no positive-pay '
                       'file cut'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT POSPAY-FILE

           MOVE 'POSPAY' TO FEED-ID
           MOVE WS-BUSINESS-DATE TO FEED-BUSINESS-DATE
           SET FEED-FUNC-NEXT-SEQ TO TRUE
           CALL 'FEEDLOG' USING FEED-PARM-AREA
           END-CALL

           MOVE 'POSPAY' TO PH-FEED-ID
           MOVE WS-BUSINESS-DATE TO PH-BUSINESS-DATE
           MOVE FEED-CYCLE-SEQ TO PH-CYCLE-SEQ
           MOVE PPAY-HEADER-LINE TO POSPAY-RECORD
           WRITE POSPAY-RECORD

           PERFORM 300-REPORT-ONE-PAYMENT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-CT
                  OR WS-RUN-FAILED

           MOVE SPACES TO PPAY-TRAILER-LINE
           MOVE 'T' TO PPAY-TRAILER-LINE(1:1)
           MOVE WS-DETAIL-CT TO PT-RECORD-COUNT
           COMPUTE WS-HASH-WORK = WS-HASH-TOTAL
           MOVE WS-HASH-WORK TO PT-HASH-TOTAL
           MOVE PPAY-TRAILER-LINE TO POSPAY-RECORD
           WRITE POSPAY-RECORD

           CLOSE POSPAY-FILE

           MOVE WS-DETAIL-CT TO FEED-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO FEED-HASH-TOTAL
           SET FEED-FUNC-LOG TO TRUE
           CALL 'FEEDLOG' USING FEED-PARM-AREA
           END-CALL
           IF FEED-RC-FAILED
               DISPLAY 'Transmission log write failed'
               SET WS-RUN-FAILED TO TRUE
           END-IF

           PERFORM 600-REWRITE-REGISTER

           MOVE WS-ISSUE-CT TO DISP-PPAY-CT
           DISPLAY 'Positive pay - checks issued:   ' DISP-PPAY-CT
           MOVE WS-VOID-CT TO DISP-PPAY-CT
           DISPLAY 'Positive pay - checks voided:   ' DISP-PPAY-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-LOAD-REGISTER.
           OPEN OUTPUT REG-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'Register work file open failed, status '
                       WS-WORK-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF
           OPEN INPUT PAY-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               DISPLAY 'No payment register, status '
                       WS-REG-FILE-STATUS
               SET WS-REG-EOF TO TRUE
           END-IF
           IF WS-RUN-FAILED
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM 250-LOAD-ONE-RECORD UNTIL WS-REG-EOF
           IF WS-REG-FILE-STATUS = '00' OR '10'
               CLOSE PAY-REGISTER-FILE
           END-IF
           IF WS-WORK-FILE-STATUS = '00'
               CLOSE REG-WORK-FILE
               OPEN I-O REG-WORK-FILE
           END-IF.

       250-LOAD-ONE-RECORD.
           READ PAY-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ
           IF NOT WS-REG-EOF
               ADD 1 TO WS-REG-CT
               MOVE WS-REG-CT           TO RW-SEQ
               MOVE PAY-REGISTER-RECORD TO RW-REG-LINE
               WRITE REG-WORK-RECORD
                   INVALID KEY
                       DISPLAY 'Register work file write failed, '
                               'status ' WS-WORK-FILE-STATUS
                       SET WS-RUN-FAILED TO TRUE
                       SET WS-REG-EOF TO TRUE
               END-WRITE
           END-IF.

      *    only paper counts -- an EFT never carries a check
      *    number.  A check voided before its issue ever went
      *    out is sent as the void alone; the bank refuses it
      *    either way.
       300-REPORT-ONE-PAYMENT.
           PERFORM 550-READ-WORK-ENTRY
           MOVE RW-REG-LINE TO PAY-REGISTER-LINE
           EVALUATE TRUE
               WHEN PR-CHECK-NUM = SPACES
                   CONTINUE
               WHEN PR-VOID
                   IF NOT PR-POSPAY-VOID-SENT
                       MOVE 'V' TO PD-ITEM-TYPE
                       PERFORM 400-WRITE-POSPAY-RECORD
                       IF NOT WS-RUN-FAILED
                           ADD 1 TO WS-VOID-CT
                           SET PR-POSPAY-VOID-SENT TO TRUE
                       END-IF
                   END-IF
               WHEN PR-POSPAY-NONE
                   MOVE 'I' TO PD-ITEM-TYPE
                   PERFORM 400-WRITE-POSPAY-RECORD
                   IF NOT WS-RUN-FAILED
                       ADD 1 TO WS-ISSUE-CT
                       SET PR-POSPAY-ISSUE-SENT TO TRUE
                   END-IF
           END-EVALUATE
           PERFORM 560-REWRITE-WORK-ENTRY.

       400-WRITE-POSPAY-RECORD.
           PERFORM 450-GET-PAYEE-NAME
           MOVE SPACES TO PPAY-DETAIL-LINE
           MOVE 'D' TO PPAY-DETAIL-LINE(1:1)
           MOVE PR-CHECK-NUM-9 TO PD-CHECK-NUM
           MOVE PR-AMOUNT      TO PD-AMOUNT
           MOVE PR-STATUS-DATE TO PD-ITEM-DATE
           MOVE PR-PAY-NUM     TO PD-PAY-NUM
           IF WS-PAYEE-FNAME = SPACES
               MOVE WS-PAYEE-LNAME TO PD-PAYEE
           ELSE
               STRING WS-PAYEE-FNAME DELIMITED BY '  '
                      ' '            DELIMITED BY SIZE
                      WS-PAYEE-LNAME DELIMITED BY '  '
                   INTO PD-PAYEE
           END-IF
           MOVE PPAY-DETAIL-LINE TO POSPAY-RECORD
           WRITE POSPAY-RECORD

           ADD 1 TO WS-DETAIL-CT
           ADD PR-AMOUNT TO WS-HASH-TOTAL.

      *    the payee the check was drawn to -- the agent for a
      *    represented author, the court or agency for a
      *    garnishment remittance, otherwise the author
       450-GET-PAYEE-NAME.
           MOVE SPACES TO WS-PAYEE-LNAME WS-PAYEE-FNAME
           EVALUATE TRUE
               WHEN PR-PAYEE-AGENT
                   MOVE PR-PAYEE-ID TO WS-AGENT-ID
                   EXEC SQL
                       SELECT AGENT_NAME
                          INTO :WS-PAYEE-LNAME
                          FROM AGENTS
                          WHERE AGENT_ID = :WS-AGENT-ID
                   END-EXEC
               WHEN PR-PAYEE-AGENCY
                   MOVE PR-PAYEE-ID TO WS-AGENT-ID
                   EXEC SQL
                       SELECT AGENCY_NAME
                          INTO :WS-PAYEE-LNAME
                          FROM GARNAGCY
                          WHERE AGENCY_ID = :WS-AGENT-ID
                   END-EXEC
               WHEN OTHER
                   MOVE PR-AU-ID TO WS-AU-ID
                   EXEC SQL
                       SELECT AU_LNAME, AU_FNAME
                          INTO :WS-PAYEE-LNAME, :WS-PAYEE-FNAME
                          FROM authors
                          WHERE AU_ID = :WS-AU-ID
                   END-EXEC
           END-EVALUATE
           PERFORM 900-CHECK-SQLCODE.

       550-READ-WORK-ENTRY.
           MOVE WS-REG-SUB TO RW-SEQ
           READ REG-WORK-FILE
               INVALID KEY
                   DISPLAY 'Register work file read failed, status '
                           WS-WORK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
                   MOVE SPACES TO RW-REG-LINE
           END-READ.

       560-REWRITE-WORK-ENTRY.
           MOVE WS-REG-SUB        TO RW-SEQ
           MOVE PAY-REGISTER-LINE TO RW-REG-LINE
           REWRITE REG-WORK-RECORD
               INVALID KEY
                   DISPLAY 'Register work file rewrite failed, '
                           'status ' WS-WORK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
           END-REWRITE.

       600-REWRITE-REGISTER.
           IF WS-RUN-FAILED
               CONTINUE
           ELSE
               OPEN OUTPUT PAY-REGISTER-FILE
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REG-CT
                   PERFORM 550-READ-WORK-ENTRY
                   IF RW-REG-LINE NOT = SPACES
                       MOVE RW-REG-LINE TO PAY-REGISTER-RECORD
                       WRITE PAY-REGISTER-RECORD
                   END-IF
               END-PERFORM
               CLOSE PAY-REGISTER-FILE
           END-IF
           CLOSE REG-WORK-FILE.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM POSPAY.
