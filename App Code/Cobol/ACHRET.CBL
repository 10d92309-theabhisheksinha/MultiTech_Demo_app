       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRET.
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
           SELECT REG-WORK-FILE ASSIGN TO "ACHREGWK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RW-SEQ
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT PAY-INDEX-FILE ASSIGN TO "ACHPAYIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-PAY-NUM
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT RETURNS-FILE ASSIGN TO "ACHRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  REG-WORK-FILE.
           COPY REGWREC.

      *    each payment number's place on the register work file
       FD  PAY-INDEX-FILE.
       01  PAY-INDEX-RECORD.
           05  PX-PAY-NUM          PIC 9(7).
           05  PX-SEQ              PIC 9(9).

       FD  RETURNS-FILE.
       01  RETURNS-RECORD.
           05 AR-PAY-NUM            PIC X(7).
           05 FILLER                PIC X.
           05 AR-RETURN-REASON      PIC X(3).
           05 FILLER                PIC X.
           05 AR-RETURN-DATE        PIC X(8).
           05 FILLER                PIC X.
           05 AR-AMOUNT             PIC X(11).
           05 AR-AMOUNT-9 REDEFINES AR-AMOUNT
                                    PIC 9(9)V99.
      *    echoed off a returned prenote, which carries no payment
      *    number -- A an author's AUTHBANK row, G an agent's
           05 FILLER                PIC X.
           05 AR-PAYEE-TYPE         PIC X.
           05 FILLER                PIC X.
           05 AR-PAYEE-ID           PIC X(11).
           05 FILLER                PIC X(34).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY AUDITPARM.

      *    ACH returns off the bank -- an EFT the receiving bank
      *    refused (R02 account closed, R03 no account, R04
      *    invalid account number, or any other return code)
      *    closes on the register as returned with the bank's
      *    reason, the payee's bank record is flagged so BANKDISB
      *    stops sending EFTs to it and CHKPRINT pays by check
      *    instead, and the payment is reissued the way PAYVOID
      *    reissues a void: a new pending payment number carrying
      *    the returned one.  The flag holds until the account is
      *    re-keyed through BANKMNT or AGENTMNT.  Anything that
      *    can't be matched to an issued EFT of the same amount
      *    is reported for the payments desk and left alone.  A
      *    returned prenote (payment number zeros) fails the new
      *    account before any money goes to it: the row is
      *    flagged the same way and its prenote marked returned.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).

           COPY RECVPARM.
           COPY INFREC.

       01 WS-VFY-EOF-SW         PIC X.
           88 WS-VFY-EOF            VALUE 'Y'.
       01 WS-FILE-REFUSED-SW    PIC X VALUE 'N'.
           88 WS-FILE-REFUSED       VALUE 'Y'.
       01 WS-RET-PRESENT-SW     PIC X VALUE 'N'.
           88 WS-RET-PRESENT        VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW    PIC X.
           88 WS-TRAILER-SEEN       VALUE 'Y'.
       01 WS-VFY-DETAIL-CT      PIC 9(7) VALUE ZERO.
       01 WS-HDR-SEQ-9          PIC 9(5).
       01 WS-TRL-COUNT-9        PIC 9(7).
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-RET-FILE-STATUS    PIC XX.
       01 WS-WORK-FILE-STATUS   PIC XX.
       01 WS-INDEX-FILE-STATUS  PIC XX.
       01 WS-REG-EOF-SW         PIC X VALUE 'N'.
           88 WS-REG-EOF            VALUE 'Y'.
       01 WS-RET-EOF-SW         PIC X VALUE 'N'.
           88 WS-RET-EOF            VALUE 'Y'.

           COPY PAYRREC.

      *    the whole register held on a keyed work file while
      *    returns apply, written back in one pass at the end --
      *    the same collect-then-rewrite shape PAYCONF uses
       01 WS-REG-CT             PIC 9(9) COMP VALUE ZERO.
       01 WS-REG-SUB            PIC 9(9) COMP.
       01 WS-FOUND-SUB          PIC 9(9) COMP.
       01 WS-FOUND-SW           PIC X.
           88 WS-ENTRY-FOUND        VALUE 'Y'.
       01 WS-HIGH-NUM           PIC 9(7) VALUE ZERO.
       01 WS-RET-NUM            PIC 9(7).
       01 WS-CHANGED-SW         PIC X VALUE 'N'.
           88 WS-REGISTER-CHANGED   VALUE 'Y'.

       01 WS-AU-ID              PIC X(11).
       01 WS-AGENT-ID           PIC X(11).
       01 WS-ACCT-RETURN        PIC X(3).
       01 WS-ACCT-RETURN-DATE   PIC X(8).

       01 WS-RETURNED-CT        PIC 9(5) COMP VALUE ZERO.
       01 WS-REJECT-CT          PIC 9(5) COMP VALUE ZERO.
       01 WS-PRENOTE-RET-CT     PIC 9(5) COMP VALUE ZERO.
       01 WS-RETURNED-AMT       PIC 9(11)V99 VALUE ZERO.
       01 DISP-RET-CT           PIC ZZ,ZZ9.
       01 DISP-RET-AMT          PIC $$,$$$,$$$,$$9.99.

       01 RET-RPT-LINE.
           05 RTR-VERDICT           PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 RTR-PAY-NUM           PIC X(7).
           05 FILLER                PIC X  VALUE SPACE.
           05 RTR-AU-ID             PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 RTR-REASON            PIC X(3).
           05 FILLER                PIC X  VALUE SPACE.
           05 RTR-REASON-TEXT       PIC X(16).
           05 FILLER                PIC X  VALUE SPACE.
           05 RTR-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 RTR-RETURN-DATE       PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 RTR-NEW-PAY-NUM       PIC X(7).

       01 RET-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'ACHRET' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    the business date stamps the reissues, with the wall
      *    clock as the off-cycle fallback
           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF BDT-RC-OK
               MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF

      *    the returns file proves its identity before a single
      *    return is applied -- a duplicate or out-of-sequence
      *    file, or one whose trailer count doesn't tie, is
      *    refused whole; no file at all is a day with no returns
           PERFORM 150-VERIFY-RETURNS-FILE
           IF WS-FILE-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'ACHRETRP.DAT' TO RPT-FILE-NAME
           MOVE 'ACH RETURNS - PAYMENTS DESK' TO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'VERDICT     PAYNUM  AU_ID       RC  REASON'
                  '                   AMOUNT RET DATE REISSUE'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING RET-RPT-CTL
           END-CALL

           PERFORM 200-LOAD-REGISTER
      *    a partial register load must never reach the rewrite
           IF NOT WS-RUN-FAILED
               PERFORM 300-APPLY-RETURNS
           END-IF
           IF WS-REGISTER-CHANGED AND NOT WS-RUN-FAILED
               PERFORM 700-REWRITE-REGISTER
           END-IF
           CLOSE REG-WORK-FILE
           CLOSE PAY-INDEX-FILE

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING RET-RPT-CTL
           END-CALL

           MOVE WS-RETURNED-CT TO DISP-RET-CT
           DISPLAY 'ACH returns - returned/reissued:' DISP-RET-CT
           MOVE WS-RETURNED-AMT TO DISP-RET-AMT
           DISPLAY 'ACH returns - amount returned:  ' DISP-RET-AMT
           MOVE WS-PRENOTE-RET-CT TO DISP-RET-CT
           DISPLAY 'ACH returns - prenotes returned:' DISP-RET-CT
           MOVE WS-REJECT-CT TO DISP-RET-CT
           DISPLAY 'ACH returns - not applied:      ' DISP-RET-CT

           IF WS-RET-PRESENT AND NOT WS-RUN-FAILED
               SET RECV-FUNC-LOG TO TRUE
               MOVE WS-VFY-DETAIL-CT TO RECV-RECORD-COUNT
               CALL 'RECVLOG' USING RECV-PARM-AREA
               END-CALL
               IF NOT RECV-RC-OK
                   DISPLAY 'Receive registry write failed'
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REJECT-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    one pass over the whole file before the apply pass --
      *    FEEDACK's verification of the ack file, item for item
       150-VERIFY-RETURNS-FILE.
           MOVE 'N'  TO WS-VFY-EOF-SW WS-TRAILER-SEEN-SW
           MOVE ZERO TO WS-VFY-DETAIL-CT

           OPEN INPUT RETURNS-FILE
           IF WS-RET-FILE-STATUS NOT = '00'
               SET WS-VFY-EOF TO TRUE
           ELSE
               SET WS-RET-PRESENT TO TRUE
               READ RETURNS-FILE
                   AT END
                       SET WS-VFY-EOF TO TRUE
               END-READ
               IF WS-VFY-EOF
                   DISPLAY 'Empty returns file - refused'
                   SET WS-FILE-REFUSED TO TRUE
               ELSE
                   MOVE RETURNS-RECORD TO INBOUND-HEADER-LINE
                   PERFORM 160-CHECK-FILE-HEADER
               END-IF
           END-IF

           PERFORM 170-VERIFY-ONE-RECORD
               UNTIL WS-VFY-EOF OR WS-FILE-REFUSED
           IF WS-RET-FILE-STATUS = '00' OR '10'
               CLOSE RETURNS-FILE
           END-IF

           IF WS-RET-PRESENT AND NOT WS-FILE-REFUSED
               IF NOT WS-TRAILER-SEEN
                   DISPLAY 'No trailer on returns file - refused'
                   SET WS-FILE-REFUSED TO TRUE
               ELSE
                   IF WS-VFY-DETAIL-CT NOT = WS-TRL-COUNT-9
                       DISPLAY 'Trailer count does not tie to '
                               'returns on file - refused'
                       SET WS-FILE-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       160-CHECK-FILE-HEADER.
           IF IFH-REC-TYPE NOT = 'H'
              OR IFH-FEED-ID NOT = 'ACHRET'
              OR IFH-FILE-SEQ NOT NUMERIC
               DISPLAY 'Missing or bad registration header - '
                       'refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               MOVE IFH-FILE-SEQ TO WS-HDR-SEQ-9
               SET RECV-FUNC-CHECK TO TRUE
               MOVE 'ACHRET'            TO RECV-FEED-ID
               MOVE IFH-BUSINESS-DATE   TO RECV-BUSINESS-DATE
               MOVE WS-HDR-SEQ-9        TO RECV-FILE-SEQ
               CALL 'RECVLOG' USING RECV-PARM-AREA
               END-CALL
               EVALUATE TRUE
                   WHEN RECV-RC-DUPLICATE
                       DISPLAY 'Returns file sequence ' IFH-FILE-SEQ
                               ' already consumed - refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN RECV-RC-OUT-OF-SEQ
                       DISPLAY 'Returns file sequence ' IFH-FILE-SEQ
                               ' out of order - an earlier file '
                               'is missing, refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN RECV-RC-FAILED
                       DISPLAY 'Receive registry check failed - '
                               'refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       170-VERIFY-ONE-RECORD.
           READ RETURNS-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF NOT WS-VFY-EOF
               EVALUATE TRUE
                   WHEN RETURNS-RECORD(1:2) = 'T '
                       IF WS-TRAILER-SEEN
                           DISPLAY 'Two trailers on returns '
                                   'file - refused'
                           SET WS-FILE-REFUSED TO TRUE
                       ELSE
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE RETURNS-RECORD
                               TO INBOUND-TRAILER-LINE
                           IF IFT-RECORD-COUNT NUMERIC
                               MOVE IFT-RECORD-COUNT
                                   TO WS-TRL-COUNT-9
                           ELSE
                               DISPLAY 'Bad trailer count - refused'
                               SET WS-FILE-REFUSED TO TRUE
                           END-IF
                       END-IF
                   WHEN WS-TRAILER-SEEN
                       DISPLAY 'Records after the trailer - refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-VFY-DETAIL-CT
               END-EVALUATE
           END-IF.

       200-LOAD-REGISTER.
           OPEN OUTPUT REG-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'Register work file open failed, status '
                       WS-WORK-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF
           OPEN OUTPUT PAY-INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = '00'
               DISPLAY 'Payment index file open failed, status '
                       WS-INDEX-FILE-STATUS
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
           END-IF
           IF WS-INDEX-FILE-STATUS = '00'
               CLOSE PAY-INDEX-FILE
               OPEN I-O PAY-INDEX-FILE
           END-IF.

       250-LOAD-ONE-RECORD.
           READ PAY-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ
           IF NOT WS-REG-EOF
               MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
               PERFORM 680-ADD-WORK-ENTRY
               IF WS-RUN-FAILED
                   SET WS-REG-EOF TO TRUE
               END-IF
               IF PR-PAY-NUM NUMERIC
                  AND PR-PAY-NUM > WS-HIGH-NUM
                   MOVE PR-PAY-NUM TO WS-HIGH-NUM
               END-IF
           END-IF.

       300-APPLY-RETURNS.
           IF NOT WS-RET-PRESENT
               DISPLAY 'No ACH returns file today'
               SET WS-RET-EOF TO TRUE
           ELSE
               OPEN INPUT RETURNS-FILE
           END-IF

           PERFORM 350-APPLY-ONE-RETURN
               UNTIL WS-RET-EOF OR WS-RUN-FAILED

           IF WS-RET-PRESENT
               CLOSE RETURNS-FILE
           END-IF.

      *    only an issued or cleared EFT can come back -- a check
      *    is never returned through ACH, and a payment already
      *    void or returned has nothing left to return
       350-APPLY-ONE-RETURN.
           READ RETURNS-FILE
               AT END
                   SET WS-RET-EOF TO TRUE
           END-READ
      *    registration header and trailer were verified in the
      *    pre-pass and carry no returns
           IF NOT WS-RET-EOF
              AND RETURNS-RECORD(1:2) NOT = 'H '
              AND RETURNS-RECORD(1:2) NOT = 'T '
               MOVE SPACES TO RET-RPT-LINE
               MOVE AR-PAY-NUM       TO RTR-PAY-NUM
               MOVE AR-RETURN-REASON TO RTR-REASON
               MOVE AR-RETURN-DATE   TO RTR-RETURN-DATE
               PERFORM 380-DESCRIBE-REASON
               IF AR-AMOUNT NUMERIC
                   MOVE AR-AMOUNT-9 TO RTR-AMOUNT
               END-IF
               EVALUATE TRUE
                   WHEN AR-PAY-NUM NOT NUMERIC
                    OR AR-AMOUNT NOT NUMERIC
                    OR AR-RETURN-REASON = SPACES
                       MOVE 'BAD RECORD' TO RTR-VERDICT
                       PERFORM 600-REJECT-RETURN
                   WHEN AR-PAY-NUM = ZEROS
                       PERFORM 420-APPLY-PRENOTE-RETURN
                   WHEN OTHER
                       MOVE AR-PAY-NUM TO WS-RET-NUM
                       PERFORM 400-FIND-PAYMENT
                       PERFORM 450-CHECK-AND-APPLY
               END-EVALUATE
           END-IF.

       380-DESCRIBE-REASON.
           EVALUATE AR-RETURN-REASON
               WHEN 'R02'
                   MOVE 'ACCOUNT CLOSED' TO RTR-REASON-TEXT
               WHEN 'R03'
                   MOVE 'NO ACCOUNT' TO RTR-REASON-TEXT
               WHEN 'R04'
                   MOVE 'INVALID ACCT NO' TO RTR-REASON-TEXT
               WHEN OTHER
                   MOVE 'OTHER RETURN' TO RTR-REASON-TEXT
           END-EVALUATE.

       400-FIND-PAYMENT.
           MOVE 'N' TO WS-FOUND-SW
           MOVE WS-RET-NUM TO PX-PAY-NUM
           READ PAY-INDEX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PX-SEQ TO WS-FOUND-SUB
                   PERFORM 660-READ-WORK-ENTRY
           END-READ.

      *    a prenote moved no money, so there is no register entry
      *    -- the account itself is what failed
       420-APPLY-PRENOTE-RETURN.
           MOVE AR-PAYEE-ID      TO RTR-AU-ID
           MOVE AR-RETURN-REASON TO WS-ACCT-RETURN
           IF AR-RETURN-DATE NUMERIC
               MOVE AR-RETURN-DATE TO WS-ACCT-RETURN-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-ACCT-RETURN-DATE
           END-IF
           EVALUATE AR-PAYEE-TYPE
               WHEN 'A'
                   MOVE AR-PAYEE-ID TO WS-AU-ID
                   EXEC SQL
                       UPDATE AUTHBANK
                          SET RETURN_CODE = :WS-ACCT-RETURN,
                              RETURN_DATE = :WS-ACCT-RETURN-DATE,
                              PRENOTE_STATUS = 'R'
                          WHERE AU_ID = :WS-AU-ID
                   END-EXEC
               WHEN 'G'
                   MOVE AR-PAYEE-ID TO WS-AGENT-ID
                   EXEC SQL
                       UPDATE AGENTS
                          SET RETURN_CODE = :WS-ACCT-RETURN,
                              RETURN_DATE = :WS-ACCT-RETURN-DATE,
                              PRENOTE_STATUS = 'R'
                          WHERE AGENT_ID = :WS-AGENT-ID
                   END-EXEC
           END-EVALUATE
           PERFORM 900-CHECK-SQLCODE
           EVALUATE TRUE
               WHEN AR-PAYEE-TYPE NOT = 'A'
                AND AR-PAYEE-TYPE NOT = 'G'
                   MOVE 'BAD RECORD' TO RTR-VERDICT
                   PERFORM 600-REJECT-RETURN
               WHEN SQLCODE < ZERO
                   DISPLAY 'Prenote flag failed for ' AR-PAYEE-ID
               WHEN SQLCODE = 100
                   MOVE 'NO MATCH' TO RTR-VERDICT
                   PERFORM 600-REJECT-RETURN
               WHEN OTHER
                   ADD 1 TO WS-PRENOTE-RET-CT
                   MOVE 'PRENOTE RET' TO RTR-VERDICT
                   PERFORM 650-WRITE-RETURN-LINE
                   MOVE 'ACHRET' TO AUDIT-CALLER-ID
                   MOVE 'UPDATE' TO AUDIT-OPERATION
                   MOVE AR-PAYEE-ID TO AUDIT-AU-ID
                   MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
                   MOVE SPACES TO AUDIT-BEFORE-IMAGE
                                  AUDIT-AFTER-IMAGE
                   MOVE 'PRENOTE SENT' TO AUDIT-BEFORE-IMAGE
                   STRING 'PRENOTE RETURNED ' WS-ACCT-RETURN
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                   END-CALL
           END-EVALUATE.

       450-CHECK-AND-APPLY.
           IF WS-ENTRY-FOUND
               MOVE PR-AU-ID TO RTR-AU-ID
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-FOUND
                   MOVE 'NO MATCH' TO RTR-VERDICT
                   PERFORM 600-REJECT-RETURN
               WHEN PR-RETURNED
                   MOVE 'DUP RETURN' TO RTR-VERDICT
                   PERFORM 600-REJECT-RETURN
               WHEN PR-CHECK-NUM NOT = SPACES
                   MOVE 'NOT AN EFT' TO RTR-VERDICT
                   PERFORM 600-REJECT-RETURN
               WHEN NOT (PR-ISSUED OR PR-CLEARED)
                   MOVE 'NOT ISSUED' TO RTR-VERDICT
                   PERFORM 600-REJECT-RETURN
               WHEN AR-AMOUNT-9 NOT = PR-AMOUNT
                   MOVE 'AMT DIFFERS' TO RTR-VERDICT
                   PERFORM 600-REJECT-RETURN
               WHEN OTHER
                   PERFORM 500-RETURN-AND-REISSUE
           END-EVALUATE.

      *    the original closes as returned, the bank record is
      *    flagged, and the reissue goes on as PAYVOID's does
       500-RETURN-AND-REISSUE.
           MOVE 'R'              TO PR-STATUS
           IF AR-RETURN-DATE NUMERIC
               MOVE AR-RETURN-DATE TO PR-STATUS-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO PR-STATUS-DATE
           END-IF
           MOVE AR-RETURN-REASON TO PR-RETURN-REASON
           PERFORM 670-REWRITE-WORK-ENTRY
           SET WS-REGISTER-CHANGED TO TRUE

           PERFORM 550-FLAG-BANK-RECORD

           ADD 1 TO WS-HIGH-NUM
           MOVE WS-HIGH-NUM      TO PR-PAY-NUM
           MOVE 'P'              TO PR-STATUS
           MOVE WS-BUSINESS-DATE TO PR-STATUS-DATE
           MOVE WS-RET-NUM       TO PR-ORIG-PAY-NUM
           MOVE SPACES           TO PR-CHECK-NUM
           MOVE SPACE            TO PR-POSPAY-SENT
           MOVE SPACES           TO PR-RETURN-REASON
      *    the reissue goes on paper whatever the account says
           MOVE 'C'              TO PR-PAY-VIA
           PERFORM 680-ADD-WORK-ENTRY

           ADD 1 TO WS-RETURNED-CT
           ADD PR-AMOUNT TO WS-RETURNED-AMT
           MOVE 'REISSUED' TO RTR-VERDICT
           MOVE PR-PAY-NUM TO RTR-NEW-PAY-NUM
           PERFORM 650-WRITE-RETURN-LINE.

      *    the account the EFT went to -- the agent's on AGENTS
      *    for an agent payee, otherwise the author's AUTHBANK
      *    row.  The return code on the row is what BANKDISB and
      *    CHKPRINT read as "pay this payee by check".
       550-FLAG-BANK-RECORD.
           MOVE AR-RETURN-REASON TO WS-ACCT-RETURN
           MOVE PR-STATUS-DATE   TO WS-ACCT-RETURN-DATE
           MOVE 'ACHRET' TO AUDIT-CALLER-ID
           MOVE 'UPDATE' TO AUDIT-OPERATION
           MOVE PR-AU-ID TO AUDIT-AU-ID
           MOVE SPACES TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
           IF PR-PAYEE-AGENT
               MOVE PR-PAYEE-ID TO WS-AGENT-ID
               EXEC SQL
                   UPDATE AGENTS
                      SET RETURN_CODE = :WS-ACCT-RETURN,
                          RETURN_DATE = :WS-ACCT-RETURN-DATE
                      WHERE AGENT_ID = :WS-AGENT-ID
               END-EXEC
               STRING 'AGENT ' WS-AGENT-ID ' BANK ACTIVE'
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
               STRING 'AGENT ' WS-AGENT-ID ' BANK RETURNED '
                      WS-ACCT-RETURN
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
           ELSE
               MOVE PR-AU-ID TO WS-AU-ID
               EXEC SQL
                   UPDATE AUTHBANK
                      SET RETURN_CODE = :WS-ACCT-RETURN,
                          RETURN_DATE = :WS-ACCT-RETURN-DATE
                      WHERE AU_ID = :WS-AU-ID
               END-EXEC
               MOVE 'BANK ACTIVE' TO AUDIT-BEFORE-IMAGE
               STRING 'BANK RETURNED ' WS-ACCT-RETURN
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
           END-IF
           MOVE SQLCODE TO DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               DISPLAY 'Bank flag failed for payment ' PR-PAY-NUM
                       ', SQLCODE ' DISP-CODE
           ELSE
               MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
               CALL 'AUDITLOG' USING AUDIT-PARM-AREA
               END-CALL
           END-IF.

       600-REJECT-RETURN.
           ADD 1 TO WS-REJECT-CT
           PERFORM 650-WRITE-RETURN-LINE.

       650-WRITE-RETURN-LINE.
           MOVE RET-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING RET-RPT-CTL
           END-CALL.

      *    the payment found on the index, fetched from its place
      *    on the register work file
       660-READ-WORK-ENTRY.
           MOVE WS-FOUND-SUB TO RW-SEQ
           READ REG-WORK-FILE
               INVALID KEY
                   DISPLAY 'Register work file read failed, status '
                           WS-WORK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
               NOT INVALID KEY
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE RW-REG-LINE TO PAY-REGISTER-LINE
           END-READ.

       670-REWRITE-WORK-ENTRY.
           MOVE WS-FOUND-SUB      TO RW-SEQ
           MOVE PAY-REGISTER-LINE TO RW-REG-LINE
           REWRITE REG-WORK-RECORD
               INVALID KEY
                   DISPLAY 'Register work file rewrite failed, '
                           'status ' WS-WORK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
           END-REWRITE.

      *    a payment goes on the end of the register and onto the
      *    index; a payment number on the register twice keeps
      *    its first entry, as the search of the register did
       680-ADD-WORK-ENTRY.
           ADD 1 TO WS-REG-CT
           MOVE WS-REG-CT         TO RW-SEQ
           MOVE PAY-REGISTER-LINE TO RW-REG-LINE
           WRITE REG-WORK-RECORD
               INVALID KEY
                   DISPLAY 'Register work file write failed, '
                           'status ' WS-WORK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
           END-WRITE
           IF PR-PAY-NUM NUMERIC
               MOVE PR-PAY-NUM TO PX-PAY-NUM
               MOVE WS-REG-CT  TO PX-SEQ
               WRITE PAY-INDEX-RECORD
                   INVALID KEY
                       IF WS-INDEX-FILE-STATUS NOT = '22'
                           DISPLAY 'Payment index write failed, '
                                   'status ' WS-INDEX-FILE-STATUS
                           SET WS-RUN-FAILED TO TRUE
                       END-IF
               END-WRITE
           END-IF.

      *    an entry the work file can't give back is not written
      *    as a blank
       700-REWRITE-REGISTER.
           OPEN OUTPUT PAY-REGISTER-FILE
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-CT
               MOVE WS-REG-SUB TO WS-FOUND-SUB
               MOVE SPACES TO RW-REG-LINE
               PERFORM 660-READ-WORK-ENTRY
               IF RW-REG-LINE NOT = SPACES
                   MOVE RW-REG-LINE TO PAY-REGISTER-RECORD
                   WRITE PAY-REGISTER-RECORD
               END-IF
           END-PERFORM
           CLOSE PAY-REGISTER-FILE.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM ACHRET.
