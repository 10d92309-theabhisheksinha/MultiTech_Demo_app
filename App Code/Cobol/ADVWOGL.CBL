       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVWOGL.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-APPR-FILE ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "ROYGLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "ADVWOJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-APPR-FILE.
       01  PEND-APPR-RECORD        PIC X(110).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 MAP-STATE             PIC X(2).
           05 FILLER                PIC X.
           05 MAP-COUNTRY           PIC X(30).
           05 FILLER                PIC X.
           05 MAP-ACCOUNT           PIC X(8).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.

      *    the advance write-off journal, built the way ROYGL
      *    builds the royalty accrual -- every ADVANCES row APPRREL
      *    closed as written off this period moves its balance out
      *    of the advances asset and into write-off expense.  The
      *    accounts come off the same ROYGLMAP.DAT card file: the
      *    '##' card names write-off expense and the '&&' card the
      *    advances asset.  Debits must equal credits, and the
      *    journal must tie to the write-offs the approval queue
      *    shows released this period, before it leaves the shop.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-APPR-FILE-STATUS   PIC XX.
       01 WS-MAP-FILE-STATUS    PIC XX.
       01 WS-QUEUE-EOF-SW       PIC X VALUE 'N'.
           88 WS-QUEUE-EOF          VALUE 'Y'.
       01 WS-MAP-EOF-SW         PIC X VALUE 'N'.
           88 WS-MAP-EOF            VALUE 'Y'.
       01 WS-WO-MORE-SW         PIC X VALUE 'Y'.
           88 WS-WO-NO-MORE         VALUE 'N'.

           COPY APPRREC.

       01 WS-PAY-PERIOD         PIC X(6).
       01 WS-EXPENSE-ACCOUNT    PIC X(8) VALUE SPACES.
       01 WS-ASSET-ACCOUNT      PIC X(8) VALUE SPACES.

       01 WS-WO-AU-ID           PIC X(11).
       01 WS-WO-TITLE-ID        PIC S9(4) COMP.
       01 WS-WO-TITLE-ID-9      PIC 9(4).
       01 WS-WO-AMOUNT          PIC S9(9)V99.
       01 WS-WO-REASON          PIC X(8).
       01 WS-BAL-X              PIC X(11).
       01 WS-BAL-9 REDEFINES WS-BAL-X
                                PIC 9(9)V99.

       01 WS-WO-CT              PIC 9(6) COMP VALUE ZERO.
       01 WS-WO-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01 WS-RELEASED-CT        PIC 9(6) COMP VALUE ZERO.
       01 WS-RELEASED-TOTAL     PIC S9(13)V99 VALUE ZERO.
       01 WS-JRNL-LINE-CT       PIC 9(4) COMP VALUE ZERO.
       01 DISP-GL-CT            PIC ZZZ,ZZ9.
       01 DISP-GL-AMT           PIC -9,999,999,999,999.99.
       01 DISP-WO-AMT           PIC ZZZ,ZZZ,ZZ9.99.

       01 GL-JOURNAL-LINE.
           05 JL-ACCOUNT            PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 JL-DEBIT              PIC -9999999999999.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 JL-CREDIT             PIC -9999999999999.99.
           05 FILLER                PIC X(37) VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'ADVWOGL' TO MYRF-CALLER-ID
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
               MOVE BDT-BUSINESS-DATE(1:6) TO WS-PAY-PERIOD
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PAY-PERIOD
           END-IF

           PERFORM 200-LOAD-ACCOUNT-MAP
           IF WS-EXPENSE-ACCOUNT = SPACES
               DISPLAY 'No write-off expense account (## card) on '
                       'ROYGLMAP.DAT - run aborted'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ASSET-ACCOUNT = SPACES
               DISPLAY 'No advances asset account (&& card) on '
                       'ROYGLMAP.DAT - run aborted'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 300-READ-THE-WRITEOFFS
           PERFORM 400-READ-THE-RELEASES
           PERFORM 500-WRITE-THE-JOURNAL
           PERFORM 600-PROVE-THE-BALANCE
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    only the two write-off cards matter here -- the
      *    jurisdiction cards belong to ROYGL
       200-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'No account map file, status '
                       WS-MAP-FILE-STATUS
               SET WS-MAP-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-MAP-EOF
               READ GL-MAP-FILE
                   AT END
                       SET WS-MAP-EOF TO TRUE
               END-READ
               IF NOT WS-MAP-EOF
                  AND MAP-ACCOUNT NOT = SPACES
                   EVALUATE MAP-STATE
                       WHEN '##'
                           MOVE MAP-ACCOUNT TO WS-EXPENSE-ACCOUNT
                       WHEN '&&'
                           MOVE MAP-ACCOUNT TO WS-ASSET-ACCOUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-MAP-FILE-STATUS = '00' OR WS-MAP-FILE-STATUS = '10'
               CLOSE GL-MAP-FILE
           END-IF.

      *    the journal is built from the ADVANCES rows themselves --
      *    what the ledger actually closed this period
       300-READ-THE-WRITEOFFS.
           EXEC SQL
               DECLARE WOGLCUR CURSOR FOR
               SELECT AU_ID, TITLE_ID, WOFF_AMOUNT, WOFF_REASON
                  FROM ADVANCES
                  WHERE ADV_STATUS = 'W'
                    AND WOFF_PER = :WS-PAY-PERIOD
                  ORDER BY AU_ID, TITLE_ID
           END-EXEC

           EXEC SQL
               OPEN WOGLCUR
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open WOGLCUR ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-WO-NO-MORE TO TRUE
           END-IF

           PERFORM 350-TAKE-ONE-WRITEOFF UNTIL WS-WO-NO-MORE

           EXEC SQL
               CLOSE WOGLCUR
           END-EXEC.

       350-TAKE-ONE-WRITEOFF.
           EXEC SQL
               FETCH WOGLCUR INTO
                  :WS-WO-AU-ID, :WS-WO-TITLE-ID, :WS-WO-AMOUNT,
                  :WS-WO-REASON
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-WO-NO-MORE TO TRUE
           ELSE
               ADD 1 TO WS-WO-CT
               ADD WS-WO-AMOUNT TO WS-WO-TOTAL
               MOVE WS-WO-TITLE-ID TO WS-WO-TITLE-ID-9
               MOVE WS-WO-AMOUNT   TO DISP-WO-AMT
               DISPLAY 'write-off ' WS-WO-AU-ID ' title '
                       WS-WO-TITLE-ID-9 ' ' DISP-WO-AMT ' '
                       WS-WO-REASON
           END-IF.

      *    the control side: write-off items a supervisor released
      *    this period, at the balance each was released for
       400-READ-THE-RELEASES.
           OPEN INPUT PEND-APPR-FILE
           IF WS-APPR-FILE-STATUS NOT = '00'
               DISPLAY 'No pending-approval file, status '
                       WS-APPR-FILE-STATUS
               SET WS-QUEUE-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-QUEUE-EOF
               READ PEND-APPR-FILE
                   AT END
                       SET WS-QUEUE-EOF TO TRUE
               END-READ
               IF NOT WS-QUEUE-EOF
                   MOVE PEND-APPR-RECORD TO PEND-APPR-LINE
                   MOVE PA-OLD-VALUE(6:11) TO WS-BAL-X
                   IF PA-APPLIED
                      AND PA-TYPE = 'ADVWOFF'
                      AND PA-ACT-DATE(1:6) = WS-PAY-PERIOD
                      AND WS-BAL-X NUMERIC
                       ADD 1 TO WS-RELEASED-CT
                       ADD WS-BAL-9 TO WS-RELEASED-TOTAL
                   END-IF
               END-IF
           END-PERFORM

           IF WS-APPR-FILE-STATUS = '00' OR WS-APPR-FILE-STATUS = '10'
               CLOSE PEND-APPR-FILE
           END-IF.

      *    expense debit, asset credit -- nothing written off this
      *    period still leaves an empty journal for the GL feed
       500-WRITE-THE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE

           IF WS-WO-TOTAL NOT = ZERO
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE WS-EXPENSE-ACCOUNT TO JL-ACCOUNT
               MOVE WS-WO-TOTAL        TO JL-DEBIT
               MOVE ZERO               TO JL-CREDIT
               MOVE GL-JOURNAL-LINE TO GL-JOURNAL-RECORD
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-JRNL-LINE-CT

               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE WS-ASSET-ACCOUNT TO JL-ACCOUNT
               MOVE ZERO             TO JL-DEBIT
               MOVE WS-WO-TOTAL      TO JL-CREDIT
               MOVE GL-JOURNAL-LINE TO GL-JOURNAL-RECORD
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-JRNL-LINE-CT
           END-IF

           CLOSE GL-JOURNAL-FILE.

      *    the journal must tie, count and amount, to what the
      *    supervisors released -- a write-off closed outside the
      *    queue, or a release the ledger never took, stays home
       600-PROVE-THE-BALANCE.
           MOVE WS-WO-TOTAL TO DISP-GL-AMT
           DISPLAY 'Write-off GL - journal total:  ' DISP-GL-AMT
           MOVE WS-RELEASED-TOTAL TO DISP-GL-AMT
           DISPLAY 'Write-off GL - released total: ' DISP-GL-AMT

           IF WS-WO-CT NOT = WS-RELEASED-CT
              OR WS-WO-TOTAL NOT = WS-RELEASED-TOTAL
               DISPLAY 'WRITE-OFF GL OUT OF BALANCE - ledger does '
                       'not tie to the released items'
               SET WS-RUN-FAILED TO TRUE
           END-IF

           IF NOT WS-RUN-FAILED
               MOVE WS-JRNL-LINE-CT TO DISP-GL-CT
               DISPLAY 'Write-off GL balanced - journal lines: '
                       DISP-GL-CT
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM ADVWOGL.
