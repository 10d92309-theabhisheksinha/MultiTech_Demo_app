       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVWOFF.
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
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-APPR-FILE.
       01  PEND-APPR-RECORD        PIC X(110).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.
           COPY APPRPARM.

      *    advance write-off proposals -- an unrecouped balance on
      *    a title that has been retired, whose rights have reverted
      *    to the author, or that has sold nothing on SALESSUM for
      *    the run-control number of years, is not an asset any
      *    more.  Each balance meeting the criteria is proposed
      *    here and queued through APPRQUE; nothing touches
      *    ADVANCES until a second operator releases the item in
      *    APPRREL, which closes the row as written off.  ADVWOGL
      *    then journals the period's releases to write-off
      *    expense.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-APPR-FILE-STATUS   PIC XX.
       01 WS-QUEUE-EOF-SW       PIC X VALUE 'N'.
           88 WS-QUEUE-EOF          VALUE 'Y'.
       01 WS-WO-MORE-SW         PIC X VALUE 'Y'.
           88 WS-WO-NO-MORE         VALUE 'N'.

           COPY APPRREC.

      *    write-offs already waiting on a supervisor -- a second
      *    run before the release must not queue the same balance
      *    twice
       01 WS-QUEUED-TABLE.
           05 WS-QUEUED-KEY OCCURS 500 TIMES
                                PIC X(15).
       01 WS-QUEUED-CT          PIC 9(4) COMP VALUE ZERO.
       01 WS-QUEUED-SUB         PIC 9(4) COMP.
       01 WS-QUEUED-SW          PIC X.
           88 WS-ALREADY-QUEUED     VALUE 'Y'.
       01 WS-THIS-KEY           PIC X(15).

      *    dormancy window and floor off the run-control card set --
      *    three years without a sale, and any balance at all, as
      *    the shipped defaults
       01 WS-DORMANT-YEARS      PIC 9(2) VALUE 3.
       01 WS-YEARS-X            PIC X(2).
       01 WS-YEARS-9 REDEFINES WS-YEARS-X
                                PIC 9(2).
       01 WS-MIN-BALANCE        PIC S9(9)V99 VALUE 0.01.
       01 WS-MIN-X              PIC X(11).
       01 WS-MIN-9 REDEFINES WS-MIN-X
                                PIC 9(9)V99.

       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-BUS-DATE-X         PIC X(8).
       01 WS-BUS-DATE-9 REDEFINES WS-BUS-DATE-X.
           05 WS-BUS-YEAR           PIC 9(4).
           05 WS-BUS-MMDD           PIC X(4).
       01 WS-CUTOFF-YEAR        PIC 9(4).
       01 WS-CUTOFF-DATE        PIC X(8).
       01 WS-CUTOFF-PER         PIC X(6).

       01 WS-WO-AU-ID           PIC X(11).
       01 WS-WO-AU-LNAME        PIC X(40).
       01 WS-WO-TITLE-ID        PIC S9(4) COMP.
       01 WS-WO-TITLE-ID-9      PIC 9(4).
       01 WS-WO-UNRECOUPED      PIC S9(9)V99.
       01 WS-WO-ADV-DATE        PIC X(8).
       01 WS-WO-TITLE-STATUS    PIC X.
       01 WS-WO-REASON          PIC X(8).
       01 WS-BAL-X              PIC X(11).
       01 WS-BAL-9 REDEFINES WS-BAL-X
                                PIC 9(9)V99.

       01 WS-PROPOSED-CT        PIC 9(6) COMP VALUE ZERO.
       01 WS-DUP-CT             PIC 9(6) COMP VALUE ZERO.
       01 WS-TOT-PROPOSED       PIC S9(11)V99 VALUE ZERO.
       01 DISP-WO-CT            PIC ZZZ,ZZ9.
       01 DISP-WO-AMT           PIC $$,$$$,$$$,$$9.99.

       01 WOFF-RPT-LINE.
           05 WR-AU-ID              PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 WR-AU-LNAME           PIC X(25).
           05 FILLER                PIC X  VALUE SPACE.
           05 WR-TITLE-ID           PIC 9(5).
           05 FILLER                PIC X  VALUE SPACE.
           05 WR-UNRECOUPED         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 WR-ADV-DATE           PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 WR-REASON             PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 WR-ITEM               PIC X(14).
           05 FILLER                PIC X(8) VALUE SPACES.

       01 WOFF-RPT-CTL.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'ADVWOFF' TO MYRF-CALLER-ID
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

           MOVE 'ADVWOFF' TO RUNP-STEP-NAME
           MOVE 'DORMANT-YRS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:2) TO WS-YEARS-X
           IF RUNP-RC-OK
              AND WS-YEARS-X NUMERIC
              AND WS-YEARS-X NOT = '00'
               MOVE WS-YEARS-9 TO WS-DORMANT-YEARS
           END-IF

           MOVE 'ADVWOFF' TO RUNP-STEP-NAME
           MOVE 'MIN-BALANCE' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:11) TO WS-MIN-X
           IF RUNP-RC-OK AND WS-MIN-X NUMERIC
               MOVE WS-MIN-9 TO WS-MIN-BALANCE
           END-IF

      *    dormant means no sales since the same day the window
      *    years ago -- and an advance paid inside the window is
      *    never dormant, however quiet its title has been
           MOVE WS-BUSINESS-DATE TO WS-BUS-DATE-X
           COMPUTE WS-CUTOFF-YEAR = WS-BUS-YEAR - WS-DORMANT-YEARS
           STRING WS-CUTOFF-YEAR WS-BUS-MMDD
               DELIMITED BY SIZE INTO WS-CUTOFF-DATE
           MOVE WS-CUTOFF-DATE(1:6) TO WS-CUTOFF-PER

           PERFORM 200-LOAD-QUEUED-WRITEOFFS

           MOVE 'ADVWOFF.DAT' TO RPT-FILE-NAME
           MOVE 'ADVANCE WRITE-OFF PROPOSALS' TO RPT-TITLE
           MOVE 'AU_ID       LAST NAME                 TITLE'
               TO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING WOFF-RPT-CTL
           END-CALL

           EXEC SQL
               DECLARE WOFFCUR CURSOR FOR
               SELECT V.AU_ID, A.AU_LNAME, V.TITLE_ID,
                      V.UNRECOUPED, V.ADV_DATE, T.TITLE_STATUS
                  FROM ADVANCES V, authors A, titles T
                  WHERE V.AU_ID = A.AU_ID
                    AND V.TITLE_ID = T.TITLE_ID
                    AND V.UNRECOUPED >= :WS-MIN-BALANCE
                    AND (T.TITLE_STATUS IN ('I','R')
                         OR (V.ADV_DATE < :WS-CUTOFF-DATE
                             AND NOT EXISTS
                                (SELECT 1 FROM SALESSUM S
                                   WHERE S.TITLE_ID = V.TITLE_ID
                                     AND S.PERIOD >= :WS-CUTOFF-PER
                                     AND S.UNITS > 0)))
                  ORDER BY V.AU_ID, V.TITLE_ID
           END-EXEC

           EXEC SQL
               OPEN WOFFCUR
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open WOFFCUR ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO
               SET WS-WO-NO-MORE TO TRUE
           END-IF

           PERFORM 300-PROPOSE-ONE-BALANCE UNTIL WS-WO-NO-MORE

           EXEC SQL
               CLOSE WOFFCUR
           END-EXEC

           MOVE SPACES TO WOFF-RPT-LINE
           MOVE 'TOTAL' TO WR-AU-ID
           MOVE WS-TOT-PROPOSED TO WR-UNRECOUPED
           MOVE WOFF-RPT-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING WOFF-RPT-CTL
           END-CALL

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING WOFF-RPT-CTL
           END-CALL

           MOVE WS-PROPOSED-CT TO DISP-WO-CT
           DISPLAY 'Advance write-off - items queued:     '
                   DISP-WO-CT
           MOVE WS-DUP-CT TO DISP-WO-CT
           DISPLAY 'Advance write-off - already pending:  '
                   DISP-WO-CT
           MOVE WS-TOT-PROPOSED TO DISP-WO-AMT
           DISPLAY 'Advance write-off - amount queued:    '
                   DISP-WO-AMT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    pending ADVWOFF items off the approval queue, keyed
      *    AU_ID plus TITLE_ID the way the item carries them
       200-LOAD-QUEUED-WRITEOFFS.
           OPEN INPUT PEND-APPR-FILE
           IF WS-APPR-FILE-STATUS NOT = '00'
               SET WS-QUEUE-EOF TO TRUE
           END-IF
           PERFORM 250-LOAD-ONE-QUEUED UNTIL WS-QUEUE-EOF
           IF WS-APPR-FILE-STATUS = '00' OR '10'
               CLOSE PEND-APPR-FILE
           END-IF.

       250-LOAD-ONE-QUEUED.
           READ PEND-APPR-FILE
               AT END
                   SET WS-QUEUE-EOF TO TRUE
           END-READ
           IF NOT WS-QUEUE-EOF
               MOVE PEND-APPR-RECORD TO PEND-APPR-LINE
               IF PA-PENDING
                  AND PA-TYPE = 'ADVWOFF'
                  AND WS-QUEUED-CT < 500
                   ADD 1 TO WS-QUEUED-CT
                   MOVE PA-KEY TO WS-QUEUED-KEY(WS-QUEUED-CT)(1:11)
                   MOVE PA-OLD-VALUE(1:4)
                       TO WS-QUEUED-KEY(WS-QUEUED-CT)(12:4)
               END-IF
           END-IF.

       300-PROPOSE-ONE-BALANCE.
           EXEC SQL
               FETCH WOFFCUR INTO
                  :WS-WO-AU-ID, :WS-WO-AU-LNAME,
                  :WS-WO-TITLE-ID, :WS-WO-UNRECOUPED,
                  :WS-WO-ADV-DATE, :WS-WO-TITLE-STATUS
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-WO-NO-MORE TO TRUE
           ELSE
               EVALUATE WS-WO-TITLE-STATUS
                   WHEN 'I'
                       MOVE 'RETIRED'  TO WS-WO-REASON
                   WHEN 'R'
                       MOVE 'REVERTED' TO WS-WO-REASON
                   WHEN OTHER
                       MOVE 'NO SALES' TO WS-WO-REASON
               END-EVALUATE
               MOVE WS-WO-TITLE-ID TO WS-WO-TITLE-ID-9

               MOVE SPACES TO WOFF-RPT-LINE
               MOVE WS-WO-AU-ID           TO WR-AU-ID
               MOVE WS-WO-AU-LNAME(1:25)  TO WR-AU-LNAME
               MOVE WS-WO-TITLE-ID        TO WR-TITLE-ID
               MOVE WS-WO-UNRECOUPED      TO WR-UNRECOUPED
               MOVE WS-WO-ADV-DATE        TO WR-ADV-DATE
               MOVE WS-WO-REASON          TO WR-REASON

               PERFORM 320-CHECK-ALREADY-QUEUED
               IF WS-ALREADY-QUEUED
                   ADD 1 TO WS-DUP-CT
                   MOVE 'ALREADY QUEUED' TO WR-ITEM
               ELSE
                   PERFORM 350-QUEUE-WRITEOFF
               END-IF

               MOVE WOFF-RPT-LINE TO RPT-DETAIL-LINE
               SET RPT-FUNC-DETAIL TO TRUE
               CALL 'RPTWRITE' USING WOFF-RPT-CTL
               END-CALL
           END-IF.

       320-CHECK-ALREADY-QUEUED.
           MOVE 'N' TO WS-QUEUED-SW
           MOVE WS-WO-AU-ID      TO WS-THIS-KEY(1:11)
           MOVE WS-WO-TITLE-ID-9 TO WS-THIS-KEY(12:4)
           PERFORM VARYING WS-QUEUED-SUB FROM 1 BY 1
                   UNTIL WS-QUEUED-SUB > WS-QUEUED-CT
                      OR WS-ALREADY-QUEUED
               IF WS-QUEUED-KEY(WS-QUEUED-SUB) = WS-THIS-KEY
                   SET WS-ALREADY-QUEUED TO TRUE
               END-IF
           END-PERFORM.

      *    the item carries the TITLE_ID and the balance as it
      *    stood when proposed -- APPRREL only closes the row if
      *    the balance is still that figure, so a recoupment that
      *    lands between proposal and release leaves the item
      *    pending for a fresh look
       350-QUEUE-WRITEOFF.
           MOVE WS-WO-UNRECOUPED TO WS-BAL-9
           MOVE 'ADVWOFF'        TO APPR-CALLER-ID
           MOVE 'ADVWOFF'        TO APPR-TYPE
           MOVE WS-WO-AU-ID      TO APPR-KEY
           MOVE SPACES           TO APPR-OLD-VALUE
           MOVE WS-WO-TITLE-ID-9 TO APPR-OLD-VALUE(1:4)
           MOVE WS-BAL-X         TO APPR-OLD-VALUE(6:11)
           MOVE SPACES           TO APPR-NEW-VALUE
           MOVE WS-WO-REASON     TO APPR-NEW-VALUE(1:8)
           MOVE 'ADVWOFF '       TO APPR-OPER-ID
           CALL 'APPRQUE' USING APPR-PARM-AREA
           END-CALL

           IF APPR-RC-OK
               ADD 1 TO WS-PROPOSED-CT
               ADD WS-WO-UNRECOUPED TO WS-TOT-PROPOSED
               MOVE SPACES TO WR-ITEM
               STRING 'QUEUED ' APPR-SEQ
                   DELIMITED BY SIZE INTO WR-ITEM
           ELSE
               DISPLAY 'Write-off queue failed for ' WS-WO-AU-ID
                       ' title ' WS-WO-TITLE-ID-9
               MOVE 'QUEUE FAILED' TO WR-ITEM
               SET WS-RUN-FAILED TO TRUE
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM ADVWOFF.
