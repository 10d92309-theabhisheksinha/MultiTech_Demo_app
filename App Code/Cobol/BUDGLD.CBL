       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGLD.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-FILE-STATUS.
           SELECT BUDGET-SUSPENSE-FILE ASSIGN TO "BUDGSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    the imprint budget -- finance keys the year's royalty
      *    expense and unit sales for each PUBLISHERS code one
      *    month per record, dollars and expense in cents
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05 BG-PUB-CODE           PIC X(4).
           05 BG-PERIOD             PIC X(6).
           05 BG-UNITS              PIC X(9).
           05 BG-DOLLARS            PIC X(13).
           05 BG-EXPENSE            PIC X(11).

       FD  BUDGET-SUSPENSE-FILE.
       01  BUDGET-SUSPENSE-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY FISCPARM.

      *    budget load to ROYBUDGET for BUDRPT.  A record replaces
      *    whatever budget the imprint already had for the month,
      *    so a reforecast is simply the revised file loaded over
      *    the original.  The month must be a real period the
      *    fiscal calendar still has open -- a budget for a sealed
      *    month would rewrite the variance already reported on it.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-BUD-FILE-STATUS    PIC XX.
       01 WS-BUD-EOF-SW         PIC X VALUE 'N'.
           88 WS-BUD-EOF            VALUE 'Y'.
       01 WS-BUD-READ-CT        PIC 9(6) COMP VALUE ZERO.
       01 WS-BUD-INSERT-CT      PIC 9(6) COMP VALUE ZERO.
       01 WS-BUD-REPLACE-CT     PIC 9(6) COMP VALUE ZERO.
       01 WS-BUD-REJECT-CT      PIC 9(6) COMP VALUE ZERO.
       01 DISP-BUD-CT           PIC ZZZ,ZZ9.

       01 WS-BD-PUB-CODE        PIC X(4).
       01 WS-BD-PERIOD          PIC X(6).
       01 WS-BD-UNITS           PIC S9(9) COMP.
       01 WS-BD-DOLLARS         PIC S9(11)V99.
       01 WS-BD-EXPENSE         PIC S9(9)V99.
       01 WS-UNITS-X            PIC X(9).
       01 WS-UNITS-9 REDEFINES WS-UNITS-X
                                PIC 9(9).
       01 WS-DOLLARS-X          PIC X(13).
       01 WS-DOLLARS-9 REDEFINES WS-DOLLARS-X
                                PIC 9(11)V99.
       01 WS-EXPENSE-X          PIC X(11).
       01 WS-EXPENSE-9 REDEFINES WS-EXPENSE-X
                                PIC 9(9)V99.
       01 WS-PER-X              PIC X(6).
       01 WS-PER-9 REDEFINES WS-PER-X.
           05 WS-PER-YEAR           PIC 9(4).
           05 WS-PER-MONTH          PIC 9(2).
       01 WS-PUB-EXISTS-CT      PIC S9(9) COMP.
       01 WS-REJECT-REASON      PIC X(40).

       01 BUDGET-SUSPENSE-LINE.
           05 BSUSP-PUB-CODE        PIC X(4).
           05 FILLER                PIC X  VALUE SPACE.
           05 BSUSP-PERIOD          PIC X(6).
           05 FILLER                PIC X  VALUE SPACE.
           05 BSUSP-UNITS           PIC X(9).
           05 FILLER                PIC X  VALUE SPACE.
           05 BSUSP-DOLLARS         PIC X(13).
           05 FILLER                PIC X  VALUE SPACE.
           05 BSUSP-EXPENSE         PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 BSUSP-REASON          PIC X(40).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'BUDGLD' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BUDGET-FILE
           IF WS-BUD-FILE-STATUS NOT = '00'
               DISPLAY 'No budget file, status ' WS-BUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND BUDGET-SUSPENSE-FILE

           PERFORM UNTIL WS-BUD-EOF
               READ BUDGET-FILE
                   AT END
                       SET WS-BUD-EOF TO TRUE
               END-READ
               IF NOT WS-BUD-EOF
                   ADD 1 TO WS-BUD-READ-CT
                   PERFORM 400-EDIT-BUDGET

                   IF WS-REJECT-REASON = SPACES
                       PERFORM 450-STORE-BUDGET
                   ELSE
                       ADD 1 TO WS-BUD-REJECT-CT
                       DISPLAY 'rejected ' BG-PUB-CODE ' '
                               BG-PERIOD ' -> ' WS-REJECT-REASON
                       MOVE SPACES TO BUDGET-SUSPENSE-LINE
                       MOVE BG-PUB-CODE      TO BSUSP-PUB-CODE
                       MOVE BG-PERIOD        TO BSUSP-PERIOD
                       MOVE BG-UNITS         TO BSUSP-UNITS
                       MOVE BG-DOLLARS       TO BSUSP-DOLLARS
                       MOVE BG-EXPENSE       TO BSUSP-EXPENSE
                       MOVE WS-REJECT-REASON TO BSUSP-REASON
                       MOVE BUDGET-SUSPENSE-LINE
                            TO BUDGET-SUSPENSE-RECORD
                       WRITE BUDGET-SUSPENSE-RECORD
                   END-IF
               END-IF
           END-PERFORM

           CLOSE BUDGET-FILE
           CLOSE BUDGET-SUSPENSE-FILE

           MOVE WS-BUD-READ-CT    TO DISP-BUD-CT
           DISPLAY 'Budget load - records read:   ' DISP-BUD-CT
           MOVE WS-BUD-INSERT-CT  TO DISP-BUD-CT
           DISPLAY 'Budget load - rows inserted:  ' DISP-BUD-CT
           MOVE WS-BUD-REPLACE-CT TO DISP-BUD-CT
           DISPLAY 'Budget load - rows replaced:  ' DISP-BUD-CT
           MOVE WS-BUD-REJECT-CT  TO DISP-BUD-CT
           DISPLAY 'Budget load - rows rejected:  ' DISP-BUD-CT
           .
       100-EXIT.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-BUD-REJECT-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

      *    raw fields are edited before any numeric move, the same
      *    as the other loads
       400-EDIT-BUDGET.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE BG-PERIOD TO WS-PER-X

           EVALUATE TRUE
               WHEN BG-PUB-CODE = SPACES
                   MOVE 'Missing publisher code' TO WS-REJECT-REASON
               WHEN WS-PER-X NOT NUMERIC
                   MOVE 'Period must be YYYYMM' TO WS-REJECT-REASON
               WHEN WS-PER-MONTH < 1 OR WS-PER-MONTH > 12
                   MOVE 'Period must be YYYYMM' TO WS-REJECT-REASON
               WHEN BG-UNITS NOT NUMERIC
                   MOVE 'Invalid budget units' TO WS-REJECT-REASON
               WHEN BG-DOLLARS NOT NUMERIC
                   MOVE 'Invalid budget dollars' TO WS-REJECT-REASON
               WHEN BG-EXPENSE NOT NUMERIC
                   MOVE 'Invalid budget royalty expense'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 420-CHECK-PUBLISHER
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               MOVE BG-PERIOD TO FIS-PERIOD
               SET FIS-FUNC-POST-CHECK TO TRUE
               CALL 'FISCAL' USING FIS-PARM-AREA
               END-CALL
               EVALUATE TRUE
                   WHEN FIS-RC-REFUSED
                       MOVE 'Fiscal period closed' TO WS-REJECT-REASON
                   WHEN FIS-RC-FAILED
                       MOVE FIS-REASON TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       420-CHECK-PUBLISHER.
           MOVE BG-PUB-CODE TO WS-BD-PUB-CODE

           EXEC SQL
               SELECT COUNT(*) INTO :WS-PUB-EXISTS-CT
                  FROM PUBLISHERS
                  WHERE PUB_CODE = :WS-BD-PUB-CODE
           END-EXEC

           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               MOVE 'Publisher check failed' TO WS-REJECT-REASON
           ELSE
               IF WS-PUB-EXISTS-CT = ZERO
                   MOVE 'PUB_CODE not on PUBLISHERS'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       450-STORE-BUDGET.
           MOVE BG-PUB-CODE  TO WS-BD-PUB-CODE
           MOVE BG-PERIOD    TO WS-BD-PERIOD
           MOVE BG-UNITS     TO WS-UNITS-X
           MOVE WS-UNITS-9   TO WS-BD-UNITS
           MOVE BG-DOLLARS   TO WS-DOLLARS-X
           MOVE WS-DOLLARS-9 TO WS-BD-DOLLARS
           MOVE BG-EXPENSE   TO WS-EXPENSE-X
           MOVE WS-EXPENSE-9 TO WS-BD-EXPENSE

           EXEC SQL
               UPDATE ROYBUDGET
                  SET BUD_UNITS   = :WS-BD-UNITS,
                      BUD_DOLLARS = :WS-BD-DOLLARS,
                      BUD_EXPENSE = :WS-BD-EXPENSE
                  WHERE PUB_CODE = :WS-BD-PUB-CODE
                    AND PERIOD = :WS-BD-PERIOD
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-BUD-REPLACE-CT
           ELSE
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO ROYBUDGET
                    (PUB_CODE,PERIOD,BUD_UNITS,BUD_DOLLARS,
                     BUD_EXPENSE)
                   VALUES
                    (:WS-BD-PUB-CODE,:WS-BD-PERIOD,:WS-BD-UNITS,
                     :WS-BD-DOLLARS,:WS-BD-EXPENSE)
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO
                   ADD 1 TO WS-BUD-INSERT-CT
               END-IF
           END-IF
           END-IF

           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'budget ' BG-PUB-CODE ' ' BG-PERIOD ' -> '
                   DISP-CODE
           PERFORM 900-CHECK-SQLCODE.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM BUDGLD.
