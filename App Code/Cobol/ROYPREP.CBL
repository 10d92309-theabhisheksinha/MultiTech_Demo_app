       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROYPREP.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROY-PART-FILE ASSIGN TO "ROYPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT PART-REGISTER-FILE ASSIGN TO WS-PART-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROY-PART-FILE.
       01  ROY-PART-RECORD         PIC X(80).

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  PART-REGISTER-FILE.
       01  PART-REGISTER-RECORD    PIC X(95).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.

      *    partition plan for the royalty run -- the period's
      *    royalty-bearing authors (the same authors/titleauthor/
      *    titles join ROYCALC's cursor walks) are counted and
      *    cut, in AU_ID order, into the run-control number of
      *    ranges of about equal size.  Each ROYCALC partition
      *    then runs one range side by side with the others, and
      *    ROYMERGE proves the partitions' files against this
      *    plan before it rebuilds one ROYPAY.DAT.  Ranges are
      *    chained off each other's high AU_ID with no floor on
      *    the first and no ceiling on the last (see ROYPREC), so
      *    an author set up between this step and the run is
      *    still paid exactly once.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-PREP-MORE-SW       PIC X VALUE 'Y'.
           88 WS-PREP-NO-MORE       VALUE 'N'.
       01 WS-PART-FILE-STATUS   PIC XX.

       01 WS-PAY-PERIOD         PIC X(6).
       01 WS-PREP-AU-ID         PIC X(11).
       01 WS-PART-LOW-ID        PIC X(11) VALUE SPACES.
       01 WS-LAST-AU-ID         PIC X(11) VALUE SPACES.

      *    partitions wanted, off the run-control card set -- one
      *    when the card is missing, so an unconfigured shop runs
      *    the whole period as a single partition; never more
      *    partitions than there are authors to put in them
       01 WS-PART-WANTED        PIC 9(2) VALUE 1.
       01 WS-PARTS-X            PIC X(2).
       01 WS-PARTS-9 REDEFINES WS-PARTS-X
                                PIC 9(2).
       01 WS-AUTHOR-CT          PIC S9(9) COMP VALUE ZERO.
       01 WS-PART-CT            PIC 9(2) COMP VALUE ZERO.
       01 WS-PART-NO            PIC 9(2) COMP VALUE ZERO.
       01 WS-PART-END           PIC S9(9) COMP.
       01 WS-PART-AUTHORS       PIC S9(9) COMP VALUE ZERO.
       01 WS-FETCH-CT           PIC S9(9) COMP VALUE ZERO.
       01 DISP-PART-NO          PIC Z9.
       01 DISP-PART-AUTHORS     PIC ZZZ,ZZ9.

      *    each partition gets its own block of payment numbers,
      *    reserved here in one short update of PAYNOCTL and
      *    committed at once, so the partitions register side by
      *    side without queuing on the control row.  A block
      *    allows every author the partition was planned to hold
      *    a payment from each of a few paying entities or
      *    garnishing agencies, with spare for authors set up
      *    after the plan.  Registrations left on partition
      *    registers by a plan that was never merged are put back
      *    onto PAYREG.DAT first, so they count toward the
      *    register's high number and are never lost.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-PREG-FILE-STATUS   PIC XX.
       01 WS-REG-EOF-SW         PIC X.
           88 WS-REG-EOF            VALUE 'Y'.
       01 WS-PART-REG-NAME      PIC X(12).
       01 WS-FOLD-SUB           PIC S9(4) COMP.
       01 WS-FOLD-X             PIC X(2).
       01 WS-FOLD-9 REDEFINES WS-FOLD-X
                                PIC 9(2).
       01 WS-FOLD-CT            PIC S9(9) COMP VALUE ZERO.
       01 WS-REG-HIGH-NUM       PIC 9(7) VALUE ZERO.
       01 WS-NUMS-PER-AUTHOR    PIC S9(4) COMP VALUE 3.
       01 WS-BLOCK-SPARE        PIC S9(4) COMP VALUE 100.
       01 WS-BLOCK-SIZE         PIC S9(9) COMP.
       01 WS-BLOCK-TOTAL        PIC S9(9) COMP.
       01 WS-BLOCK-BASE         PIC S9(9) COMP.
       01 WS-RESV-TOP           PIC S9(9) COMP.
       01 DISP-PAY-NUM          PIC 9(7).
       01 DISP-PAY-TOP          PIC 9(7).

           COPY ROYPREC.
           COPY PAYRREC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'ROYPREP' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    the plan is cut for the period the royalty run will
      *    pay, named the way ROYCALC names it
           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF NOT BDT-RC-OK
               MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-BUSINESS-DATE
           END-IF
           MOVE BDT-BUSINESS-DATE(1:6) TO WS-PAY-PERIOD

           MOVE 'ROYPREP' TO RUNP-STEP-NAME
           MOVE 'PARTITIONS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:2) TO WS-PARTS-X
           IF RUNP-RC-OK
              AND WS-PARTS-X NUMERIC
              AND WS-PARTS-X NOT = '00'
               MOVE WS-PARTS-9 TO WS-PART-WANTED
           END-IF

           EXEC SQL
               SELECT COUNT(DISTINCT A.AU_ID)
                  INTO :WS-AUTHOR-CT
                  FROM authors A, titleauthor T, titles TI
                  WHERE A.AU_ID = T.AU_ID
                    AND T.TITLE_ID = TI.TITLE_ID
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'count royalty authors ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF WS-RUN-FAILED
               DISPLAY 'Author count failed - no partition plan'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PART-WANTED TO WS-PART-CT
           IF WS-PART-CT > WS-AUTHOR-CT
               MOVE WS-AUTHOR-CT TO WS-PART-CT
           END-IF
           IF WS-PART-CT = ZERO
               MOVE 1 TO WS-PART-CT
           END-IF

           PERFORM 400-FOLD-PART-REGISTERS
           IF NOT WS-RUN-FAILED
               PERFORM 450-SCAN-REGISTER-HIGH
           END-IF
           IF NOT WS-RUN-FAILED
               PERFORM 500-RESERVE-PAY-NUMS
           END-IF
           IF WS-RUN-FAILED
               DISPLAY 'Pay numbers not reserved - no partition plan'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ROY-PART-FILE
           IF WS-PART-FILE-STATUS NOT = '00'
               DISPLAY 'Partition plan open failed, status '
                       WS-PART-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               DECLARE PREPCUR CURSOR FOR
               SELECT DISTINCT A.AU_ID
                  FROM authors A, titleauthor T, titles TI
                  WHERE A.AU_ID = T.AU_ID
                    AND T.TITLE_ID = TI.TITLE_ID
                  ORDER BY A.AU_ID
           END-EXEC

           EXEC SQL
               OPEN PREPCUR
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open PREPCUR ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE

           MOVE 1 TO WS-PART-NO
           PERFORM 250-SET-PARTITION-END
           PERFORM 200-PLACE-ONE-AUTHOR UNTIL WS-PREP-NO-MORE

           EXEC SQL
               CLOSE PREPCUR
           END-EXEC

      *    whatever is still open is the last partition -- and if
      *    authors went away since the count, the partitions they
      *    would have filled are written empty so the plan still
      *    carries every partition it promised
           PERFORM 300-WRITE-PARTITION
               UNTIL WS-PART-NO > WS-PART-CT

           CLOSE ROY-PART-FILE

           MOVE WS-PART-CT TO DISP-PART-NO
           DISPLAY 'Royalty partitions planned: ' DISP-PART-NO
           MOVE WS-FETCH-CT TO DISP-PART-AUTHORS
           DISPLAY 'Royalty authors placed:     ' DISP-PART-AUTHORS
           .
       100-EXIT.
           IF WS-RUN-FAILED
               DISPLAY 'Partition plan incomplete - do not run '
                       'ROYCALC from it'
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    a partition closes once it holds its share of the
      *    count; the last partition never closes early, so any
      *    author the count missed still lands in it
       200-PLACE-ONE-AUTHOR.
           EXEC SQL
               FETCH PREPCUR INTO :WS-PREP-AU-ID
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-PREP-NO-MORE TO TRUE
           ELSE
               ADD 1 TO WS-FETCH-CT
               IF WS-PART-AUTHORS = ZERO
                   MOVE WS-PREP-AU-ID TO WS-PART-LOW-ID
               END-IF
               ADD 1 TO WS-PART-AUTHORS
               MOVE WS-PREP-AU-ID TO WS-LAST-AU-ID
               IF WS-PART-NO < WS-PART-CT
                  AND WS-FETCH-CT NOT < WS-PART-END
                   PERFORM 300-WRITE-PARTITION
               END-IF
           END-IF.

      *    partition n ends at author n * count / partitions, so
      *    the sizes never differ by more than one
       250-SET-PARTITION-END.
           COMPUTE WS-PART-END =
               WS-PART-NO * WS-AUTHOR-CT / WS-PART-CT.

      *    an empty partition starts and ends on the previous
      *    partition's high, so it owns no AU_ID of its own
       300-WRITE-PARTITION.
           IF WS-PART-AUTHORS = ZERO
               MOVE WS-LAST-AU-ID TO WS-PART-LOW-ID
           END-IF
           MOVE SPACES          TO ROY-PART-LINE
           MOVE WS-PART-NO      TO RP-PART-NO
           MOVE WS-PART-CT      TO RP-PART-CT
           MOVE WS-PAY-PERIOD   TO RP-PERIOD
           MOVE WS-PART-LOW-ID  TO RP-LOW-AU-ID
           MOVE WS-LAST-AU-ID   TO RP-HIGH-AU-ID
           MOVE WS-PART-AUTHORS TO RP-AUTHOR-CT
           SET RP-PLANNED TO TRUE
           COMPUTE RP-LOW-PAY-NUM =
               WS-BLOCK-BASE + (WS-PART-NO - 1) * WS-BLOCK-SIZE
           COMPUTE RP-HIGH-PAY-NUM =
               RP-LOW-PAY-NUM + WS-BLOCK-SIZE - 1
           MOVE ROY-PART-LINE   TO ROY-PART-RECORD
           WRITE ROY-PART-RECORD

           MOVE WS-PART-NO TO DISP-PART-NO
           MOVE WS-PART-AUTHORS TO DISP-PART-AUTHORS
           DISPLAY 'partition ' DISP-PART-NO ' ' RP-LOW-AU-ID
                   ' - ' RP-HIGH-AU-ID ' authors '
                   DISP-PART-AUTHORS
                   ' pay numbers ' RP-LOW-PAY-NUM ' - '
                   RP-HIGH-PAY-NUM

           MOVE ZERO TO WS-PART-AUTHORS
           ADD 1 TO WS-PART-NO
           PERFORM 250-SET-PARTITION-END.

      *    every partition register there could be, 01 to 99 --
      *    one that isn't there is skipped, and one that has been
      *    copied is emptied so it can't be copied twice
       400-FOLD-PART-REGISTERS.
           PERFORM 420-FOLD-ONE-REGISTER
               VARYING WS-FOLD-SUB FROM 1 BY 1
               UNTIL WS-FOLD-SUB > 99 OR WS-RUN-FAILED
           IF WS-FOLD-CT > ZERO
               MOVE WS-FOLD-CT TO DISP-PART-AUTHORS
               DISPLAY 'Unmerged registrations put back on '
                       'PAYREG.DAT: ' DISP-PART-AUTHORS
           END-IF.

       420-FOLD-ONE-REGISTER.
           MOVE WS-FOLD-SUB TO WS-FOLD-9
           MOVE SPACES TO WS-PART-REG-NAME
           STRING 'REGP' WS-FOLD-X '.DAT' DELIMITED BY SIZE
               INTO WS-PART-REG-NAME
           OPEN INPUT PART-REGISTER-FILE
           EVALUATE WS-PREG-FILE-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   OPEN EXTEND PAY-REGISTER-FILE
                   IF WS-REG-FILE-STATUS = '35'
                       OPEN OUTPUT PAY-REGISTER-FILE
                   END-IF
                   IF WS-REG-FILE-STATUS = '00' OR '05'
                       MOVE 'N' TO WS-REG-EOF-SW
                       PERFORM 425-FOLD-ONE-REGISTRATION
                           UNTIL WS-REG-EOF
                       CLOSE PAY-REGISTER-FILE
                       CLOSE PART-REGISTER-FILE
                       OPEN OUTPUT PART-REGISTER-FILE
                       CLOSE PART-REGISTER-FILE
                   ELSE
                       DISPLAY 'PAYREG.DAT open failed, status '
                               WS-REG-FILE-STATUS
                       CLOSE PART-REGISTER-FILE
                       SET WS-RUN-FAILED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY WS-PART-REG-NAME ' open failed, status '
                           WS-PREG-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
           END-EVALUATE.

       425-FOLD-ONE-REGISTRATION.
           READ PART-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ
           IF NOT WS-REG-EOF
               MOVE PART-REGISTER-RECORD TO PAY-REGISTER-RECORD
               WRITE PAY-REGISTER-RECORD
               ADD 1 TO WS-FOLD-CT
           END-IF.

      *    the register's own high number floors the reservation,
      *    as it floors PAYREG's draw
       450-SCAN-REGISTER-HIGH.
           MOVE 'N' TO WS-REG-EOF-SW
           OPEN INPUT PAY-REGISTER-FILE
           IF WS-REG-FILE-STATUS = '00'
               PERFORM 455-SCAN-ONE-REGISTRATION UNTIL WS-REG-EOF
               CLOSE PAY-REGISTER-FILE
           END-IF.

       455-SCAN-ONE-REGISTRATION.
           READ PAY-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ
           IF NOT WS-REG-EOF
               MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
               IF PR-PAY-NUM NUMERIC
                  AND PR-PAY-NUM > WS-REG-HIGH-NUM
                   MOVE PR-PAY-NUM TO WS-REG-HIGH-NUM
               END-IF
           END-IF.

      *    every partition's block comes off PAYNOCTL in one
      *    update, committed straight away -- the control row is
      *    locked for this step only, never for the royalty run
       500-RESERVE-PAY-NUMS.
           COMPUTE WS-BLOCK-SIZE =
               (WS-AUTHOR-CT / WS-PART-CT + 1) * WS-NUMS-PER-AUTHOR
               + WS-BLOCK-SPARE
           COMPUTE WS-BLOCK-TOTAL = WS-BLOCK-SIZE * WS-PART-CT
           MOVE ZERO TO WS-RESV-TOP
           EXEC SQL
               UPDATE PAYNOCTL
                  SET NEXT_PAY_NUM =
                      CASE WHEN NEXT_PAY_NUM > :WS-REG-HIGH-NUM
                           THEN NEXT_PAY_NUM + :WS-BLOCK-TOTAL
                           ELSE :WS-REG-HIGH-NUM + :WS-BLOCK-TOTAL
                      END
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT NEXT_PAY_NUM
                      INTO :WS-RESV-TOP
                      FROM PAYNOCTL
               END-EXEC
           END-IF
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'reserve pay numbers ' DISP-CODE
           IF SQLCODE NOT = ZERO
              OR WS-RESV-TOP > 9999999
               EXEC SQL
                   ROLLBACK
               END-EXEC
               SET WS-RUN-FAILED TO TRUE
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
               COMPUTE WS-BLOCK-BASE =
                   WS-RESV-TOP - WS-BLOCK-TOTAL + 1
               MOVE WS-BLOCK-BASE TO DISP-PAY-NUM
               MOVE WS-RESV-TOP   TO DISP-PAY-TOP
               DISPLAY 'Pay numbers reserved:       ' DISP-PAY-NUM
                       ' - ' DISP-PAY-TOP
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM ROYPREP.
