       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROYMERGE.
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
           SELECT PART-PAY-FILE ASSIGN TO WS-PART-PAY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPAY-FILE-STATUS.
           SELECT ROYALTY-PAY-FILE ASSIGN TO "ROYPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROY-FILE-STATUS.
           SELECT PART-RVLOG-FILE ASSIGN TO WS-PART-RVLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRVL-FILE-STATUS.
           SELECT RESERVE-LOG-FILE ASSIGN TO "RESVLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVLOG-FILE-STATUS.
           SELECT PART-REGISTER-FILE ASSIGN TO WS-PART-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT HELD-KEY-FILE ASSIGN TO WS-HELDK-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HK-AU-ID
               FILE STATUS IS WS-HELDK-FILE-STATUS.
           SELECT RESERVE-KEY-FILE ASSIGN TO WS-RESVK-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RK-KEY
               FILE STATUS IS WS-RESVK-FILE-STATUS.
           SELECT HELD-BALANCE-FILE ASSIGN TO "HELDBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT RESERVE-BALANCE-FILE ASSIGN TO "RESBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROY-PART-FILE.
       01  ROY-PART-RECORD         PIC X(80).

       FD  PART-PAY-FILE.
       01  PART-PAY-RECORD         PIC X(140).

       FD  ROYALTY-PAY-FILE.
       01  ROYALTY-PAY-RECORD      PIC X(140).

       FD  PART-RVLOG-FILE.
       01  PART-RVLOG-RECORD       PIC X(60).

       FD  RESERVE-LOG-FILE.
       01  RESERVE-LOG-RECORD      PIC X(60).

       FD  PART-REGISTER-FILE.
       01  PART-REGISTER-RECORD    PIC X(95).

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  HELD-KEY-FILE.
           COPY HELDKREC.

       FD  RESERVE-KEY-FILE.
           COPY RESVKREC.

       FD  HELD-BALANCE-FILE.
       01  HELD-BALANCE-RECORD     PIC X(40).

       FD  RESERVE-BALANCE-FILE.
       01  RESERVE-BALANCE-RECORD  PIC X(40).

       WORKING-STORAGE SECTION.

           COPY MYRFPARM.
           COPY BDTPARM.

      *    merge step of the partitioned royalty run -- once every
      *    ROYCALC partition ROYPREP planned has run, each
      *    partition's pay file is proved before anything is
      *    replaced: it must end in one trailer naming its own
      *    partition, the plan's partition count, this period and
      *    the plan's range, with a clean run status; its D and S
      *    records must count to the trailer's counts and its
      *    earned amounts re-add to its grand total; and every
      *    record on it must belong to an author inside the
      *    partition's range.  Only when every partition proves
      *    is ROYPAY.DAT rebuilt, with a combined trailer whose
      *    counts and total are the re-added figures, the
      *    partitions' held and reserve work files put back onto
      *    HELDBAL.DAT and RESBAL.DAT (cleared balances dropped,
      *    as the royalty run always did), the partitions'
      *    registrations appended to PAYREG.DAT and the reserve
      *    movements to RESVLOG.DAT, and the plan marked merged
      *    so a second run of this step can't append them twice.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-MERGE-REFUSED-SW   PIC X VALUE 'N'.
           88 WS-MERGE-REFUSED      VALUE 'Y'.

       01 WS-PAY-PERIOD         PIC X(6).

           COPY ROYPREC.
       01 WS-PART-FILE-STATUS   PIC XX.
       01 WS-PART-EOF-SW        PIC X.
           88 WS-PART-EOF           VALUE 'Y'.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-LINE OCCURS 99 TIMES
                                PIC X(80).
       01 WS-PLAN-CT            PIC 9(2) COMP VALUE ZERO.
       01 WS-PLAN-PART-CT       PIC 9(2) VALUE ZERO.
       01 WS-PLAN-SUB           PIC 9(2) COMP.
       01 WS-LINE-CT            PIC 9(3) COMP VALUE ZERO.

      *    the partition being worked, its files and its range --
      *    the floor is the previous partition's high, and the
      *    first partition has no floor nor the last a ceiling
       01 WS-PART-X             PIC X(2).
       01 WS-PART-9 REDEFINES WS-PART-X
                                PIC 9(2).
       01 WS-PART-PAY-NAME      PIC X(12).
       01 WS-PART-RVLOG-NAME    PIC X(12).
       01 WS-HELDK-NAME         PIC X(12).
       01 WS-RESVK-NAME         PIC X(12).
       01 WS-PART-REG-NAME      PIC X(12).
       01 WS-PART-LOW-ID        PIC X(11).
       01 WS-PART-HIGH-ID       PIC X(11).
       01 WS-PART-FLOOR         PIC X(11).
       01 WS-PART-CEIL          PIC X(11).
       01 WS-FIRST-PART-SW      PIC X.
           88 WS-FIRST-PART         VALUE 'Y'.
       01 WS-LAST-PART-SW       PIC X.
           88 WS-LAST-PART          VALUE 'Y'.
       01 WS-TEST-AU-ID         PIC X(11).

       01 WS-PPAY-FILE-STATUS   PIC XX.
       01 WS-PPAY-EOF-SW        PIC X.
           88 WS-PPAY-EOF           VALUE 'Y'.
       01 WS-ROY-FILE-STATUS    PIC XX.
       01 WS-PRVL-FILE-STATUS   PIC XX.
       01 WS-PRVL-EOF-SW        PIC X.
           88 WS-PRVL-EOF           VALUE 'Y'.
       01 WS-RVLOG-FILE-STATUS  PIC XX.
       01 WS-PREG-FILE-STATUS   PIC XX.
       01 WS-PREG-EOF-SW        PIC X.
           88 WS-PREG-EOF           VALUE 'Y'.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-HELDK-FILE-STATUS  PIC XX.
       01 WS-HELDK-EOF-SW       PIC X.
           88 WS-HELDK-EOF          VALUE 'Y'.
       01 WS-RESVK-FILE-STATUS  PIC XX.
       01 WS-RESVK-EOF-SW       PIC X.
           88 WS-RESVK-EOF          VALUE 'Y'.
       01 WS-HELD-FILE-STATUS   PIC XX.
       01 WS-RESV-FILE-STATUS   PIC XX.
           COPY HELDREC.

      *    one partition's figures as re-added off its records,
      *    and what its trailer claims
       01 WS-TRAILER-SEEN-SW    PIC X.
           88 WS-TRAILER-SEEN       VALUE 'Y'.
       01 WS-VFY-DETAIL-CT      PIC S9(9) COMP.
       01 WS-VFY-SUMMARY-CT     PIC S9(9) COMP.
       01 WS-VFY-TOTAL          PIC S9(13)V99.
       01 WS-TRL-DETAIL-CT      PIC S9(9) COMP.
       01 WS-TRL-SUMMARY-CT     PIC S9(9) COMP.
       01 WS-TRL-TOTAL          PIC S9(13)V99.
       01 WS-AMOUNT             PIC S9(11)V99.
       01 WS-AMOUNT-X           PIC X(14).
           COPY ROYTREC.

      *    the whole run's figures, for the combined trailer
       01 WS-ALL-DETAIL-CT      PIC S9(9) COMP VALUE ZERO.
       01 WS-ALL-SUMMARY-CT     PIC S9(9) COMP VALUE ZERO.
       01 WS-ALL-TOTAL          PIC S9(13)V99 VALUE ZERO.
       01 WS-ALL-LOW-ID         PIC X(11) VALUE SPACES.
       01 WS-ALL-HIGH-ID        PIC X(11) VALUE SPACES.
       01 WS-COPY-CT            PIC S9(9) COMP VALUE ZERO.
       01 WS-RVLOG-CT           PIC S9(9) COMP VALUE ZERO.
       01 WS-REG-CT             PIC S9(9) COMP VALUE ZERO.
       01 WS-HELD-CT            PIC S9(9) COMP VALUE ZERO.
       01 WS-RESV-CT            PIC S9(9) COMP VALUE ZERO.
       01 DISP-MERGE-CT         PIC ZZZ,ZZZ,ZZ9.
       01 DISP-MERGE-AMT        PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'ROYMERGE' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    the plan must be the one cut for the period being paid
           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF NOT BDT-RC-OK
               MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-BUSINESS-DATE
           END-IF
           MOVE BDT-BUSINESS-DATE(1:6) TO WS-PAY-PERIOD

           PERFORM 200-LOAD-PLAN

           PERFORM 300-VERIFY-PARTITION
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-CT
                  OR WS-MERGE-REFUSED

      *    nothing is replaced unless every partition proved --
      *    the prior cycle's ROYPAY.DAT and balance files stand
           IF WS-MERGE-REFUSED
               DISPLAY 'Royalty merge refused - ROYPAY.DAT and the '
                       'balance files not rebuilt'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 400-BUILD-ROYPAY
           PERFORM 600-REBUILD-HELD-BALANCES
           PERFORM 650-REBUILD-RESERVE-BALANCES

      *    the register and log appends are the steps a rerun
      *    would double, so they go last -- each partition
      *    register is emptied as soon as it has been copied --
      *    and the plan is marked merged right behind them
           IF NOT WS-RUN-FAILED
               PERFORM 550-APPEND-REGISTRATIONS
           END-IF
           IF NOT WS-RUN-FAILED
               PERFORM 500-APPEND-RESERVE-LOG
           END-IF
           IF NOT WS-RUN-FAILED
               PERFORM 700-MARK-PLAN-MERGED
           END-IF

           MOVE WS-PLAN-CT TO DISP-MERGE-CT
           DISPLAY 'Royalty merge - partitions:      ' DISP-MERGE-CT
           MOVE WS-ALL-DETAIL-CT TO DISP-MERGE-CT
           DISPLAY 'Royalty merge - detail records:  ' DISP-MERGE-CT
           MOVE WS-ALL-SUMMARY-CT TO DISP-MERGE-CT
           DISPLAY 'Royalty merge - author records:  ' DISP-MERGE-CT
           MOVE WS-COPY-CT TO DISP-MERGE-CT
           DISPLAY 'Royalty merge - records merged:  ' DISP-MERGE-CT
           MOVE WS-ALL-TOTAL TO DISP-MERGE-AMT
           DISPLAY 'Royalty merge - grand total:     ' DISP-MERGE-AMT
           MOVE WS-HELD-CT TO DISP-MERGE-CT
           DISPLAY 'Royalty merge - held balances:   ' DISP-MERGE-CT
           MOVE WS-RESV-CT TO DISP-MERGE-CT
           DISPLAY 'Royalty merge - reserve rows:    ' DISP-MERGE-CT
           MOVE WS-RVLOG-CT TO DISP-MERGE-CT
           DISPLAY 'Royalty merge - reserve moves:   ' DISP-MERGE-CT
           MOVE WS-REG-CT TO DISP-MERGE-CT
           DISPLAY 'Royalty merge - registrations:   ' DISP-MERGE-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    the plan's lines must run 01 to its partition count in
      *    order, all for this period, none already merged
       200-LOAD-PLAN.
           MOVE 'N' TO WS-PART-EOF-SW
           OPEN INPUT ROY-PART-FILE
           IF WS-PART-FILE-STATUS NOT = '00'
               DISPLAY 'No partition plan, status '
                       WS-PART-FILE-STATUS
               SET WS-MERGE-REFUSED TO TRUE
               SET WS-PART-EOF TO TRUE
           END-IF
           PERFORM 250-LOAD-ONE-PLAN-LINE
               UNTIL WS-PART-EOF OR WS-MERGE-REFUSED
           IF WS-PART-FILE-STATUS = '00' OR '10'
               CLOSE ROY-PART-FILE
           END-IF

           IF NOT WS-MERGE-REFUSED
               IF WS-PLAN-CT = ZERO
                  OR WS-PLAN-CT NOT = WS-PLAN-PART-CT
                   DISPLAY 'Partition plan holds ' WS-LINE-CT
                           ' lines for ' WS-PLAN-PART-CT
                           ' partitions'
                   SET WS-MERGE-REFUSED TO TRUE
               END-IF
           END-IF.

       250-LOAD-ONE-PLAN-LINE.
           READ ROY-PART-FILE
               AT END
                   SET WS-PART-EOF TO TRUE
           END-READ
           IF NOT WS-PART-EOF
               ADD 1 TO WS-LINE-CT
               MOVE ROY-PART-RECORD TO ROY-PART-LINE
               EVALUATE TRUE
                   WHEN RP-PART-NO NOT NUMERIC
                     OR RP-PART-CT NOT NUMERIC
                     OR WS-LINE-CT > 99
                     OR RP-PART-NO NOT = WS-LINE-CT
                       DISPLAY 'Partition plan line ' WS-LINE-CT
                               ' out of order'
                       SET WS-MERGE-REFUSED TO TRUE
                   WHEN WS-LINE-CT > 1
                    AND RP-PART-CT NOT = WS-PLAN-PART-CT
                       DISPLAY 'Partition plan counts disagree'
                       SET WS-MERGE-REFUSED TO TRUE
                   WHEN RP-PERIOD NOT = WS-PAY-PERIOD
                       DISPLAY 'Partition plan is for period '
                               RP-PERIOD ', not ' WS-PAY-PERIOD
                       SET WS-MERGE-REFUSED TO TRUE
                   WHEN RP-MERGED
                       DISPLAY 'Partition plan already merged'
                       SET WS-MERGE-REFUSED TO TRUE
                   WHEN OTHER
                       MOVE RP-PART-CT TO WS-PLAN-PART-CT
                       ADD 1 TO WS-PLAN-CT
                       MOVE ROY-PART-LINE TO WS-PLAN-LINE(WS-PLAN-CT)
               END-EVALUATE
           END-IF.

      *    one partition's pay file is read end to end and
      *    re-added, and its work files must be there to merge
       300-VERIFY-PARTITION.
           PERFORM 350-SET-PARTITION

           MOVE 'N'  TO WS-PPAY-EOF-SW WS-TRAILER-SEEN-SW
           MOVE ZERO TO WS-VFY-DETAIL-CT WS-VFY-SUMMARY-CT
                        WS-VFY-TOTAL
           OPEN INPUT PART-PAY-FILE
           IF WS-PPAY-FILE-STATUS NOT = '00'
               DISPLAY 'Partition ' WS-PART-X ' pay file '
                       WS-PART-PAY-NAME ' missing, status '
                       WS-PPAY-FILE-STATUS
               SET WS-MERGE-REFUSED TO TRUE
           ELSE
               PERFORM 320-VERIFY-ONE-RECORD
                   UNTIL WS-PPAY-EOF OR WS-MERGE-REFUSED
               CLOSE PART-PAY-FILE
           END-IF

           IF NOT WS-MERGE-REFUSED
               IF NOT WS-TRAILER-SEEN
                   DISPLAY 'Partition ' WS-PART-X ' has no trailer '
                           '- its run did not finish'
                   SET WS-MERGE-REFUSED TO TRUE
               ELSE
                   PERFORM 330-PROVE-TRAILER
               END-IF
           END-IF

           IF NOT WS-MERGE-REFUSED
               PERFORM 340-CHECK-WORK-FILES
           END-IF

           IF NOT WS-MERGE-REFUSED
               ADD WS-VFY-DETAIL-CT  TO WS-ALL-DETAIL-CT
               ADD WS-VFY-SUMMARY-CT TO WS-ALL-SUMMARY-CT
               ADD WS-VFY-TOTAL      TO WS-ALL-TOTAL
           END-IF.

      *    a record after the trailer, a second trailer, or an
      *    author outside the range all refuse the merge
       320-VERIFY-ONE-RECORD.
           READ PART-PAY-FILE
               AT END
                   SET WS-PPAY-EOF TO TRUE
           END-READ
           IF NOT WS-PPAY-EOF
               IF WS-TRAILER-SEEN
                   DISPLAY 'Partition ' WS-PART-X ' has records '
                           'after its trailer'
                   SET WS-MERGE-REFUSED TO TRUE
               ELSE
                   IF PART-PAY-RECORD(1:1) = 'T'
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE PART-PAY-RECORD TO ROY-TRAILER-LINE
                   ELSE
                       PERFORM 325-CHECK-RECORD-RANGE
                   END-IF
                   EVALUATE PART-PAY-RECORD(1:1)
                       WHEN 'D'
                           ADD 1 TO WS-VFY-DETAIL-CT
                           MOVE PART-PAY-RECORD(100:14)
                               TO WS-AMOUNT-X
                           COMPUTE WS-AMOUNT =
                               FUNCTION NUMVAL-C(WS-AMOUNT-X)
                           ADD WS-AMOUNT TO WS-VFY-TOTAL
                       WHEN 'S'
                           ADD 1 TO WS-VFY-SUMMARY-CT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *    every record but the trailer carries the author's id
      *    in the same columns
       325-CHECK-RECORD-RANGE.
           MOVE PART-PAY-RECORD(3:11) TO WS-TEST-AU-ID
           IF (WS-FIRST-PART OR WS-TEST-AU-ID > WS-PART-FLOOR)
              AND (WS-LAST-PART
                   OR WS-TEST-AU-ID NOT > WS-PART-CEIL)
               CONTINUE
           ELSE
               DISPLAY 'Partition ' WS-PART-X ' carries author '
                       WS-TEST-AU-ID ' outside its range'
               SET WS-MERGE-REFUSED TO TRUE
           END-IF.

       330-PROVE-TRAILER.
           COMPUTE WS-TRL-DETAIL-CT =
               FUNCTION NUMVAL(RT-DETAIL-CT)
           COMPUTE WS-TRL-SUMMARY-CT =
               FUNCTION NUMVAL(RT-SUMMARY-CT)
      *    the grand total is currency-edited, so NUMVAL-C, not
      *    NUMVAL, reads it back
           COMPUTE WS-TRL-TOTAL =
               FUNCTION NUMVAL-C(RT-GRAND-TOTAL)
           EVALUATE TRUE
               WHEN NOT RT-RUN-COMPLETE
                   DISPLAY 'Partition ' WS-PART-X ' run failed - '
                           'rerun it before merging'
                   SET WS-MERGE-REFUSED TO TRUE
               WHEN RT-PART-NO NOT = WS-PART-9
                 OR RT-PART-CT NOT = WS-PLAN-PART-CT
                 OR RT-PERIOD NOT = WS-PAY-PERIOD
                 OR RT-LOW-AU-ID NOT = WS-PART-LOW-ID
                 OR RT-HIGH-AU-ID NOT = WS-PART-HIGH-ID
                   DISPLAY 'Partition ' WS-PART-X ' was run off '
                           'another plan'
                   SET WS-MERGE-REFUSED TO TRUE
               WHEN WS-TRL-DETAIL-CT NOT = WS-VFY-DETAIL-CT
                 OR WS-TRL-SUMMARY-CT NOT = WS-VFY-SUMMARY-CT
                   DISPLAY 'Partition ' WS-PART-X ' record counts '
                           'do not tie to its trailer'
                   SET WS-MERGE-REFUSED TO TRUE
               WHEN WS-TRL-TOTAL NOT = WS-VFY-TOTAL
                   DISPLAY 'Partition ' WS-PART-X ' earned amounts '
                           'do not tie to its trailer'
                   SET WS-MERGE-REFUSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       340-CHECK-WORK-FILES.
           OPEN INPUT HELD-KEY-FILE
           IF WS-HELDK-FILE-STATUS NOT = '00'
               DISPLAY 'Partition ' WS-PART-X ' held-balance work '
                       'file missing, status ' WS-HELDK-FILE-STATUS
               SET WS-MERGE-REFUSED TO TRUE
           ELSE
               CLOSE HELD-KEY-FILE
           END-IF
           OPEN INPUT RESERVE-KEY-FILE
           IF WS-RESVK-FILE-STATUS NOT = '00'
               DISPLAY 'Partition ' WS-PART-X ' reserve work '
                       'file missing, status ' WS-RESVK-FILE-STATUS
               SET WS-MERGE-REFUSED TO TRUE
           ELSE
               CLOSE RESERVE-KEY-FILE
           END-IF
           OPEN INPUT PART-RVLOG-FILE
           IF WS-PRVL-FILE-STATUS NOT = '00'
               DISPLAY 'Partition ' WS-PART-X ' reserve log '
                       'missing, status ' WS-PRVL-FILE-STATUS
               SET WS-MERGE-REFUSED TO TRUE
           ELSE
               CLOSE PART-RVLOG-FILE
           END-IF.

      *    file names and range for the partition at WS-PLAN-SUB
       350-SET-PARTITION.
           MOVE 'N' TO WS-FIRST-PART-SW WS-LAST-PART-SW
           MOVE SPACES TO WS-PART-FLOOR
           IF WS-PLAN-SUB = 1
               SET WS-FIRST-PART TO TRUE
           ELSE
               MOVE WS-PLAN-LINE(WS-PLAN-SUB - 1) TO ROY-PART-LINE
               MOVE RP-HIGH-AU-ID TO WS-PART-FLOOR
           END-IF
           IF WS-PLAN-SUB = WS-PLAN-CT
               SET WS-LAST-PART TO TRUE
           END-IF
           MOVE WS-PLAN-LINE(WS-PLAN-SUB) TO ROY-PART-LINE
           MOVE RP-LOW-AU-ID  TO WS-PART-LOW-ID
           MOVE RP-HIGH-AU-ID TO WS-PART-HIGH-ID
           MOVE RP-HIGH-AU-ID TO WS-PART-CEIL
           IF WS-FIRST-PART
               MOVE RP-LOW-AU-ID TO WS-ALL-LOW-ID
           END-IF
           IF WS-LAST-PART
               MOVE RP-HIGH-AU-ID TO WS-ALL-HIGH-ID
           END-IF

           MOVE WS-PLAN-SUB TO WS-PART-9
           MOVE SPACES TO WS-PART-PAY-NAME WS-PART-RVLOG-NAME
                          WS-HELDK-NAME WS-RESVK-NAME
                          WS-PART-REG-NAME
           STRING 'ROYPAY' WS-PART-X '.DAT' DELIMITED BY SIZE
               INTO WS-PART-PAY-NAME
           STRING 'RESVLG' WS-PART-X '.DAT' DELIMITED BY SIZE
               INTO WS-PART-RVLOG-NAME
           STRING 'HELDK' WS-PART-X '.DAT' DELIMITED BY SIZE
               INTO WS-HELDK-NAME
           STRING 'RESVK' WS-PART-X '.DAT' DELIMITED BY SIZE
               INTO WS-RESVK-NAME
           STRING 'REGP' WS-PART-X '.DAT' DELIMITED BY SIZE
               INTO WS-PART-REG-NAME.

      *    the partitions' records in partition order -- AU_ID
      *    order overall, as a single run wrote them -- under one
      *    trailer carrying the re-added totals
       400-BUILD-ROYPAY.
           OPEN OUTPUT ROYALTY-PAY-FILE
           IF WS-ROY-FILE-STATUS NOT = '00'
               DISPLAY 'ROYPAY.DAT open failed, status '
                       WS-ROY-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM 420-COPY-PARTITION
                   VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-CT

               MOVE SPACES            TO ROY-TRAILER-LINE
               MOVE 'T'               TO RT-RECORD-TYPE
               MOVE WS-ALL-DETAIL-CT  TO RT-DETAIL-CT
               MOVE WS-ALL-SUMMARY-CT TO RT-SUMMARY-CT
               MOVE WS-ALL-TOTAL      TO RT-GRAND-TOTAL
               MOVE ZERO              TO RT-PART-NO
               MOVE WS-PLAN-PART-CT   TO RT-PART-CT
               MOVE WS-PAY-PERIOD     TO RT-PERIOD
               MOVE WS-ALL-LOW-ID     TO RT-LOW-AU-ID
               MOVE WS-ALL-HIGH-ID    TO RT-HIGH-AU-ID
               SET RT-RUN-COMPLETE TO TRUE
               MOVE ROY-TRAILER-LINE  TO ROYALTY-PAY-RECORD
               WRITE ROYALTY-PAY-RECORD
               CLOSE ROYALTY-PAY-FILE
           END-IF.

       420-COPY-PARTITION.
           PERFORM 350-SET-PARTITION
           MOVE 'N' TO WS-PPAY-EOF-SW
           OPEN INPUT PART-PAY-FILE
           PERFORM 425-COPY-ONE-RECORD UNTIL WS-PPAY-EOF
           CLOSE PART-PAY-FILE.

       425-COPY-ONE-RECORD.
           READ PART-PAY-FILE
               AT END
                   SET WS-PPAY-EOF TO TRUE
           END-READ
           IF NOT WS-PPAY-EOF
              AND PART-PAY-RECORD(1:1) NOT = 'T'
               MOVE PART-PAY-RECORD TO ROYALTY-PAY-RECORD
               WRITE ROYALTY-PAY-RECORD
               ADD 1 TO WS-COPY-CT
           END-IF.

       500-APPEND-RESERVE-LOG.
           OPEN EXTEND RESERVE-LOG-FILE
           IF WS-RVLOG-FILE-STATUS NOT = '00'
              AND WS-RVLOG-FILE-STATUS NOT = '05'
               DISPLAY 'Reserve log open failed, status '
                       WS-RVLOG-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM 520-APPEND-PARTITION-LOG
                   VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-CT
               CLOSE RESERVE-LOG-FILE
           END-IF.

       520-APPEND-PARTITION-LOG.
           PERFORM 350-SET-PARTITION
           MOVE 'N' TO WS-PRVL-EOF-SW
           OPEN INPUT PART-RVLOG-FILE
           PERFORM 525-APPEND-ONE-MOVE UNTIL WS-PRVL-EOF
           CLOSE PART-RVLOG-FILE.

       525-APPEND-ONE-MOVE.
           READ PART-RVLOG-FILE
               AT END
                   SET WS-PRVL-EOF TO TRUE
           END-READ
           IF NOT WS-PRVL-EOF
               MOVE PART-RVLOG-RECORD TO RESERVE-LOG-RECORD
               WRITE RESERVE-LOG-RECORD
               ADD 1 TO WS-RVLOG-CT
           END-IF.

      *    a partition that registered nothing has no register
      *    to append
       550-APPEND-REGISTRATIONS.
           OPEN EXTEND PAY-REGISTER-FILE
           IF WS-REG-FILE-STATUS = '35'
               OPEN OUTPUT PAY-REGISTER-FILE
           END-IF
           IF WS-REG-FILE-STATUS NOT = '00'
              AND WS-REG-FILE-STATUS NOT = '05'
               DISPLAY 'PAYREG.DAT open failed, status '
                       WS-REG-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM 570-APPEND-PARTITION-REGISTER
                   VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-CT
                      OR WS-RUN-FAILED
               CLOSE PAY-REGISTER-FILE
           END-IF.

       570-APPEND-PARTITION-REGISTER.
           PERFORM 350-SET-PARTITION
           OPEN INPUT PART-REGISTER-FILE
           EVALUATE WS-PREG-FILE-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   MOVE 'N' TO WS-PREG-EOF-SW
                   PERFORM 575-APPEND-ONE-REGISTRATION
                       UNTIL WS-PREG-EOF
                   CLOSE PART-REGISTER-FILE
                   OPEN OUTPUT PART-REGISTER-FILE
                   CLOSE PART-REGISTER-FILE
               WHEN OTHER
                   DISPLAY 'Partition ' WS-PART-X ' register open '
                           'failed, status ' WS-PREG-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
           END-EVALUATE.

       575-APPEND-ONE-REGISTRATION.
           READ PART-REGISTER-FILE
               AT END
                   SET WS-PREG-EOF TO TRUE
           END-READ
           IF NOT WS-PREG-EOF
               MOVE PART-REGISTER-RECORD TO PAY-REGISTER-RECORD
               WRITE PAY-REGISTER-RECORD
               ADD 1 TO WS-REG-CT
           END-IF.

      *    cleared balances drop off on the rewrite -- only money
      *    the shop still owes stays on the file
       600-REBUILD-HELD-BALANCES.
           OPEN OUTPUT HELD-BALANCE-FILE
           IF WS-HELD-FILE-STATUS NOT = '00'
               DISPLAY 'HELDBAL.DAT open failed, status '
                       WS-HELD-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM 620-UNLOAD-PARTITION-HELD
                   VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-CT
               CLOSE HELD-BALANCE-FILE
           END-IF.

       620-UNLOAD-PARTITION-HELD.
           PERFORM 350-SET-PARTITION
           MOVE 'N' TO WS-HELDK-EOF-SW
           OPEN INPUT HELD-KEY-FILE
           PERFORM 625-UNLOAD-ONE-HELD UNTIL WS-HELDK-EOF
           CLOSE HELD-KEY-FILE.

       625-UNLOAD-ONE-HELD.
           READ HELD-KEY-FILE NEXT RECORD
               AT END
                   SET WS-HELDK-EOF TO TRUE
           END-READ
           IF NOT WS-HELDK-EOF
              AND HK-BALANCE > ZERO
               MOVE SPACES     TO HELD-BALANCE-LINE
               MOVE HK-AU-ID   TO HB-AU-ID
               MOVE HK-BALANCE TO HB-BALANCE
               MOVE HK-PERIOD  TO HB-PERIOD
               MOVE HELD-BALANCE-LINE TO HELD-BALANCE-RECORD
               WRITE HELD-BALANCE-RECORD
               ADD 1 TO WS-HELD-CT
           END-IF.

       650-REBUILD-RESERVE-BALANCES.
           OPEN OUTPUT RESERVE-BALANCE-FILE
           IF WS-RESV-FILE-STATUS NOT = '00'
               DISPLAY 'RESBAL.DAT open failed, status '
                       WS-RESV-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM 670-UNLOAD-PARTITION-RESERVE
                   VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-CT
               CLOSE RESERVE-BALANCE-FILE
           END-IF.

       670-UNLOAD-PARTITION-RESERVE.
           PERFORM 350-SET-PARTITION
           MOVE 'N' TO WS-RESVK-EOF-SW
           OPEN INPUT RESERVE-KEY-FILE
           PERFORM 675-UNLOAD-ONE-RESERVE UNTIL WS-RESVK-EOF
           CLOSE RESERVE-KEY-FILE.

       675-UNLOAD-ONE-RESERVE.
           READ RESERVE-KEY-FILE NEXT RECORD
               AT END
                   SET WS-RESVK-EOF TO TRUE
           END-READ
           IF NOT WS-RESVK-EOF
              AND RK-BALANCE > ZERO
               MOVE SPACES     TO HELD-BALANCE-LINE
               MOVE RK-AU-ID   TO HB-AU-ID
               MOVE RK-BALANCE TO HB-BALANCE
               MOVE RK-PERIOD  TO HB-PERIOD
               MOVE HELD-BALANCE-LINE TO RESERVE-BALANCE-RECORD
               WRITE RESERVE-BALANCE-RECORD
               ADD 1 TO WS-RESV-CT
           END-IF.

      *    a merged plan can't be merged again -- the next run of
      *    the period starts from a fresh ROYPREP
       700-MARK-PLAN-MERGED.
           OPEN OUTPUT ROY-PART-FILE
           IF WS-PART-FILE-STATUS NOT = '00'
               DISPLAY 'Partition plan rewrite failed, status '
                       WS-PART-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                       UNTIL WS-PLAN-SUB > WS-PLAN-CT
                   MOVE WS-PLAN-LINE(WS-PLAN-SUB) TO ROY-PART-LINE
                   SET RP-MERGED TO TRUE
                   MOVE ROY-PART-LINE TO ROY-PART-RECORD
                   WRITE ROY-PART-RECORD
               END-PERFORM
               CLOSE ROY-PART-FILE
           END-IF.
       END PROGRAM ROYMERGE.
