           SELECT SPLIT-HIST-FILE ASSIGN TO "SPLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLH-FILE-STATUS.
           SELECT RESERVE-LOG-FILE ASSIGN TO "RESVLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVLOG-FILE-STATUS.
           SELECT HELD-KEY-FILE ASSIGN TO "STMHELDK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HK-AU-ID
               FILE STATUS IS WS-HELDK-FILE-STATUS.
           SELECT RESV-SUM-FILE ASSIGN TO "STMRVLK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-AU-ID
               FILE STATUS IS WS-RSUM-FILE-STATUS.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT STMT-PAY-FILE ASSIGN TO "STMPAYK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SPAY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       FD  SPLIT-HIST-FILE.
       01  SPLIT-HIST-RECORD       PIC X(80).

       FD  RESERVE-LOG-FILE.
       01  RESERVE-LOG-RECORD      PIC X(60).

       FD  HELD-KEY-FILE.
           COPY HELDKREC.

      *    this period's reserve movements summed per author
       FD  RESV-SUM-FILE.
       01  RESV-SUM-RECORD.
           05  RS-AU-ID                PIC X(11).
           05  RS-TAKEN                PIC S9(9)V99.
           05  RS-USED                 PIC S9(9)V99.
           05  RS-RELEASED             PIC S9(9)V99.

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

      *    this period's registered payments by author and number
       FD  STMT-PAY-FILE.
       01  STMT-PAY-RECORD.
           05  SP-KEY.
               10  SP-AU-ID            PIC X(11).
               10  SP-PAY-NUM          PIC 9(7).
           05  SP-AMOUNT               PIC 9(9)V99.
           05  SP-PAY-ENTITY           PIC X(4).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
       01 WS-CHANNEL            PIC X.
       01 WS-PRINT-CT           PIC 9(6) COMP VALUE ZERO.
       01 WS-ELEC-CT            PIC 9(6) COMP VALUE ZERO.
      *    a paper statement to an author whose mail has come back
      *    is held, not printed -- it stays on the archive for a
      *    reprint once the address is confirmed
       01 WS-MAIL-RET           PIC X.
       01 WS-MRET-IND           PIC S9(4) COMP.
       01 WS-MAILHOLD-CT        PIC 9(6) COMP VALUE ZERO.
       01 WS-ELEC-HASH          PIC 9(13)V99 VALUE ZERO.
       01 WS-HASH-WORK          PIC 9(15).

           05 MF-FEED-SEQ           PIC 9(5).
           05 FILLER                PIC X  VALUE SPACE.
           05 MF-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 MF-NOTE               PIC X(20).
           05 FILLER                PIC X(14) VALUE SPACES.

       01 MANIFEST-CTL.
           COPY RPTPARM.
       01 WS-STM-ROYALTYPER     PIC S9(4) COMP.
       01 WS-STM-TITLE-NAME     PIC X(80).

      *    the ISBN the author knows the book by -- the first
      *    edition's on the title line, each format's own edition
      *    on its format line
       01 WS-STM-ISBN           PIC X(13).
       01 WS-FMT-ISBN           PIC X(13).
       01 WS-FMT-ISBN-IND       PIC S9(4) COMP.

       01 WS-SALES-AMOUNT       PIC S9(11)V99.
       01 WS-SALES-AMOUNT-IND   PIC S9(4) COMP.
       01 WS-RATED-AMOUNT       PIC S9(11)V99.
       01 WS-RATED-AMOUNT-IND   PIC S9(4) COMP.
       01 WS-EARNED             PIC S9(9)V99.

      *    each title line broken down by format underneath it --
      *    units, sales and earnings per format at the rate the
      *    royalty run priced it at
       01 WS-FMT-CODE           PIC X(2).
       01 WS-FMT-UNITS          PIC S9(9) COMP.
       01 WS-FMT-DOLLARS        PIC S9(11)V99.
       01 WS-FMT-RATED          PIC S9(11)V99.
       01 WS-FMT-RATED-IND      PIC S9(4) COMP.
       01 WS-FMT-EARNED         PIC S9(9)V99.
       01 WS-FMT-EOF-SW         PIC X.
           88 WS-FMT-EOF            VALUE 'Y'.
       01 WS-STMT-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-GRAND-TOTAL        PIC S9(11)V99 VALUE ZERO.


      *    balances the royalty run is holding under the minimum --
      *    shown on the statement so the author knows the money is
      *    owed, not lost.  The file is loaded into a keyed work
      *    copy and looked up by AU_ID.
           COPY HELDREC.
       01 WS-HELD-FILE-STATUS   PIC XX.
       01 WS-HELD-EOF-SW        PIC X.
           88 WS-HELD-EOF           VALUE 'Y'.
       01 WS-HELDK-FILE-STATUS  PIC XX.

      *    returns-reserve movements the royalty run logged this
      *    period -- taken, used against returns, and released --
      *    each shown on its own line so the author can follow the
      *    money the reserve holds back and gives back.  The
      *    movements are summed per author into a keyed work file.
           COPY RESVREC.
       01 WS-RVLOG-FILE-STATUS  PIC XX.
       01 WS-RVLOG-EOF-SW       PIC X.
           88 WS-RVLOG-EOF          VALUE 'Y'.
       01 WS-RSUM-FILE-STATUS   PIC XX.
       01 WS-RESV-TAKEN         PIC S9(9)V99.
       01 WS-RESV-USED          PIC S9(9)V99.
       01 WS-RESV-RELEASED      PIC S9(9)V99.

      *    the payments the period's royalty made the author --
      *    one for each paying entity whose imprints the author
      *    earned in, so an author paid by two imprint companies
      *    sees both payments, and who made each, on the one
      *    statement.  Garnishment remittances and voided or
      *    returned items are not the author's payments and are
      *    left off.
           COPY PAYRREC.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-REG-EOF-SW         PIC X.
           88 WS-REG-EOF            VALUE 'Y'.
       01 WS-SPAY-FILE-STATUS   PIC XX.
       01 WS-SPAY-EOF-SW        PIC X.
           88 WS-SPAY-EOF           VALUE 'Y'.
       01 WS-PAY-ENTITY         PIC X(4).
       01 WS-ENTITY-NAME        PIC X(40).
       01 WS-ENTITY-NAME-IND    PIC S9(4) COMP.
       01 DISP-SP-PAY-NUM       PIC 9(7).

      *    adjustments the royalty run applied to this author this
      *    period -- shown as labeled statement lines so a manual
       01 WS-ADJ-EOF-SW         PIC X.
           88 WS-ADJ-EOF            VALUE 'Y'.

      *    sub-rights shares the royalty run paid this period, one
      *    line per licence receipt off SUBRPAID
       01 WS-SUBR-TITLE-ID      PIC S9(4) COMP.
       01 WS-SUBR-RIGHTS-TYPE   PIC X(2).
       01 WS-SUBR-LICENSEE      PIC X(30).
       01 WS-SUBR-SHARE         PIC S9(9)V99.
       01 WS-SUBR-EOF-SW        PIC X.
           88 WS-SUBR-EOF           VALUE 'Y'.

      *    garnishment and levy orders the royalty run deducted
      *    this period, one line per order off GARNDEDN, so the
      *    author sees each court or agency taking and its case
       01 WS-GARN-TYPE          PIC X.
       01 WS-GARN-CASE-REF      PIC X(20).
       01 WS-GARN-AMOUNT        PIC S9(9)V99.
       01 WS-GARN-EOF-SW        PIC X.
           88 WS-GARN-EOF           VALUE 'Y'.

      *    an author on a quarterly, semi-annual or annual
      *    PAYSCHED schedule is paid only in the scheduled months;
      *    in the months between, the statement says so and the
      *    held line shows what is accruing to the next payment
       01 WS-PAY-FREQ           PIC X.
       01 WS-FIRST-PAY-MON      PIC 9(2).
       01 WS-FREQ-MONTHS        PIC 9(2) COMP.
       01 WS-CYCLE-OFFSET       PIC 9(2) COMP.
       01 WS-PAY-DUE-SW         PIC X.
           88 WS-PAY-DUE            VALUE 'Y'.
       01 WS-NOPAY-CT           PIC 9(6) COMP VALUE ZERO.

      *    active pen name for the statement's name block -- the
      *    statement goes to the author's public identity, while
      *    the payment file stays legal
           05 FILLER               PIC X(16) VALUE 'SALES'.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(14) VALUE 'EARNED'.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(13) VALUE 'ISBN'.
           05 FILLER               PIC X(22) VALUE SPACES.

       01 STMT-DETAIL-LINE.
           05 SD-TITLE-NAME        PIC X(40).
           05 SD-SALES             PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SD-EARNED            PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SD-ISBN              PIC X(13).
           05 FILLER               PIC X(22) VALUE SPACES.

       01 STMT-FORMAT-LINE.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 SF-FORMAT-NAME       PIC X(20).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 SF-UNITS             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(12) VALUE ' UNITS'.
           05 SF-SALES             PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SF-EARNED            PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SF-ISBN              PIC X(13).
           05 FILLER               PIC X(22) VALUE SPACES.

       01 STMT-RECOUP-LINE.
           05 FILLER               PIC X(40)
           05 SA-AMOUNT            PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(54) VALUE SPACES.

       01 STMT-SUBR-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SU-RIGHTS-NAME       PIC X(16).
           05 FILLER               PIC X(3)  VALUE ' - '.
           05 SU-LICENSEE          PIC X(26).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SU-AMOUNT            PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(54) VALUE SPACES.

       01 STMT-HELD-LINE.
           05 SB-LABEL             PIC X(50).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SB-HELD              PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(54) VALUE SPACES.

       01 STMT-RESERVE-LINE.
           05 SV-LABEL             PIC X(50).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SV-AMOUNT            PIC $$$,$$$,$$9.99CR.
           05 FILLER               PIC X(52) VALUE SPACES.

       01 STMT-TOTAL-LINE.
           05 FILLER               PIC X(50)
               VALUE 'STATEMENT TOTAL'.
           PERFORM 500-LOAD-HELD-BALANCES
           PERFORM 520-LOAD-SPLIT-HISTORY
           PERFORM 540-SET-PERIOD-DAYS
           PERFORM 560-LOAD-RESERVE-LOG
           PERFORM 580-LOAD-PERIOD-PAYMENTS

           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT STMT-ELEC-FILE

           MOVE 'STMTMANF.DAT' TO RPT-FILE-NAME
           MOVE 'STATEMENT DELIVERY MANIFEST' TO RPT-TITLE
           MOVE 'AU_ID       PERIOD C SEQNO TOTAL          NOTE'
               TO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING MANIFEST-CTL
                  ORDER BY A.AU_ID, T.TITLE_ID
           END-EXEC

           EXEC SQL
               DECLARE FMTSTMT CURSOR FOR
               SELECT S.FORMAT_CODE, SUM(S.UNITS), SUM(S.DOLLARS),
                      SUM(S.DOLLARS
                          * COALESCE(R.ROY_RATE, 100) / 100)
                  FROM SALESSUM S
                       LEFT OUTER JOIN SALESRATE R
                         ON R.TITLE_ID = S.TITLE_ID
                        AND R.FORMAT_CODE = S.FORMAT_CODE
                        AND R.CHANNEL = S.CHANNEL
                  WHERE S.TITLE_ID = :WS-STM-TITLE-ID
                  GROUP BY S.FORMAT_CODE
                  ORDER BY S.FORMAT_CODE
           END-EXEC

           EXEC SQL
               DECLARE ADJSTMT CURSOR FOR
               SELECT TITLE_ID, ADJ_TYPE, ADJ_AMOUNT, REASON_CODE
                  ORDER BY TITLE_ID
           END-EXEC

           EXEC SQL
               DECLARE GARNSTMT CURSOR FOR
               SELECT O.ORDER_TYPE, O.CASE_REF, D.AMOUNT
                  FROM GARNDEDN D, GARNORDER O
                  WHERE D.AU_ID = :WS-PRV-AU-ID
                    AND D.PERIOD = :WS-STMT-PERIOD
                    AND O.ORDER_ID = D.ORDER_ID
                  ORDER BY O.PRIORITY, O.ORDER_ID
           END-EXEC

           EXEC SQL
               DECLARE SUBRSTMT CURSOR FOR
               SELECT TITLE_ID, RIGHTS_TYPE, LICENSEE, SHARE_AMOUNT
                  FROM SUBRPAID
                  WHERE AU_ID = :WS-PRV-AU-ID
                    AND PAID_PER = :WS-STMT-PERIOD
                  ORDER BY TITLE_ID, FILE_SEQ, REC_SEQ
           END-EXEC

           EXEC SQL
               OPEN STMTCURSOR
           END-EXEC
           CLOSE STATEMENT-FILE
           CLOSE STMT-ELEC-FILE
           CLOSE STMT-ARCHIVE-FILE
           CLOSE HELD-KEY-FILE
           CLOSE RESV-SUM-FILE
           CLOSE STMT-PAY-FILE

           MOVE WS-STMT-CT TO DISP-STMT-CT
           DISPLAY 'Royalty statements produced: ' DISP-STMT-CT
           DISPLAY 'Statements to print stream:  ' DISP-STMT-CT
           MOVE WS-ELEC-CT TO DISP-STMT-CT
           DISPLAY 'Statements to electronic batch: ' DISP-STMT-CT
           MOVE WS-MAILHOLD-CT TO DISP-STMT-CT
           DISPLAY 'Statements held - returned mail: ' DISP-STMT-CT
           MOVE WS-NOPAY-CT TO DISP-STMT-CT
           DISPLAY 'Statements with no payment this period: '
                   DISP-STMT-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED

      *    the author's delivery preference picks the channel --
      *    anything but an explicit E prints, so nobody's
      *    statement vanishes on a bad code.  A print statement
      *    for an author flagged returned-mail goes to channel H:
      *    archived and on the manifest, but not printed until the
      *    address is confirmed
           EXEC SQL
               SELECT STMT_DLVY, MAIL_RETURNED
                  INTO :WS-STM-DLVY:WS-DLVY-IND,
                       :WS-MAIL-RET:WS-MRET-IND
                  FROM authors
                  WHERE AU_ID = :WS-STM-AU-ID
           END-EXEC
               IF SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
               END-IF
               IF SQLCODE = ZERO AND WS-MRET-IND NOT < 0
                  AND WS-MAIL-RET = 'Y'
                   MOVE 'H' TO WS-CHANNEL
               ELSE
                   MOVE 'P' TO WS-CHANNEL
               END-IF
           END-IF

           MOVE SPACES TO STATEMENT-RECORD
      *    can never disagree about the figure
       250-WRITE-TITLE-LINE.
           EXEC SQL
               SELECT SUM(S.DOLLARS),
                      SUM(S.DOLLARS
                          * COALESCE(R.ROY_RATE, 100) / 100)
                  INTO :WS-SALES-AMOUNT:WS-SALES-AMOUNT-IND,
                       :WS-RATED-AMOUNT:WS-RATED-AMOUNT-IND
                  FROM SALESSUM S
                       LEFT OUTER JOIN SALESRATE R
                         ON R.TITLE_ID = S.TITLE_ID
                        AND R.FORMAT_CODE = S.FORMAT_CODE
                        AND R.CHANNEL = S.CHANNEL
                  WHERE S.TITLE_ID = :WS-STM-TITLE-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           IF WS-SALES-AMOUNT-IND < 0
               MOVE ZERO TO WS-SALES-AMOUNT
           END-IF
           IF WS-RATED-AMOUNT-IND < 0
               MOVE ZERO TO WS-RATED-AMOUNT
           END-IF

           PERFORM 265-GET-EFFECTIVE-SPLIT

           COMPUTE WS-EARNED ROUNDED =
               WS-RATED-AMOUNT * WS-EFF-PER / 100

           PERFORM 252-GET-TITLE-ISBN

           MOVE SPACES TO STMT-DETAIL-LINE
           MOVE WS-STM-TITLE-NAME TO SD-TITLE-NAME
           MOVE WS-STM-ROYALTYPER TO SD-ROYALTYPER
           MOVE WS-SALES-AMOUNT   TO SD-SALES
           MOVE WS-EARNED         TO SD-EARNED
           MOVE WS-STM-ISBN       TO SD-ISBN
           MOVE STMT-DETAIL-LINE TO STATEMENT-RECORD
           PERFORM 260-PUT-STMT-LINE

           ADD WS-EARNED TO WS-STMT-TOTAL
           ADD WS-EARNED TO WS-GRAND-TOTAL

           PERFORM 255-SHOW-FORMAT-LINES

           PERFORM 270-SHOW-RECOUPMENT.

      *    a title with no ISBN on the cross-reference yet prints
      *    without one rather than holding the statement
       252-GET-TITLE-ISBN.
           MOVE SPACES TO WS-STM-ISBN
           EXEC SQL
               SELECT ISBN INTO :WS-STM-ISBN
                  FROM TITLEISBN
                  WHERE TITLE_ID = :WS-STM-TITLE-ID
                    AND EDITION_NO =
                        (SELECT MIN(EDITION_NO) FROM TITLEISBN
                            WHERE TITLE_ID = :WS-STM-TITLE-ID)
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM 900-CHECK-SQLCODE
               MOVE SPACES TO WS-STM-ISBN
           END-IF.

      *    the format lines explain the title line above them --
      *    they carry no money of their own into the total
       255-SHOW-FORMAT-LINES.
           MOVE 'N' TO WS-FMT-EOF-SW
           EXEC SQL
               OPEN FMTSTMT
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               SET WS-FMT-EOF TO TRUE
           END-IF
           PERFORM 257-SHOW-ONE-FORMAT UNTIL WS-FMT-EOF
           EXEC SQL
               CLOSE FMTSTMT
           END-EXEC.

       257-SHOW-ONE-FORMAT.
           EXEC SQL
               FETCH FMTSTMT INTO
                  :WS-FMT-CODE, :WS-FMT-UNITS, :WS-FMT-DOLLARS,
                  :WS-FMT-RATED:WS-FMT-RATED-IND
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-FMT-EOF TO TRUE
           ELSE
               IF WS-FMT-RATED-IND < 0
                   MOVE ZERO TO WS-FMT-RATED
               END-IF
               COMPUTE WS-FMT-EARNED ROUNDED =
                   WS-FMT-RATED * WS-EFF-PER / 100
               EVALUATE WS-FMT-CODE
                   WHEN 'HC'
                       MOVE 'HARDCOVER'         TO SF-FORMAT-NAME
                   WHEN 'PB'
                       MOVE 'TRADE PAPERBACK'   TO SF-FORMAT-NAME
                   WHEN 'MM'
                       MOVE 'MASS-MARKET'       TO SF-FORMAT-NAME
                   WHEN 'EB'
                       MOVE 'EBOOK'             TO SF-FORMAT-NAME
                   WHEN 'AU'
                       MOVE 'AUDIO'             TO SF-FORMAT-NAME
                   WHEN OTHER
                       MOVE 'FORMAT NOT STATED' TO SF-FORMAT-NAME
               END-EVALUATE
               MOVE WS-FMT-UNITS   TO SF-UNITS
               MOVE WS-FMT-DOLLARS TO SF-SALES
               MOVE WS-FMT-EARNED  TO SF-EARNED
               EXEC SQL
                   SELECT MIN(ISBN)
                      INTO :WS-FMT-ISBN:WS-FMT-ISBN-IND
                      FROM TITLEISBN
                      WHERE TITLE_ID = :WS-STM-TITLE-ID
                        AND FORMAT_CODE = :WS-FMT-CODE
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE NOT = ZERO OR WS-FMT-ISBN-IND < 0
                   MOVE SPACES TO WS-FMT-ISBN
               END-IF
               MOVE WS-FMT-ISBN    TO SF-ISBN
               MOVE STMT-FORMAT-LINE TO STATEMENT-RECORD
               PERFORM 260-PUT-STMT-LINE
           END-IF.

      *    a split change effective inside the statement period
      *    weights the days before it at the old percentage and
      *    the days from it at the new -- the latest change in the

       300-CLOSE-STATEMENT.
           PERFORM 290-SHOW-ADJUSTMENTS
           PERFORM 292-SHOW-SUBRIGHTS
           PERFORM 280-SHOW-RESERVE
           PERFORM 293-SHOW-GARNISHMENTS
           MOVE SPACES TO STATEMENT-RECORD
           PERFORM 260-PUT-STMT-LINE
           MOVE WS-STMT-TOTAL TO ST-TOTAL
           MOVE STMT-TOTAL-LINE TO STATEMENT-RECORD
           PERFORM 260-PUT-STMT-LINE

           PERFORM 275-CHECK-PAY-SCHEDULE
           IF WS-PAY-DUE
               MOVE 'BALANCE HELD (UNDER PAYMENT MINIMUM)'
                   TO SB-LABEL
           ELSE
               ADD 1 TO WS-NOPAY-CT
               MOVE SPACES TO STATEMENT-RECORD
               MOVE 'NO PAYMENT THIS PERIOD' TO STATEMENT-RECORD
               PERFORM 260-PUT-STMT-LINE
               MOVE 'BALANCE ACCRUED TO NEXT SCHEDULED PAYMENT'
                   TO SB-LABEL
           END-IF

           MOVE WS-PRV-AU-ID TO HK-AU-ID
           READ HELD-KEY-FILE
               INVALID KEY
                   MOVE ZERO TO HK-BALANCE
           END-READ
           IF WS-HELDK-FILE-STATUS = '00'
              AND HK-BALANCE > ZERO
               MOVE HK-BALANCE TO SB-HELD
               MOVE STMT-HELD-LINE TO STATEMENT-RECORD
               PERFORM 260-PUT-STMT-LINE
           END-IF

           PERFORM 296-SHOW-PAYMENTS

      *    the same rate the payment run converted at -- a USD
      *    author, or a currency with no current rate, shows no
               END-IF
               MOVE FEED-CYCLE-SEQ TO MF-FEED-SEQ
           ELSE
               IF WS-CHANNEL = 'H'
                   ADD 1 TO WS-MAILHOLD-CT
                   MOVE 'RETURNED MAIL - HELD' TO MF-NOTE
               ELSE
                   ADD 1 TO WS-PRINT-CT
               END-IF
               MOVE ZERO TO MF-FEED-SEQ
           END-IF
           MOVE WS-STMT-TOTAL  TO MF-TOTAL
           CALL 'RPTWRITE' USING MANIFEST-CTL
           END-CALL.

      *    the same pay-month test the royalty run applies: every
      *    1, 3, 6 or 12 months from the author's first pay month,
      *    and no PAYSCHED row pays every period
       275-CHECK-PAY-SCHEDULE.
           MOVE 'Y' TO WS-PAY-DUE-SW
           EXEC SQL
               SELECT PAY_FREQ, FIRST_PAY_MON
                  INTO :WS-PAY-FREQ, :WS-FIRST-PAY-MON
                  FROM PAYSCHED
                  WHERE AU_ID = :WS-PRV-AU-ID
           END-EXEC
           IF SQLCODE = ZERO
               EVALUATE WS-PAY-FREQ
                   WHEN 'Q'
                       MOVE 3 TO WS-FREQ-MONTHS
                   WHEN 'S'
                       MOVE 6 TO WS-FREQ-MONTHS
                   WHEN 'A'
                       MOVE 12 TO WS-FREQ-MONTHS
                   WHEN OTHER
                       MOVE 1 TO WS-FREQ-MONTHS
               END-EVALUATE
               IF WS-STMT-PERIOD NUMERIC
                  AND WS-FIRST-PAY-MON NUMERIC
                  AND WS-FREQ-MONTHS > 1
                   MOVE WS-STMT-PERIOD(5:2) TO WS-PER-MONTH
                   COMPUTE WS-CYCLE-OFFSET = FUNCTION MOD(
                       WS-PER-MONTH + 12 - WS-FIRST-PAY-MON,
                       WS-FREQ-MONTHS)
                   IF WS-CYCLE-OFFSET NOT = ZERO
                       MOVE 'N' TO WS-PAY-DUE-SW
                   END-IF
               END-IF
           ELSE
               IF SQLCODE NOT = 100
                   PERFORM 900-CHECK-SQLCODE
               END-IF
           END-IF.

      *    the reserve held back this period comes off the total;
      *    reserve used to cover this period's returns and reserve
      *    aged out of the holding period go back on it -- the same
      *    arithmetic the royalty run paid on
       280-SHOW-RESERVE.
           MOVE ZERO TO WS-RESV-TAKEN
           MOVE ZERO TO WS-RESV-USED
           MOVE ZERO TO WS-RESV-RELEASED
           MOVE WS-PRV-AU-ID TO RS-AU-ID
           READ RESV-SUM-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RSUM-FILE-STATUS = '00'
               MOVE RS-TAKEN    TO WS-RESV-TAKEN
               MOVE RS-USED     TO WS-RESV-USED
               MOVE RS-RELEASED TO WS-RESV-RELEASED
           END-IF

           IF WS-RESV-TAKEN > ZERO
               MOVE 'LESS RETURNS RESERVE HELD THIS PERIOD'
                   TO SV-LABEL
               COMPUTE SV-AMOUNT = ZERO - WS-RESV-TAKEN
               MOVE STMT-RESERVE-LINE TO STATEMENT-RECORD
               PERFORM 260-PUT-STMT-LINE
               SUBTRACT WS-RESV-TAKEN FROM WS-STMT-TOTAL
               SUBTRACT WS-RESV-TAKEN FROM WS-GRAND-TOTAL
           END-IF
           IF WS-RESV-USED > ZERO
               MOVE 'RETURNS RESERVE APPLIED TO RETURNS'
                   TO SV-LABEL
               MOVE WS-RESV-USED TO SV-AMOUNT
               MOVE STMT-RESERVE-LINE TO STATEMENT-RECORD
               PERFORM 260-PUT-STMT-LINE
               ADD WS-RESV-USED TO WS-STMT-TOTAL
               ADD WS-RESV-USED TO WS-GRAND-TOTAL
           END-IF
           IF WS-RESV-RELEASED > ZERO
               MOVE 'RETURNS RESERVE RELEASED FROM PRIOR PERIODS'
                   TO SV-LABEL
               MOVE WS-RESV-RELEASED TO SV-AMOUNT
               MOVE STMT-RESERVE-LINE TO STATEMENT-RECORD
               PERFORM 260-PUT-STMT-LINE
               ADD WS-RESV-RELEASED TO WS-STMT-TOTAL
               ADD WS-RESV-RELEASED TO WS-GRAND-TOTAL
           END-IF.

      *    the memos the royalty run applied this period, straight
      *    off the ROYADJ rows it marked -- statement and payment
      *    carry the same manual touches
               COMPUTE WS-MONTH-DAYS = WS-NEXT-INT - WS-FIRST-INT
           END-IF.

      *    the work copy is created empty, then reopened for
      *    update so a balance HELDBAL.DAT carries twice for an
      *    author folds into one
       500-LOAD-HELD-BALANCES.
           MOVE 'N' TO WS-HELD-EOF-SW
           OPEN OUTPUT HELD-KEY-FILE
           CLOSE HELD-KEY-FILE
           OPEN I-O HELD-KEY-FILE
           OPEN INPUT HELD-BALANCE-FILE
           IF WS-HELD-FILE-STATUS NOT = '00'
               SET WS-HELD-EOF TO TRUE
               MOVE HELD-BALANCE-RECORD TO HELD-BALANCE-LINE
               IF HB-AU-ID NOT = SPACES
                  AND HB-BALANCE NUMERIC
                   MOVE HB-AU-ID TO HK-AU-ID
                   READ HELD-KEY-FILE
                       INVALID KEY
                           MOVE HB-BALANCE TO HK-BALANCE
                           MOVE HB-PERIOD  TO HK-PERIOD
                           WRITE HELD-KEY-RECORD
                       NOT INVALID KEY
                           ADD HB-BALANCE TO HK-BALANCE
                           REWRITE HELD-KEY-RECORD
                   END-READ
               END-IF
           END-IF.

      *    only this period's movements are kept -- the log holds
      *    every period the royalty run has worked
       560-LOAD-RESERVE-LOG.
           MOVE 'N' TO WS-RVLOG-EOF-SW
           OPEN OUTPUT RESV-SUM-FILE
           CLOSE RESV-SUM-FILE
           OPEN I-O RESV-SUM-FILE
           OPEN INPUT RESERVE-LOG-FILE
           IF WS-RVLOG-FILE-STATUS NOT = '00'
               SET WS-RVLOG-EOF TO TRUE
           END-IF
           PERFORM 565-LOAD-ONE-RESERVE-MOVE UNTIL WS-RVLOG-EOF
           IF WS-RVLOG-FILE-STATUS = '00' OR '10'
               CLOSE RESERVE-LOG-FILE
           END-IF.

       565-LOAD-ONE-RESERVE-MOVE.
           READ RESERVE-LOG-FILE
               AT END
                   SET WS-RVLOG-EOF TO TRUE
           END-READ
           IF NOT WS-RVLOG-EOF
               MOVE RESERVE-LOG-RECORD TO RESERVE-LOG-LINE
               IF RV-PERIOD = WS-STMT-PERIOD
                  AND RV-AMOUNT NUMERIC
                   MOVE RV-AU-ID TO RS-AU-ID
                   READ RESV-SUM-FILE
                       INVALID KEY
                           MOVE ZERO TO RS-TAKEN RS-USED RS-RELEASED
                           PERFORM 570-ADD-RESERVE-MOVE
                           WRITE RESV-SUM-RECORD
                       NOT INVALID KEY
                           PERFORM 570-ADD-RESERVE-MOVE
                           REWRITE RESV-SUM-RECORD
                   END-READ
               END-IF
           END-IF.

       570-ADD-RESERVE-MOVE.
           EVALUATE RV-TYPE
               WHEN 'T'
                   ADD RV-AMOUNT TO RS-TAKEN
               WHEN 'U'
                   ADD RV-AMOUNT TO RS-USED
               WHEN 'R'
                   ADD RV-AMOUNT TO RS-RELEASED
           END-EVALUATE.

      *    the register holds every period the shop has paid --
      *    only this period's payments to the author or the
      *    author's agent are kept
       580-LOAD-PERIOD-PAYMENTS.
           MOVE 'N' TO WS-REG-EOF-SW
           OPEN OUTPUT STMT-PAY-FILE
           CLOSE STMT-PAY-FILE
           OPEN I-O STMT-PAY-FILE
           OPEN INPUT PAY-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM 585-LOAD-ONE-PAYMENT UNTIL WS-REG-EOF
           IF WS-REG-FILE-STATUS = '00' OR '10'
               CLOSE PAY-REGISTER-FILE
           END-IF.

       585-LOAD-ONE-PAYMENT.
           READ PAY-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ
           IF NOT WS-REG-EOF
               MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
               IF PR-PERIOD = WS-STMT-PERIOD
                  AND NOT PR-VOID
                  AND NOT PR-PAYEE-AGENCY
                  AND PR-AMOUNT NUMERIC
                   MOVE PR-AU-ID      TO SP-AU-ID
                   MOVE PR-PAY-NUM    TO SP-PAY-NUM
                   MOVE PR-AMOUNT     TO SP-AMOUNT
                   MOVE PR-PAY-ENTITY TO SP-PAY-ENTITY
                   WRITE STMT-PAY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF.

      *    licence income the royalty run shared out this period
      *    -- each receipt shows what kind of rights and who paid
      *    for them, and the share joins the total it was paid in
       292-SHOW-SUBRIGHTS.
           MOVE 'N' TO WS-SUBR-EOF-SW
           EXEC SQL
               OPEN SUBRSTMT
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               SET WS-SUBR-EOF TO TRUE
           END-IF
           PERFORM 297-SHOW-ONE-SUBRIGHT UNTIL WS-SUBR-EOF
           EXEC SQL
               CLOSE SUBRSTMT
           END-EXEC.

       297-SHOW-ONE-SUBRIGHT.
           EXEC SQL
               FETCH SUBRSTMT INTO
                  :WS-SUBR-TITLE-ID, :WS-SUBR-RIGHTS-TYPE,
                  :WS-SUBR-LICENSEE, :WS-SUBR-SHARE
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-SUBR-EOF TO TRUE
           ELSE
               EVALUATE WS-SUBR-RIGHTS-TYPE
                   WHEN 'TR'
                       MOVE 'TRANSLATION'    TO SU-RIGHTS-NAME
                   WHEN 'AU'
                       MOVE 'AUDIO RIGHTS'   TO SU-RIGHTS-NAME
                   WHEN 'FM'
                       MOVE 'FILM/TV RIGHTS' TO SU-RIGHTS-NAME
                   WHEN 'BC'
                       MOVE 'BOOK CLUB'      TO SU-RIGHTS-NAME
                   WHEN 'SE'
                       MOVE 'SERIAL RIGHTS'  TO SU-RIGHTS-NAME
                   WHEN OTHER
                       MOVE 'OTHER RIGHTS'   TO SU-RIGHTS-NAME
               END-EVALUATE
               MOVE WS-SUBR-LICENSEE TO SU-LICENSEE
               MOVE WS-SUBR-SHARE    TO SU-AMOUNT
               ADD WS-SUBR-SHARE TO WS-STMT-TOTAL
               ADD WS-SUBR-SHARE TO WS-GRAND-TOTAL
               MOVE STMT-SUBR-LINE TO STATEMENT-RECORD
               PERFORM 260-PUT-STMT-LINE
           END-IF.

      *    what the royalty run remitted to a court or agency
      *    under an order comes off the total it was taken from
       293-SHOW-GARNISHMENTS.
           MOVE 'N' TO WS-GARN-EOF-SW
           EXEC SQL
               OPEN GARNSTMT
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               SET WS-GARN-EOF TO TRUE
           END-IF
           PERFORM 294-SHOW-ONE-GARNISHMENT UNTIL WS-GARN-EOF
           EXEC SQL
               CLOSE GARNSTMT
           END-EXEC.

       294-SHOW-ONE-GARNISHMENT.
           EXEC SQL
               FETCH GARNSTMT INTO
                  :WS-GARN-TYPE, :WS-GARN-CASE-REF, :WS-GARN-AMOUNT
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-GARN-EOF TO TRUE
           ELSE
               MOVE SPACES TO SV-LABEL
               EVALUATE WS-GARN-TYPE
                   WHEN 'L'
                       STRING 'LESS TAX LEVY - CASE '
                              WS-GARN-CASE-REF
                           DELIMITED BY SIZE INTO SV-LABEL
                   WHEN 'S'
                       STRING 'LESS SUPPORT ORDER - CASE '
                              WS-GARN-CASE-REF
                           DELIMITED BY SIZE INTO SV-LABEL
                   WHEN OTHER
                       STRING 'LESS GARNISHMENT - CASE '
                              WS-GARN-CASE-REF
                           DELIMITED BY SIZE INTO SV-LABEL
               END-EVALUATE
               COMPUTE SV-AMOUNT = ZERO - WS-GARN-AMOUNT
               MOVE STMT-RESERVE-LINE TO STATEMENT-RECORD
               PERFORM 260-PUT-STMT-LINE
               SUBTRACT WS-GARN-AMOUNT FROM WS-STMT-TOTAL
               SUBTRACT WS-GARN-AMOUNT FROM WS-GRAND-TOTAL
           END-IF.

      *    the author's payments this period in number order,
      *    each naming the entity that made it
       296-SHOW-PAYMENTS.
           MOVE 'N' TO WS-SPAY-EOF-SW
           MOVE WS-PRV-AU-ID TO SP-AU-ID
           MOVE ZERO         TO SP-PAY-NUM
           START STMT-PAY-FILE KEY IS NOT LESS THAN SP-KEY
               INVALID KEY
                   SET WS-SPAY-EOF TO TRUE
           END-START
           PERFORM 298-SHOW-ONE-PAYMENT UNTIL WS-SPAY-EOF.

       298-SHOW-ONE-PAYMENT.
           READ STMT-PAY-FILE NEXT RECORD
               AT END
                   SET WS-SPAY-EOF TO TRUE
           END-READ
           IF NOT WS-SPAY-EOF
              AND SP-AU-ID NOT = WS-PRV-AU-ID
               SET WS-SPAY-EOF TO TRUE
           END-IF
           IF NOT WS-SPAY-EOF
               MOVE SPACES TO WS-ENTITY-NAME
               IF SP-PAY-ENTITY NOT = SPACES
                   MOVE SP-PAY-ENTITY TO WS-PAY-ENTITY
                   EXEC SQL
                       SELECT MAX(ENTITY_NAME)
                          INTO :WS-ENTITY-NAME :WS-ENTITY-NAME-IND
                          FROM PUBLISHERS
                          WHERE PAY_ENTITY = :WS-PAY-ENTITY
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM 900-CHECK-SQLCODE
                       MOVE SPACES TO WS-ENTITY-NAME
                   END-IF
                   IF WS-ENTITY-NAME-IND < ZERO
                      OR WS-ENTITY-NAME = SPACES
                       MOVE SP-PAY-ENTITY TO WS-ENTITY-NAME
                   END-IF
               END-IF
               MOVE SP-PAY-NUM TO DISP-SP-PAY-NUM
               MOVE SPACES TO SB-LABEL
               IF WS-ENTITY-NAME = SPACES
                   STRING 'PAYMENT ' DISP-SP-PAY-NUM
                       DELIMITED BY SIZE INTO SB-LABEL
               ELSE
                   STRING 'PAYMENT ' DISP-SP-PAY-NUM ' FROM '
                          WS-ENTITY-NAME
                       DELIMITED BY SIZE INTO SB-LABEL
               END-IF
               MOVE SP-AMOUNT TO SB-HELD
               MOVE STMT-HELD-LINE TO STATEMENT-RECORD
               PERFORM 260-PUT-STMT-LINE
           END-IF.

      *    one write serves the chosen channel and the archive copy
      *    keyed by author and period
       260-PUT-STMT-LINE.
           EVALUATE WS-CHANNEL
               WHEN 'E'
                   MOVE STATEMENT-RECORD TO STMT-ELEC-RECORD
                   WRITE STMT-ELEC-RECORD
               WHEN 'H'
                   CONTINUE
               WHEN OTHER
                   WRITE STATEMENT-RECORD
           END-EVALUATE
           MOVE SPACES           TO STMT-ARCHIVE-LINE
           MOVE WS-PRV-AU-ID     TO AR-AU-ID
           MOVE WS-STMT-PERIOD   TO AR-PERIOD
