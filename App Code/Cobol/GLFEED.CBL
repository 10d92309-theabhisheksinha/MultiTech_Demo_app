           COPY MYRFPARM.
           COPY FISCPARM.
           COPY BDTPARM.
           COPY GLMCPARM.
           COPY RUNPPARM.

      *    the general ledger feed PAYEXTR's hash total has always
      *    claimed to balance against -- until now there wasn't one,
      *    offsets to the liability account, and the journal only
      *    leaves the shop when debits equal credits AND tie back to
      *    the extract trailer's hash total.
      *
      *    Compensation posts to the ledgers of the companies that
      *    pay the author, shared as ROYCALC shares the payable:
      *    by what the author's titles earned this period at each
      *    imprint's paying entity -- that entity's GL company off
      *    PUBLISHERS, the house's own imprints to the house's
      *    company off the same run-control card ROYGL reads.  An
      *    author with no earnings this period is shared by titles
      *    held.  Each company's journal lines carry its code and
      *    balance against their own offset line.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-PAY-FILE-STATUS    PIC XX.
       01 WS-OFFSET-ACCOUNT     PIC X(8) VALUE SPACES.
       01 WS-FOUND-SW           PIC X.
           88 WS-MAP-FOUND          VALUE 'Y'.
       01 WS-PROB-SUB           PIC 9(4) COMP.

      *    journal lines aggregate by account before they're written
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES.
               10 WS-ACC-COMPANY       PIC X(4).
               10 WS-ACC-ACCOUNT       PIC X(8).
               10 WS-ACC-AMOUNT        PIC S9(13)V99.
       01 WS-ACCT-CT            PIC 9(4) COMP VALUE ZERO.
       01 WS-ACCT-SUB           PIC 9(4) COMP.

       01 WS-HOUSE-COMPANY      PIC X(4) VALUE '0001'.
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 50 TIMES.
               10 WS-CO-COMPANY        PIC X(4).
               10 WS-CO-COMP           PIC S9(13)V99.
               10 WS-CO-DEBITS         PIC S9(13)V99.
               10 WS-CO-CREDITS        PIC S9(13)V99.
       01 WS-CO-CT              PIC 9(4) COMP VALUE ZERO.
       01 WS-CO-SUB             PIC 9(4) COMP.
       01 WS-CO-FOUND-SW        PIC X.
           88 WS-CO-FOUND           VALUE 'Y'.
      *    the author the shares were last worked out for -- the
      *    extract runs in author order, so one lookup serves all
      *    of an author's lines
       01 WS-CO-AU-ID           PIC X(11) VALUE SPACES.
       01 WS-GL-COMPANY         PIC X(4).

      *    the author's companies and what each one's titles
      *    earned the author this period -- or, with no earnings,
      *    how many titles each holds
       01 WS-SHR-TABLE.
           05 WS-SHR-ENTRY OCCURS 20 TIMES.
               10 WS-SHR-COMPANY       PIC X(4).
               10 WS-SHR-EARNED        PIC S9(11)V99.
               10 WS-SHR-TITLES        PIC S9(9) COMP.
       01 WS-SHR-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-SHR-SUB            PIC 9(4) COMP.
       01 WS-SHR-LAST           PIC 9(4) COMP.
       01 WS-SHR-TOTAL          PIC S9(11)V99.
       01 WS-SHR-TITLE-TOTAL    PIC S9(9) COMP.
       01 WS-SHR-LEFT           PIC S9(11)V99.
       01 WS-SHR-PERIOD         PIC X(6).
       01 WS-SHR-MORE-SW        PIC X.
           88 WS-SHR-NO-MORE        VALUE 'N'.
       01 WS-FT-COMPANY         PIC X(4).
       01 WS-FT-COMPANY-IND     PIC S9(4) COMP.
       01 WS-FT-EARNED          PIC S9(11)V99.
       01 WS-FT-EARNED-IND      PIC S9(4) COMP.
       01 WS-FT-TITLES          PIC S9(9) COMP.
       01 WS-LINE-AMOUNT        PIC S9(11)V99.

       01 WS-AMOUNT             PIC S9(11)V99.
       01 WS-AMOUNT-X           PIC X(14).
       01 WS-ADJ-AMOUNT-X       PIC X(13).
       01 WS-TOTAL-CREDITS      PIC S9(13)V99 VALUE ZERO.
       01 WS-UNMAPPED-CT        PIC 9(4) COMP VALUE ZERO.
       01 WS-JRNL-LINE-CT       PIC 9(4) COMP VALUE ZERO.
       01 WS-JL-DEBIT           PIC S9(13)V99.
       01 WS-JL-CREDIT          PIC S9(13)V99.
       01 DISP-GL-CT            PIC ZZZ,ZZ9.
       01 DISP-GL-AMT           PIC -9,999,999,999,999.99.
       01 DISP-GL-AMT2          PIC -9,999,999,999,999.99.
           05 JL-DEBIT              PIC -9999999999999.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 JL-CREDIT             PIC -9999999999999.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 JL-COMPANY            PIC X(4).
           05 FILLER                PIC X(32) VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO FIS-PERIOD
           END-IF
           MOVE FIS-PERIOD TO WS-SHR-PERIOD
           SET FIS-FUNC-RUN-CHECK TO TRUE
           CALL 'FISCAL' USING FIS-PARM-AREA
           END-CALL
               STOP RUN
           END-IF

           MOVE 'ROYGL' TO RUNP-STEP-NAME
           MOVE 'GL-COMPANY' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           IF RUNP-RC-OK AND RUNP-VALUE(1:4) NOT = SPACES
               MOVE RUNP-VALUE(1:4) TO WS-HOUSE-COMPANY
           END-IF

           PERFORM 200-LOAD-ACCOUNT-MAP
           IF WS-OFFSET-ACCOUNT = SPACES
               DISPLAY 'No offset liability account (** card) on '
               STOP RUN
           END-IF

      *    the ** card alone is not enough -- every account has to
      *    be open on the chart in the right class and every author
      *    jurisdiction has to land on a card, or the journal posts
      *    to a dead account or leaves lines unposted
           SET GLMC-FUNC-COVERAGE TO TRUE
           SET GLMC-MAP-COMP TO TRUE
           CALL 'GLMAPCOV' USING GLMC-PARM-AREA
           END-CALL
           IF NOT GLMC-RC-OK
               IF GLMC-RC-FAILED
                   DISPLAY 'GLMAP.DAT: ' GLMC-PROBLEM-TEXT(1)
               END-IF
               PERFORM VARYING WS-PROB-SUB FROM 1 BY 1
                       UNTIL WS-PROB-SUB > GLMC-PROBLEM-CT
                          OR WS-PROB-SUB > 50
                   DISPLAY 'GLMAP.DAT: '
                           GLMC-PROBLEM-TEXT(WS-PROB-SUB)
               END-PERFORM
               DISPLAY 'Account map does not cover the run - see '
                       'GLMAPCHK, run aborted'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 300-READ-THE-EXTRACT
           PERFORM 500-WRITE-THE-JOURNAL
           PERFORM 600-PROVE-THE-BALANCE
               DISPLAY 'No author row for extract AU_ID ' AU-ID
                       ' - line cannot post'
           ELSE
               PERFORM 420-GET-AUTHOR-SHARES
               PERFORM 430-POST-BY-COMPANY
           END-IF.

      *    a retro adjustment posts to the same author's expense
               DISPLAY 'No author row for adjustment AU_ID ' AU-ID
                       ' - line cannot post'
           ELSE
               PERFORM 420-GET-AUTHOR-SHARES
               PERFORM 430-POST-BY-COMPANY
           END-IF.

       400-DEBIT-MAPPED-ACCOUNT.
               PERFORM 450-ACCUMULATE-ACCOUNT
           END-IF.

      *    the companies behind the imprints of the author's
      *    titles, with what each one's titles earned this period
      *    -- SALESSUM at the rated royalty, as CASHFCST reads the
      *    trend.  No earnings at all shares the line by titles
      *    held; no titles at all leaves it with the house.
       420-GET-AUTHOR-SHARES.
           IF AU-ID NOT = WS-CO-AU-ID
               MOVE AU-ID TO WS-CO-AU-ID
               MOVE ZERO TO WS-SHR-CT WS-SHR-TOTAL WS-SHR-TITLE-TOTAL
               EXEC SQL
                   DECLARE GLSHARE CURSOR FOR
                   SELECT CASE WHEN P.PAY_ENTITY > ' '
                               THEN P.GL_COMPANY
                               ELSE :WS-HOUSE-COMPANY END,
                          SUM(COALESCE(S.DOLLARS
                              * COALESCE(R.ROY_RATE, 100) / 100
                              * TA.ROYALTYPER / 100, 0)),
                          COUNT(DISTINCT TA.TITLE_ID)
                      FROM titleauthor TA
                           JOIN titles TI
                             ON TI.TITLE_ID = TA.TITLE_ID
                           JOIN PUBLISHERS P
                             ON P.PUB_CODE = TI.PUB_CODE
                           LEFT OUTER JOIN SALESSUM S
                             ON S.TITLE_ID = TA.TITLE_ID
                            AND S.PERIOD = :WS-SHR-PERIOD
                           LEFT OUTER JOIN SALESRATE R
                             ON R.TITLE_ID = S.TITLE_ID
                            AND R.FORMAT_CODE = S.FORMAT_CODE
                            AND R.CHANNEL = S.CHANNEL
                      WHERE TA.AU_ID = :AU-ID
                      GROUP BY CASE WHEN P.PAY_ENTITY > ' '
                                    THEN P.GL_COMPANY
                                    ELSE :WS-HOUSE-COMPANY END
                      ORDER BY 1
               END-EXEC
               MOVE 'Y' TO WS-SHR-MORE-SW
               EXEC SQL
                   OPEN GLSHARE
               END-EXEC
               IF SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   SET WS-SHR-NO-MORE TO TRUE
               END-IF
               PERFORM 425-FETCH-ONE-SHARE UNTIL WS-SHR-NO-MORE
               EXEC SQL
                   CLOSE GLSHARE
               END-EXEC

               IF WS-SHR-CT = ZERO
                   MOVE 1 TO WS-SHR-CT WS-SHR-TITLES(1)
                                       WS-SHR-TITLE-TOTAL
                   MOVE WS-HOUSE-COMPANY TO WS-SHR-COMPANY(1)
                   MOVE ZERO TO WS-SHR-EARNED(1)
               END-IF
               IF WS-SHR-TOTAL NOT > ZERO
                   PERFORM VARYING WS-SHR-SUB FROM 1 BY 1
                           UNTIL WS-SHR-SUB > WS-SHR-CT
                       MOVE WS-SHR-TITLES(WS-SHR-SUB)
                           TO WS-SHR-EARNED(WS-SHR-SUB)
                   END-PERFORM
                   MOVE WS-SHR-TITLE-TOTAL TO WS-SHR-TOTAL
               END-IF
           END-IF.

      *    more companies than the table holds fails the run
      *    rather than post one company's share in another's books
       425-FETCH-ONE-SHARE.
           EXEC SQL
               FETCH GLSHARE INTO
                  :WS-FT-COMPANY:WS-FT-COMPANY-IND,
                  :WS-FT-EARNED:WS-FT-EARNED-IND,
                  :WS-FT-TITLES
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-SHR-NO-MORE TO TRUE
           ELSE
               IF WS-FT-COMPANY-IND < ZERO
                   MOVE SPACES TO WS-FT-COMPANY
               END-IF
               IF WS-FT-EARNED-IND < ZERO
                  OR WS-FT-EARNED < ZERO
                   MOVE ZERO TO WS-FT-EARNED
               END-IF
               IF WS-SHR-CT < 20
                   ADD 1 TO WS-SHR-CT
                   MOVE WS-FT-COMPANY TO WS-SHR-COMPANY(WS-SHR-CT)
                   MOVE WS-FT-EARNED  TO WS-SHR-EARNED(WS-SHR-CT)
                   MOVE WS-FT-TITLES  TO WS-SHR-TITLES(WS-SHR-CT)
                   ADD WS-FT-EARNED TO WS-SHR-TOTAL
                   ADD WS-FT-TITLES TO WS-SHR-TITLE-TOTAL
               ELSE
                   DISPLAY 'GL FEED FAILS - author ' AU-ID
                           ' paid by more than 20 GL companies'
                   SET WS-RUN-FAILED TO TRUE
                   SET WS-SHR-NO-MORE TO TRUE
               END-IF
           END-IF.

      *    the line is shared by weight across the author's
      *    companies; the last to take a share takes what rounding
      *    leaves, so the shares add back to the line
       430-POST-BY-COMPANY.
           MOVE WS-AMOUNT TO WS-LINE-AMOUNT WS-SHR-LEFT
           MOVE ZERO TO WS-SHR-LAST
           PERFORM VARYING WS-SHR-SUB FROM 1 BY 1
                   UNTIL WS-SHR-SUB > WS-SHR-CT
               IF WS-SHR-EARNED(WS-SHR-SUB) > ZERO
                   MOVE WS-SHR-SUB TO WS-SHR-LAST
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SHR-SUB FROM 1 BY 1
                   UNTIL WS-SHR-SUB > WS-SHR-LAST
               IF WS-SHR-EARNED(WS-SHR-SUB) > ZERO
                   IF WS-SHR-SUB = WS-SHR-LAST
                       MOVE WS-SHR-LEFT TO WS-AMOUNT
                   ELSE
                       COMPUTE WS-AMOUNT ROUNDED =
                           WS-LINE-AMOUNT * WS-SHR-EARNED(WS-SHR-SUB)
                               / WS-SHR-TOTAL
                       SUBTRACT WS-AMOUNT FROM WS-SHR-LEFT
                   END-IF
                   PERFORM 440-POST-ONE-SHARE
               END-IF
           END-PERFORM.

       440-POST-ONE-SHARE.
           MOVE WS-SHR-COMPANY(WS-SHR-SUB) TO WS-GL-COMPANY
           IF WS-GL-COMPANY = SPACES
               ADD 1 TO WS-UNMAPPED-CT
               DISPLAY 'No GL company for an imprint of author '
                       AU-ID ' - line cannot post'
           ELSE
               PERFORM 445-FIND-COMPANY
               PERFORM 400-DEBIT-MAPPED-ACCOUNT
           END-IF.

       445-FIND-COMPANY.
           MOVE 'N' TO WS-CO-FOUND-SW
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-CT
                      OR WS-CO-FOUND
               IF WS-CO-COMPANY(WS-CO-SUB) = WS-GL-COMPANY
                   SET WS-CO-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-CO-SUB
               END-IF
           END-PERFORM

      *    more companies than the table holds fails the run
      *    rather than post one company's money in another's books
           IF NOT WS-CO-FOUND
               IF WS-CO-CT < 50
                   ADD 1 TO WS-CO-CT
                   MOVE WS-CO-CT TO WS-CO-SUB
                   MOVE WS-GL-COMPANY TO WS-CO-COMPANY(WS-CO-SUB)
                   MOVE ZERO TO WS-CO-COMP(WS-CO-SUB)
                                WS-CO-DEBITS(WS-CO-SUB)
                                WS-CO-CREDITS(WS-CO-SUB)
               ELSE
                   DISPLAY 'GL FEED FAILS - more than 50 GL '
                           'companies, ' WS-GL-COMPANY ' not posted'
                   SET WS-RUN-FAILED TO TRUE
                   MOVE WS-CO-CT TO WS-CO-SUB
               END-IF
           END-IF.

       450-ACCUMULATE-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                      OR WS-MAP-FOUND
               IF WS-ACC-ACCOUNT(WS-ACCT-SUB)
                  = WS-MAP-ACCOUNT(WS-MAP-SUB)
                  AND WS-ACC-COMPANY(WS-ACCT-SUB)
                  = WS-CO-COMPANY(WS-CO-SUB)
                   SET WS-MAP-FOUND TO TRUE
                   ADD WS-AMOUNT TO WS-ACC-AMOUNT(WS-ACCT-SUB)
               END-IF
           END-PERFORM

      *    a full table fails the run rather than leave a debit
      *    off a journal whose offset still counts it
           IF NOT WS-MAP-FOUND
               IF WS-ACCT-CT < 1000
                   ADD 1 TO WS-ACCT-CT
                   MOVE WS-CO-COMPANY(WS-CO-SUB)
                       TO WS-ACC-COMPANY(WS-ACCT-CT)
                   MOVE WS-MAP-ACCOUNT(WS-MAP-SUB)
                       TO WS-ACC-ACCOUNT(WS-ACCT-CT)
                   MOVE WS-AMOUNT TO WS-ACC-AMOUNT(WS-ACCT-CT)
               ELSE
                   DISPLAY 'GL FEED FAILS - account table full'
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF

           ADD WS-AMOUNT TO WS-CO-COMP(WS-CO-SUB).

       500-WRITE-THE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE

           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-CT
               PERFORM 510-WRITE-COMPANY-ENTRIES
           END-PERFORM

           CLOSE GL-JOURNAL-FILE.

       510-WRITE-COMPANY-ENTRIES.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-CT
               IF WS-ACC-COMPANY(WS-ACCT-SUB)
                  = WS-CO-COMPANY(WS-CO-SUB)
                   MOVE WS-ACC-ACCOUNT(WS-ACCT-SUB) TO JL-ACCOUNT
                   MOVE WS-ACC-AMOUNT(WS-ACCT-SUB)  TO WS-JL-DEBIT
                   MOVE ZERO TO WS-JL-CREDIT
                   PERFORM 520-PUT-JOURNAL-LINE
               END-IF
           END-PERFORM

      *    one credit line offsets the company's journal to the
      *    liability account for all the compensation posted to
      *    it -- 600- proves the lines written add up to it
           MOVE WS-OFFSET-ACCOUNT TO JL-ACCOUNT
           MOVE ZERO              TO WS-JL-DEBIT
           MOVE WS-CO-COMP(WS-CO-SUB) TO WS-JL-CREDIT
           PERFORM 520-PUT-JOURNAL-LINE.

       520-PUT-JOURNAL-LINE.
           MOVE WS-CO-COMPANY(WS-CO-SUB) TO JL-COMPANY
           MOVE WS-JL-DEBIT  TO JL-DEBIT
           MOVE WS-JL-CREDIT TO JL-CREDIT
           MOVE GL-JOURNAL-LINE TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JRNL-LINE-CT
           ADD WS-JL-DEBIT  TO WS-CO-DEBITS(WS-CO-SUB)
                               WS-TOTAL-DEBITS
           ADD WS-JL-CREDIT TO WS-CO-CREDITS(WS-CO-SUB)
                               WS-TOTAL-CREDITS.

      *    a journal that doesn't post helps nobody -- debits must
      *    equal credits, the total must tie back to the extract
      *    trailer's hash, and every extract line must have found an
      *    account, or the step ends non-zero
       600-PROVE-THE-BALANCE.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-CT
               MOVE WS-CO-DEBITS(WS-CO-SUB) TO DISP-GL-AMT
               DISPLAY 'GL feed - company ' WS-CO-COMPANY(WS-CO-SUB)
                       ' debits: ' DISP-GL-AMT
               IF WS-CO-DEBITS(WS-CO-SUB)
                  NOT = WS-CO-CREDITS(WS-CO-SUB)
                   DISPLAY 'GL FEED OUT OF BALANCE - company '
                           WS-CO-COMPANY(WS-CO-SUB)
                           ' debits do not equal credits'
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-DEBITS  TO DISP-GL-AMT
           MOVE WS-TOTAL-CREDITS TO DISP-GL-AMT2
           DISPLAY 'GL feed - total debits:  ' DISP-GL-AMT
