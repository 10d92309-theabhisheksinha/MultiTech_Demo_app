           05 XN-QTY                PIC X(7).
           05 XN-AMOUNT             PIC X(11).
           05 XN-SALE-DATE          PIC X(8).
      *    format and channel price the sale -- a hardcover, an
      *    ebook and an export copy of one title can each carry
      *    their own royalty rate.  Blank means the sender didn't
      *    say, and the sale earns at the title's standard terms.
           05 XN-FORMAT             PIC X(2).
               88 XN-FORMAT-VALID       VALUE 'HC' 'PB' 'MM' 'EB'
                                              'AU' SPACES.
           05 XN-CHANNEL            PIC X(2).
               88 XN-CHANNEL-VALID      VALUE 'TR' 'EX' 'SP' 'DI'
                                              SPACES.
      *    the ISO currency the amount is stated in -- export
      *    distributors report in their own money.  Blank is USD.
           05 XN-CURRENCY           PIC X(3).
      *    distributors key their sales by ISBN-13, not by our
      *    TITLE_ID -- a row may carry either or both, and the
      *    ISBN resolves through the TITLEISBN cross-reference
           05 XN-ISBN               PIC X(13).

       FD  SALES-SUSPENSE-FILE.
       01  SALES-SUSPENSE-RECORD    PIC X(100).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD        PIC X(6).
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY FISCPARM.
           COPY ISBNPARM.

      *    a foreign-currency amount converts to USD at the
      *    EXCHHIST rate in effect on the sale date; the sales row
      *    keeps the original amount, its currency and the rate
      *    beside the converted figure everything downstream sums
           COPY CURPARM.
       01 WS-SALE-CURRENCY      PIC X(3).
       01 WS-ORIG-AMOUNT        PIC S9(9)V99.
       01 WS-FX-RATE            PIC S9(3)V9(6).

      *    per-currency control totals for the FX summary --
      *    original against converted, so the desk can tie the
      *    distributor's statement to what was posted
       01 WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 50 TIMES.
               10 WS-FX-CURRENCY       PIC X(3).
               10 WS-FX-ROW-CT         PIC 9(6) COMP.
               10 WS-FX-ORIG-TOTAL     PIC S9(11)V99.
               10 WS-FX-USD-TOTAL      PIC S9(11)V99.
       01 WS-FX-CT              PIC 9(4) COMP VALUE ZERO.
       01 WS-FX-SUB             PIC 9(4) COMP.
       01 WS-FX-HIT             PIC 9(4) COMP.

       01 FX-RPT-LINE.
           05 FXR-CURRENCY          PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 FXR-ROW-CT            PIC ZZZ,ZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 FXR-ORIG-TOTAL        PIC --,---,---,--9.99.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 FXR-USD-TOTAL         PIC --,---,---,--9.99.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 FXR-AVG-RATE          PIC ZZ9.999999.

       01 FX-RPT-CTL.
           COPY RPTPARM.

      *    inbound file registration -- the file must open with a
      *    header naming its feed and sequence and close with a
       01 WS-HDR-SEQ-9          PIC 9(5).
       01 WS-TRL-COUNT-9        PIC 9(7).

      *    the header's source id names the distributor the file
      *    came from; it must be an active DISTRIB row, and every
      *    sales row the file posts carries it so DISTRECN can set
      *    reported sales against the distributor's remittances
       01 WS-DIST-ID            PIC X(6).
       01 WS-DIST-STATUS        PIC X.

      *    sales ingestion in the TEST5 mold -- royalty processing
      *    finally gets real volumes: a transaction file of sales by
      *    TITLE_ID, validated against the titles table, rejects to a
       01 WS-XN-INSERT-CT       PIC 9(6) COMP VALUE ZERO.
       01 WS-XN-RETURN-CT       PIC 9(6) COMP VALUE ZERO.
       01 WS-XN-REJECT-CT       PIC 9(6) COMP VALUE ZERO.
       01 WS-XN-REVERTED-CT     PIC 9(6) COMP VALUE ZERO.
       01 WS-UNITS-LOADED       PIC S9(9) COMP VALUE ZERO.
       01 WS-DOLLARS-LOADED     PIC S9(11)V99 VALUE ZERO.
       01 DISP-XN-CT            PIC ZZZ,ZZ9.
       01 WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                PIC 9(9)V99.
       01 WS-SALE-DATE          PIC X(8).
       01 WS-SALE-FORMAT        PIC X(2).
       01 WS-SALE-CHANNEL       PIC X(2).
       01 WS-TITLE-EXISTS-CT    PIC S9(9) COMP.
       01 WS-TITLE-REVERTED-CT  PIC S9(9) COMP.
       01 WS-ISBN-REASON        PIC X(40).
       01 WS-XN-ISBN-CT         PIC 9(6) COMP VALUE ZERO.

      *    closed-period detection -- a sale dated before the
      *    current business period posts flagged rather than
           05 FILLER                PIC X  VALUE SPACE.
           05 SSUSP-SALE-DATE       PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 SSUSP-FORMAT          PIC X(2).
           05 FILLER                PIC X  VALUE SPACE.
           05 SSUSP-CHANNEL         PIC X(2).
           05 FILLER                PIC X  VALUE SPACE.
           05 SSUSP-REASON          PIC X(40).
           05 FILLER                PIC X     VALUE SPACE.
           05 SSUSP-CURRENCY        PIC X(3).
           05 FILLER                PIC X     VALUE SPACE.
           05 SSUSP-ISBN            PIC X(13).

           EXEC SQL
               INCLUDE SQLCA
                       'load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               PERFORM 327-CHECK-DISTRIBUTOR
           END-IF

           IF NOT WS-FILE-REFUSED
               MOVE IFH-FILE-SEQ TO WS-HDR-SEQ-9
               SET RECV-FUNC-CHECK TO TRUE
               MOVE 'SALESXN'           TO RECV-FEED-ID
               MOVE IFH-BUSINESS-DATE   TO RECV-BUSINESS-DATE
               MOVE WS-HDR-SEQ-9        TO RECV-FILE-SEQ
               MOVE WS-DIST-ID          TO RECV-SOURCE-ID
               CALL 'RECVLOG' USING RECV-PARM-AREA
               END-CALL
               EVALUATE TRUE
               END-EVALUATE
           END-IF.

      *    a file from a distributor the credit team has not set
      *    up, or has closed, is refused whole -- its sales would
      *    post with nobody to collect them from
       327-CHECK-DISTRIBUTOR.
           MOVE IFH-SOURCE-ID TO WS-DIST-ID
           IF WS-DIST-ID = SPACES
               DISPLAY 'No distributor on registration header - '
                       'load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               EXEC SQL
                   SELECT DIST_STATUS INTO :WS-DIST-STATUS
                      FROM DISTRIB
                      WHERE DIST_ID = :WS-DIST-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       DISPLAY 'Distributor ' WS-DIST-ID
                               ' not on file - load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN SQLCODE < ZERO
                       PERFORM 900-CHECK-SQLCODE
                       DISPLAY 'Distributor lookup failed - '
                               'load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN WS-DIST-STATUS NOT = 'A'
                       DISPLAY 'Distributor ' WS-DIST-ID
                               ' is not active - load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       330-VERIFY-ONE-RECORD.
           READ SALES-XN-FILE
               AT END
                           MOVE XN-QTY       TO SSUSP-QTY
                           MOVE XN-AMOUNT    TO SSUSP-AMOUNT
                           MOVE XN-SALE-DATE TO SSUSP-SALE-DATE
                           MOVE XN-FORMAT    TO SSUSP-FORMAT
                           MOVE XN-CHANNEL   TO SSUSP-CHANNEL
                           MOVE XN-CURRENCY  TO SSUSP-CURRENCY
                           MOVE XN-ISBN      TO SSUSP-ISBN
                           MOVE WS-REJECT-REASON TO SSUSP-REASON
                           MOVE SALES-SUSPENSE-LINE
                                TO SALES-SUSPENSE-RECORD
           MOVE WS-XN-LATE-CT TO DISP-XN-CT
           DISPLAY 'Sales load - prior-period sales flagged: '
                   DISP-XN-CT
           MOVE WS-XN-ISBN-CT TO DISP-XN-CT
           DISPLAY 'Sales load - rows keyed by ISBN: ' DISP-XN-CT
           MOVE WS-XN-REJECT-CT TO DISP-XN-CT
           DISPLAY 'Sales load - rows rejected:   ' DISP-XN-CT
           MOVE WS-XN-REVERTED-CT TO DISP-XN-CT
           DISPLAY 'Sales load - reverted titles: ' DISP-XN-CT
           MOVE WS-UNITS-LOADED TO DISP-UNITS
           DISPLAY 'Sales load - units loaded:    ' DISP-UNITS
           MOVE WS-DOLLARS-LOADED TO DISP-DOLLARS
           DISPLAY 'Sales load - dollars loaded:  ' DISP-DOLLARS

           PERFORM 480-WRITE-FX-SUMMARY.

      *    every edit runs against the raw transaction fields before
      *    anything is moved to a numeric host variable, so a bad
      *    record routes to suspense instead of abending the move
       400-EDIT-SALES-XN.
           MOVE SPACES TO WS-REJECT-REASON WS-ISBN-REASON
           IF XN-ISBN NOT = SPACES
               PERFORM 410-RESOLVE-ISBN
           END-IF

           IF XN-REC-TYPE NOT = 'S' AND XN-REC-TYPE NOT = 'R'
              AND XN-REC-TYPE NOT = SPACE
               MOVE 'Invalid record type' TO WS-REJECT-REASON
           ELSE
           IF XN-TITLE-ID = SPACES OR XN-TITLE-ID NOT NUMERIC
              OR WS-ISBN-REASON NOT = SPACES
               IF WS-ISBN-REASON NOT = SPACES
                   MOVE WS-ISBN-REASON TO WS-REJECT-REASON
               ELSE
                   MOVE 'Invalid or missing TITLE_ID'
                       TO WS-REJECT-REASON
               END-IF
           ELSE
               IF XN-QTY NOT NUMERIC
                   MOVE 'Invalid quantity' TO WS-REJECT-REASON
                           MOVE 'Invalid sale date'
                               TO WS-REJECT-REASON
                       ELSE
                           IF NOT XN-FORMAT-VALID
                               MOVE 'Invalid format code'
                                   TO WS-REJECT-REASON
                           ELSE
                               IF NOT XN-CHANNEL-VALID
                                   MOVE 'Invalid sales channel'
                                       TO WS-REJECT-REASON
                               ELSE
                                   IF XN-CURRENCY NOT = SPACES
                                      AND XN-CURRENCY NOT ALPHABETIC
                                       MOVE 'Invalid currency code'
                                           TO WS-REJECT-REASON
                                   END-IF
                               END-IF
                           END-IF
      *                    a sale for a sealed fiscal period
      *                    bounces to suspense -- posting into a
      *                    closed month is a restatement decision,
      *                    not a load
                           IF WS-REJECT-REASON = SPACES
                              AND XN-SALE-DATE(1:6) NOT = SPACES
                               MOVE XN-SALE-DATE(1:6) TO FIS-PERIOD
                               SET FIS-FUNC-POST-CHECK TO TRUE
                               CALL 'FISCAL' USING FIS-PARM-AREA
                           IF WS-REJECT-REASON = SPACES
                               PERFORM 420-CHECK-TITLE-EXISTS
                           END-IF
                           IF WS-REJECT-REASON = SPACES
                               PERFORM 430-CONVERT-CURRENCY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      *    an ISBN-keyed row takes its TITLE_ID, and its format when
      *    the sender left that blank, from the edition the ISBN was
      *    issued for; a row carrying both must agree.  An ISBN the
      *    cross-reference doesn't hold goes to suspense under its
      *    own reason so the catalog desk, not the feed desk, works it
       410-RESOLVE-ISBN.
           MOVE 'R'     TO IVAL-MODE
           MOVE XN-ISBN TO IVAL-ISBN
           CALL 'ISBNVAL' USING IVAL-PARM-AREA
           END-CALL
           EVALUATE TRUE
               WHEN IVAL-RC-OK
                   IF XN-TITLE-ID NOT = SPACES
                      AND XN-TITLE-ID NOT = IVAL-TITLE-ID-X
                       MOVE 'ISBN belongs to another TITLE_ID'
                           TO WS-ISBN-REASON
                   ELSE
                       MOVE IVAL-TITLE-ID-X TO XN-TITLE-ID
                       IF XN-FORMAT = SPACES
                           MOVE IVAL-FORMAT TO XN-FORMAT
                       END-IF
                       ADD 1 TO WS-XN-ISBN-CT
                   END-IF
               WHEN IVAL-RC-FAILED
                   SET WS-RUN-FAILED TO TRUE
                   MOVE IVAL-REASON TO WS-ISBN-REASON
               WHEN OTHER
                   MOVE IVAL-REASON TO WS-ISBN-REASON
           END-EVALUATE.

      *    validate against the titles table the same way TITLEMNT's
      *    add checks its keys -- a sale for a title the catalog has
      *    never heard of is a feed problem, not a load problem
           MOVE XN-TITLE-ID   TO WS-TITLE-ID-9
           MOVE WS-TITLE-ID-9 TO WS-SALE-TITLE-ID

      *    a title whose rights have reverted to the author is
      *    no longer ours to sell -- a distributor still reporting
      *    it goes to suspense for the rights desk, not to SALES
      *    where the royalty run would pick it up
           EXEC SQL
               SELECT COUNT(*),
                      COUNT(CASE WHEN TITLE_STATUS = 'R'
                                 THEN 1 END)
                  INTO :WS-TITLE-EXISTS-CT, :WS-TITLE-REVERTED-CT
                  FROM titles
                  WHERE TITLE_ID = :WS-SALE-TITLE-ID
           END-EXEC
               IF WS-TITLE-EXISTS-CT = ZERO
                   MOVE 'TITLE_ID not on titles table'
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-TITLE-REVERTED-CT > ZERO
                       ADD 1 TO WS-XN-REVERTED-CT
                       MOVE 'Title rights reverted to author'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *    the amount converts before the row is accepted -- a
      *    currency with no rate for the sale date goes to
      *    suspense rather than posting at zero or at a rate
      *    that wasn't in force when the sale was made
       430-CONVERT-CURRENCY.
           MOVE XN-AMOUNT   TO WS-AMOUNT-X
           MOVE WS-AMOUNT-9 TO WS-ORIG-AMOUNT
           IF XN-CURRENCY = SPACES OR XN-CURRENCY = 'USD'
               MOVE 'USD'          TO WS-SALE-CURRENCY
               MOVE 1              TO WS-FX-RATE
               MOVE WS-ORIG-AMOUNT TO WS-SALE-AMOUNT
           ELSE
               MOVE XN-CURRENCY    TO WS-SALE-CURRENCY
               MOVE SPACES         TO CUR-COUNTRY
               MOVE XN-CURRENCY    TO CUR-CURRENCY-CODE
               MOVE XN-SALE-DATE   TO CUR-RATE-DATE
               MOVE WS-ORIG-AMOUNT TO CUR-NATIVE-AMOUNT
               CALL 'CURCONV' USING CUR-PARM-AREA
               END-CALL
               EVALUATE TRUE
                   WHEN CUR-RC-OK
                       MOVE CUR-RATE-TO-USD TO WS-FX-RATE
                       MOVE CUR-USD-AMOUNT  TO WS-SALE-AMOUNT
                   WHEN CUR-RC-NO-RATE
                       MOVE 'No exchange rate for the sale date'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       SET WS-RUN-FAILED TO TRUE
                       MOVE 'Exchange rate lookup failed'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       450-INSERT-SALE.
           MOVE XN-QTY        TO WS-QTY-X
           MOVE WS-QTY-9      TO WS-SALE-QTY
           MOVE XN-SALE-DATE  TO WS-SALE-DATE
           MOVE XN-FORMAT     TO WS-SALE-FORMAT
           MOVE XN-CHANNEL    TO WS-SALE-CHANNEL

      *    a return posts the same row negated, so every aggregate
      *    downstream nets it out without knowing returns exist
           IF XN-REC-TYPE = 'R'
               COMPUTE WS-SALE-QTY = ZERO - WS-SALE-QTY
               COMPUTE WS-SALE-AMOUNT = ZERO - WS-SALE-AMOUNT
               COMPUTE WS-ORIG-AMOUNT = ZERO - WS-ORIG-AMOUNT
           END-IF

      *    a sale for a period the royalty run has already paid is
           EXEC SQL
               INSERT INTO sales
                (TITLE_ID,QTY,AMOUNT,SALE_DATE,PRIOR_PERIOD,
                 LOAD_DATE,FORMAT_CODE,CHANNEL,
                 CURRENCY_CODE,ORIG_AMOUNT,FX_RATE,DIST_ID)
               VALUES
                (:WS-SALE-TITLE-ID,:WS-SALE-QTY,:WS-SALE-AMOUNT,
                 :WS-SALE-DATE,:WS-PRIOR-FLAG,:WS-BUSINESS-DATE,
                 :WS-SALE-FORMAT,:WS-SALE-CHANNEL,
                 :WS-SALE-CURRENCY,:WS-ORIG-AMOUNT,:WS-FX-RATE,
                 :WS-DIST-ID)
           END-EXEC

           MOVE SQLCODE TO DISP-CODE
               ADD WS-SALE-QTY    TO WS-UNITS-LOADED
               ADD WS-SALE-AMOUNT TO WS-DOLLARS-LOADED
               PERFORM 470-POST-PERIOD-SUMMARY
               PERFORM 472-FLAG-ACCRUAL-ACTUAL
               PERFORM 475-ADD-FX-TOTALS
               ADD 1 TO WS-CKPT-COUNTER
               IF WS-CKPT-COUNTER >= WS-CKPT-INTERVAL
                   PERFORM 500-WRITE-CHECKPOINT
               END-IF
           END-IF.

      *    the summary row for the sale's own period, format and
      *    channel absorbs the posting -- a first sale for the
      *    combination opens the row
       470-POST-PERIOD-SUMMARY.
           MOVE WS-SALE-DATE(1:6) TO WS-SALE-PERIOD
           EXEC SQL
                      DOLLARS = DOLLARS + :WS-SALE-AMOUNT
                  WHERE TITLE_ID = :WS-SALE-TITLE-ID
                    AND PERIOD = :WS-SALE-PERIOD
                    AND FORMAT_CODE = :WS-SALE-FORMAT
                    AND CHANNEL = :WS-SALE-CHANNEL
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT < ZERO AND SQLERRD(3) = ZERO
               EXEC SQL
                   INSERT INTO SALESSUM
                    (TITLE_ID,PERIOD,FORMAT_CODE,CHANNEL,
                     UNITS,DOLLARS)
                   VALUES
                    (:WS-SALE-TITLE-ID,:WS-SALE-PERIOD,
                     :WS-SALE-FORMAT,:WS-SALE-CHANNEL,
                     :WS-SALE-QTY,:WS-SALE-AMOUNT)
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
           END-IF.

      *    the actuals have arrived for a title and channel ROYACCR
      *    estimated at month end -- the open accrual is marked for
      *    reversal, and ROYACCR's next run books the reversing
      *    journal and sets the estimate against these sales
       472-FLAG-ACCRUAL-ACTUAL.
           EXEC SQL
               UPDATE ROYACCRUAL
                  SET ACCR_STATUS = 'R'
                  WHERE TITLE_ID = :WS-SALE-TITLE-ID
                    AND CHANNEL = :WS-SALE-CHANNEL
                    AND PERIOD = :WS-SALE-PERIOD
                    AND ACCR_STATUS = 'O'
           END-EXEC
           PERFORM 900-CHECK-SQLCODE.

       475-ADD-FX-TOTALS.
           MOVE ZERO TO WS-FX-HIT
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-CT OR WS-FX-HIT > ZERO
               IF WS-FX-CURRENCY(WS-FX-SUB) = WS-SALE-CURRENCY
                   MOVE WS-FX-SUB TO WS-FX-HIT
               END-IF
           END-PERFORM
           IF WS-FX-HIT = ZERO AND WS-FX-CT < 50
               ADD 1 TO WS-FX-CT
               MOVE WS-FX-CT         TO WS-FX-HIT
               MOVE WS-SALE-CURRENCY TO WS-FX-CURRENCY(WS-FX-HIT)
               MOVE ZERO TO WS-FX-ROW-CT(WS-FX-HIT)
                            WS-FX-ORIG-TOTAL(WS-FX-HIT)
                            WS-FX-USD-TOTAL(WS-FX-HIT)
           END-IF
           IF WS-FX-HIT = ZERO
               DISPLAY 'FX summary table full - ' WS-SALE-CURRENCY
                       ' not totaled'
           ELSE
               ADD 1              TO WS-FX-ROW-CT(WS-FX-HIT)
               ADD WS-ORIG-AMOUNT TO WS-FX-ORIG-TOTAL(WS-FX-HIT)
               ADD WS-SALE-AMOUNT TO WS-FX-USD-TOTAL(WS-FX-HIT)
           END-IF.

      *    one line per currency posted this run: rows, original
      *    total, USD total and the effective average rate
       480-WRITE-FX-SUMMARY.
           MOVE 'SALESFX.DAT' TO RPT-FILE-NAME
           MOVE 'SALES LOAD FX SUMMARY - ORIGINAL VS CONVERTED'
               TO RPT-TITLE
           MOVE 'CUR     ROWS    ORIGINAL TOTAL     USD TOTAL  AVG RATE'
               TO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING FX-RPT-CTL
           END-CALL

           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-CT
               MOVE SPACES TO FX-RPT-LINE
               MOVE WS-FX-CURRENCY(WS-FX-SUB)   TO FXR-CURRENCY
               MOVE WS-FX-ROW-CT(WS-FX-SUB)     TO FXR-ROW-CT
               MOVE WS-FX-ORIG-TOTAL(WS-FX-SUB) TO FXR-ORIG-TOTAL
               MOVE WS-FX-USD-TOTAL(WS-FX-SUB)  TO FXR-USD-TOTAL
               IF WS-FX-ORIG-TOTAL(WS-FX-SUB) NOT = ZERO
                   COMPUTE FXR-AVG-RATE ROUNDED =
                       WS-FX-USD-TOTAL(WS-FX-SUB)
                     / WS-FX-ORIG-TOTAL(WS-FX-SUB)
               ELSE
                   MOVE ZERO TO FXR-AVG-RATE
               END-IF
               MOVE FX-RPT-LINE TO RPT-DETAIL-LINE
               SET RPT-FUNC-DETAIL TO TRUE
               CALL 'RPTWRITE' USING FX-RPT-CTL
               END-CALL
           END-PERFORM

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING FX-RPT-CTL
           END-CALL.

      *    pulls the committed-record count from a prior abended run
      *    and skips that many records off the front of the file
       350-READ-CHECKPOINT.
