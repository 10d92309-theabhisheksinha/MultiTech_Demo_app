       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMNT.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY AVALPARM.
           COPY AUDITPARM.
           COPY SIGNPARM.
           COPY JRNLPARM.

      *    author contract master -- one CONTRACTS row per author
      *    and title, carrying what was actually signed: the
      *    signing date and term (and the expiry they give), the
      *    territory licensed, the royalty basis, the author's
      *    share of subsidiary-rights income, the advance schedule,
      *    any option on the next work, the returns reserve the
      *    royalty run holds back and the out-of-print test under
      *    which the rights revert.  Reserve and reversion terms
      *    left blank follow the house terms on the ROYCALC and
      *    REVRPT run-control cards.  ADVMNT and
      *    TITLEMNT will not put an advance or a split on the books
      *    without naming the contract that authorizes it, and the
      *    monthly CONTRPT lists what is coming due and anything
      *    still carried with no contract behind it.  Gated at the
      *    royalty level, same as the advance and split screens.
       01 WS-MENU-CHOICE        PIC X.
       01 WS-DONE-SW            PIC X VALUE 'N'.
           88 WS-DONE               VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.

      *    CONTRACTS has no INCLUDE member, so its host variables
      *    are declared here the way TITLEMNT declares titleauthor's
       01 WS-CT-CONTRACT-ID     PIC X(10).
       01 WS-CT-AU-ID           PIC X(11).
       01 WS-CT-TITLE-ID        PIC S9(4) COMP.
       01 WS-CT-SIGN-DATE       PIC X(8).
       01 WS-CT-TERM-MONTHS     PIC S9(4) COMP.
       01 WS-CT-EXPIRY-DATE     PIC X(8).
       01 WS-CT-TERRITORY       PIC X(10).
       01 WS-CT-ROY-BASIS       PIC X.
           88 WS-CT-BASIS-VALID     VALUE 'L' 'N'.
      *    the author's percentage of license income on the title
      *    -- translation, audio, film and book-club money is split
      *    at this, not at the titleauthor royalty split
       01 WS-CT-SUBR-PCT        PIC S9(4) COMP.
       01 WS-CT-ADV-TOTAL       PIC S9(9)V99.
       01 WS-CT-ADV-SIGNING     PIC S9(9)V99.
       01 WS-CT-ADV-DELIVERY    PIC S9(9)V99.
       01 WS-CT-ADV-PUBLICATION PIC S9(9)V99.
       01 WS-CT-OPTION-FLAG     PIC X.
           88 WS-CT-HAS-OPTION      VALUE 'Y'.
           88 WS-CT-OPTION-VALID    VALUE 'Y' 'N'.
       01 WS-CT-OPTION-DUE      PIC X(8).
       01 WS-CT-STATUS          PIC X.
           88 WS-CT-ACTIVE          VALUE 'A'.
           88 WS-CT-STATUS-VALID    VALUE 'A' 'T'.
      *    returns reserve ROYCALC holds back -- percentage of the
      *    net and the periods each period's reserve stands
       01 WS-CT-RESV-PCT        PIC S9(4) COMP.
       01 WS-CT-RESV-PCT-IND    PIC S9(4) COMP.
       01 WS-CT-RESV-PERIODS    PIC S9(4) COMP.
       01 WS-CT-RESV-PERS-IND   PIC S9(4) COMP.
      *    out-of-print test REVRPT applies -- units a period must
      *    reach, and the consecutive periods under it after which
      *    the rights may revert
       01 WS-CT-REV-UNITS       PIC S9(9) COMP.
       01 WS-CT-REV-UNITS-IND   PIC S9(4) COMP.
       01 WS-CT-REV-PERIODS     PIC S9(4) COMP.
       01 WS-CT-REV-PERS-IND    PIC S9(4) COMP.

       01 WS-TITLE-ID-X         PIC X(4).
       01 WS-TITLE-ID-9 REDEFINES WS-TITLE-ID-X
                                PIC 9(4).
       01 WS-TERM-X             PIC X(3).
       01 WS-TERM-9 REDEFINES WS-TERM-X
                                PIC 9(3).
       01 WS-PCT-X              PIC X(3).
       01 WS-PCT-9 REDEFINES WS-PCT-X
                                PIC 9(3).
       01 WS-AMT-X              PIC X(11).
       01 WS-AMT-9 REDEFINES WS-AMT-X
                                PIC 9(9)V99.
       01 WS-DATE-X             PIC X(8).
       01 WS-DATE-9 REDEFINES WS-DATE-X
                                PIC 9(8).
       01 WS-RPERS-X            PIC X(3).
       01 WS-RPERS-9 REDEFINES WS-RPERS-X
                                PIC 9(3).
       01 WS-UNITS-X            PIC X(6).
       01 WS-UNITS-9 REDEFINES WS-UNITS-X
                                PIC 9(6).
       01 WS-VPERS-X            PIC X(2).
       01 WS-VPERS-9 REDEFINES WS-VPERS-X
                                PIC 9(2).
       01 WS-ENTRY-OK-SW        PIC X.
           88 WS-ENTRY-OK           VALUE 'Y'.
       01 WS-EXISTS-CT          PIC S9(9) COMP.
       01 WS-SCHED-TOTAL        PIC S9(9)V99.

      *    expiry is the signing date carried forward by the term in
      *    months -- the day of the month stays as signed
       01 WS-EXP-DATE-X         PIC X(8).
       01 WS-EXP-DATE-9 REDEFINES WS-EXP-DATE-X.
           05 WS-EXP-YEAR           PIC 9(4).
           05 WS-EXP-MONTH          PIC 9(2).
           05 WS-EXP-DAY            PIC 9(2).
       01 WS-EXP-MONTHS         PIC S9(7) COMP.

      *    before-image for the amend audit record
       01 WS-OLD-TERM-MONTHS    PIC S9(4) COMP.
       01 WS-OLD-EXPIRY-DATE    PIC X(8).
       01 WS-OLD-OPTION-FLAG    PIC X.
       01 WS-OLD-OPTION-DUE     PIC X(8).
       01 WS-OLD-STATUS         PIC X.
       01 WS-OLD-SUBR-PCT       PIC S9(4) COMP.

       01 WS-DISP-TITLE-ID      PIC ----9.
       01 WS-DISP-TERM          PIC ZZ9.
       01 WS-DISP-PCT           PIC ZZ9.
       01 WS-DISP-AMT           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-RPERS         PIC ZZ9.
       01 WS-DISP-UNITS         PIC ZZZZZ9.
       01 WS-DISP-VPERS         PIC Z9.

      *    reserve and reversion terms as the audit trail and the
      *    browse show them -- HSE where the house terms apply
       01 WS-TERMS-TEXT.
           05 FILLER                PIC X(4) VALUE 'RSV='.
           05 WS-TRM-RESV-PCT       PIC X(3).
           05 FILLER                PIC X    VALUE '/'.
           05 WS-TRM-RESV-PERS      PIC X(3).
           05 FILLER                PIC X(5) VALUE ' REV='.
           05 WS-TRM-REV-UNITS      PIC X(6).
           05 FILLER                PIC X    VALUE '/'.
           05 WS-TRM-REV-PERS       PIC X(3).
       01 WS-OLD-TERMS-TEXT     PIC X(26).

      *    contract browse per author
       01 WS-BRW-EOF-SW         PIC X.
           88 WS-BRW-EOF            VALUE 'Y'.
       01 WS-BRW-CT             PIC 9(4) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'CONTMNT' TO SIGN-CALLER-ID
           CALL 'SIGNON' USING SIGN-PARM-AREA
           END-CALL
           IF NOT SIGN-RC-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SIGN-AUTH-ROYALTY
               DISPLAY 'Not authorized for contract maintenance'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SIGN-OPER-ID TO AUDIT-USER-ID
           MOVE 'CONTMNT' TO JRNL-CALLER-ID
           MOVE SIGN-OPER-ID TO JRNL-OPER-ID

           MOVE 'CONTMNT' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               DECLARE CONTCURSOR CURSOR FOR
               SELECT CONTRACT_ID, TITLE_ID, SIGN_DATE, EXPIRY_DATE,
                      TERRITORY, ROY_BASIS, SUBR_PCT, ADV_TOTAL,
                      OPTION_FLAG, OPTION_DUE, STATUS, RESV_PCT,
                      RESV_PERIODS, REV_UNITS, REV_PERIODS
                  FROM CONTRACTS
                  WHERE AU_ID = :WS-CT-AU-ID
                  ORDER BY TITLE_ID
           END-EXEC

           PERFORM UNTIL WS-DONE
               PERFORM 150-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               IF WS-MENU-CHOICE NOT = '0'
                  AND WS-MENU-CHOICE NOT = SPACE
                   MOVE SPACES TO JRNL-ACTION JRNL-KEY
                   STRING 'FUNC ' WS-MENU-CHOICE
                       DELIMITED BY SIZE INTO JRNL-ACTION
                   CALL 'OPERJRNL' USING JRNL-PARM-AREA
                   END-CALL
               END-IF
               EVALUATE WS-MENU-CHOICE
                   WHEN '1'
                       PERFORM 200-ENTER-CONTRACT
                   WHEN '2'
                       PERFORM 300-AMEND-CONTRACT
                   WHEN '3'
                       PERFORM 400-SHOW-CONTRACTS
                   WHEN '0'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'Invalid choice, please try again'
               END-EVALUATE
           END-PERFORM
           .
       100-EXIT.
      *    flag a bad SQLCODE anywhere in the session instead of
      *    always exiting RC=0
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       150-DISPLAY-MENU.
           DISPLAY ' '
           DISPLAY 'Author Contract Menu'
           DISPLAY '  1. Enter a signed contract'
           DISPLAY '  2. Amend term, share, option or status'
           DISPLAY '  3. Show contracts for an author'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

       200-ENTER-CONTRACT.
           MOVE 'Y' TO WS-ENTRY-OK-SW
           DISPLAY 'Enter contract number: '
           ACCEPT WS-CT-CONTRACT-ID
           DISPLAY 'Enter AU_ID: '
           ACCEPT WS-CT-AU-ID
           DISPLAY 'Enter TITLE_ID: '
           ACCEPT WS-TITLE-ID-X
           DISPLAY 'Enter signing date YYYYMMDD: '
           ACCEPT WS-CT-SIGN-DATE
           DISPLAY 'Enter term in months (e.g. 084): '
           ACCEPT WS-TERM-X
           DISPLAY 'Enter territory (e.g. WORLD, NA, UK-CW): '
           ACCEPT WS-CT-TERRITORY
           DISPLAY 'Enter royalty basis (L=list price, N=net '
                   'receipts): '
           ACCEPT WS-CT-ROY-BASIS
           DISPLAY 'Enter author share of subsidiary-rights income '
                   '% (e.g. 050): '
           ACCEPT WS-PCT-X

           MOVE 'U'         TO AVAL-MODE
           MOVE WS-CT-AU-ID TO AVAL-AU-ID
           MOVE SPACES      TO AVAL-TAX-ID
           CALL 'AUTHVAL' USING AVAL-PARM-AREA
           END-CALL

           EVALUATE TRUE
               WHEN WS-CT-CONTRACT-ID = SPACES
                   DISPLAY 'Contract number is required - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN AVAL-RC-FAILED
                   DISPLAY 'Author validation failed: ' AVAL-REASON
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-TITLE-ID-X NOT NUMERIC
                   DISPLAY 'TITLE_ID must be numeric - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-CT-SIGN-DATE NOT NUMERIC
                   DISPLAY 'Signing date must be YYYYMMDD - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-TERM-X NOT NUMERIC
                    OR WS-TERM-X = '000'
                   DISPLAY 'Term invalid - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN NOT WS-CT-BASIS-VALID
                   DISPLAY 'Royalty basis must be L or N - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-PCT-X NOT NUMERIC
                    OR WS-PCT-X > '100'
                   DISPLAY 'Sub-rights share must be 000 to 100 - '
                           'no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN OTHER
                   MOVE WS-TITLE-ID-9 TO WS-CT-TITLE-ID
                   MOVE WS-TERM-9     TO WS-CT-TERM-MONTHS
                   MOVE WS-PCT-9      TO WS-CT-SUBR-PCT
           END-EVALUATE

           IF WS-ENTRY-OK
               PERFORM 210-CHECK-KEYS
           END-IF
           IF WS-ENTRY-OK
               PERFORM 220-ACCEPT-ADVANCE-SCHEDULE
           END-IF
           IF WS-ENTRY-OK
               PERFORM 230-ACCEPT-OPTION
           END-IF
           IF WS-ENTRY-OK
               PERFORM 240-ACCEPT-RESERVE-TERMS
           END-IF
           IF WS-ENTRY-OK
               PERFORM 245-ACCEPT-REVERSION-TERMS
           END-IF
           IF WS-ENTRY-OK
               PERFORM 250-INSERT-CONTRACT
           END-IF.

      *    the title has to exist, the author-title pair may carry
      *    only one contract, and a contract number is never reused
       210-CHECK-KEYS.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTS-CT
                  FROM titles
                  WHERE TITLE_ID = :WS-CT-TITLE-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO OR WS-EXISTS-CT = ZERO
               DISPLAY 'TITLE_ID not on titles table - no entry'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF

           IF WS-ENTRY-OK
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-EXISTS-CT
                      FROM CONTRACTS
                      WHERE (AU_ID = :WS-CT-AU-ID
                             AND TITLE_ID = :WS-CT-TITLE-ID)
                         OR CONTRACT_ID = :WS-CT-CONTRACT-ID
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE < ZERO OR WS-EXISTS-CT > ZERO
                   DISPLAY 'Contract number already used, or author '
                           'and title already under contract - '
                           'no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               END-IF
           END-IF.

      *    advance payable on signing, on delivery and on publication
      *    -- the three instalments must add up to the advance
      *    the contract commits the house to
       220-ACCEPT-ADVANCE-SCHEDULE.
           DISPLAY 'Enter total advance (e.g. 00001500000 for '
                   '15000.00): '
           ACCEPT WS-AMT-X
           IF WS-AMT-X NOT NUMERIC
               DISPLAY 'Advance amount invalid - no entry'
               MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
               MOVE WS-AMT-9 TO WS-CT-ADV-TOTAL
           END-IF

           IF WS-ENTRY-OK
               DISPLAY 'Enter amount due on signing: '
               ACCEPT WS-AMT-X
               IF WS-AMT-X NOT NUMERIC
                   DISPLAY 'Instalment amount invalid - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-AMT-9 TO WS-CT-ADV-SIGNING
               END-IF
           END-IF

           IF WS-ENTRY-OK
               DISPLAY 'Enter amount due on delivery: '
               ACCEPT WS-AMT-X
               IF WS-AMT-X NOT NUMERIC
                   DISPLAY 'Instalment amount invalid - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-AMT-9 TO WS-CT-ADV-DELIVERY
               END-IF
           END-IF

           IF WS-ENTRY-OK
               DISPLAY 'Enter amount due on publication: '
               ACCEPT WS-AMT-X
               IF WS-AMT-X NOT NUMERIC
                   DISPLAY 'Instalment amount invalid - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-AMT-9 TO WS-CT-ADV-PUBLICATION
               END-IF
           END-IF

           IF WS-ENTRY-OK
               COMPUTE WS-SCHED-TOTAL = WS-CT-ADV-SIGNING
                                      + WS-CT-ADV-DELIVERY
                                      + WS-CT-ADV-PUBLICATION
               IF WS-SCHED-TOTAL NOT = WS-CT-ADV-TOTAL
                   DISPLAY 'Instalments do not add up to the total '
                           'advance - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               END-IF
           END-IF.

       230-ACCEPT-OPTION.
           DISPLAY 'Option on next work (Y/N): '
           ACCEPT WS-CT-OPTION-FLAG
           MOVE SPACES TO WS-CT-OPTION-DUE
           EVALUATE TRUE
               WHEN NOT WS-CT-OPTION-VALID
                   DISPLAY 'Option must be Y or N - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN WS-CT-HAS-OPTION
                   DISPLAY 'Enter option exercise deadline '
                           'YYYYMMDD: '
                   ACCEPT WS-CT-OPTION-DUE
                   IF WS-CT-OPTION-DUE NOT NUMERIC
                       DISPLAY 'Option deadline must be YYYYMMDD - '
                               'no entry'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    a blank answer leaves the term null, and the run takes
      *    the house term off its card
       240-ACCEPT-RESERVE-TERMS.
           MOVE -1 TO WS-CT-RESV-PCT-IND WS-CT-RESV-PERS-IND
           MOVE ZERO TO WS-CT-RESV-PCT WS-CT-RESV-PERIODS
           DISPLAY 'Returns reserve % of net (blank for house '
                   'terms): '
           ACCEPT WS-PCT-X
           IF WS-PCT-X NOT = SPACES
               IF WS-PCT-X NOT NUMERIC OR WS-PCT-X > '100'
                   DISPLAY 'Reserve must be 000 to 100 - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-PCT-9 TO WS-CT-RESV-PCT
                   MOVE ZERO     TO WS-CT-RESV-PCT-IND
               END-IF
           END-IF

           IF WS-ENTRY-OK
               DISPLAY 'Periods reserve is held (blank for house '
                       'terms): '
               ACCEPT WS-RPERS-X
               IF WS-RPERS-X NOT = SPACES
                   IF WS-RPERS-X NOT NUMERIC OR WS-RPERS-X = '000'
                       DISPLAY 'Holding periods invalid - no entry'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   ELSE
                       MOVE WS-RPERS-9 TO WS-CT-RESV-PERIODS
                       MOVE ZERO       TO WS-CT-RESV-PERS-IND
                   END-IF
               END-IF
           END-IF.

       245-ACCEPT-REVERSION-TERMS.
           MOVE -1 TO WS-CT-REV-UNITS-IND WS-CT-REV-PERS-IND
           MOVE ZERO TO WS-CT-REV-UNITS WS-CT-REV-PERIODS
           DISPLAY 'Out-of-print units per period (blank for '
                   'house terms): '
           ACCEPT WS-UNITS-X
           IF WS-UNITS-X NOT = SPACES
               IF WS-UNITS-X NOT NUMERIC OR WS-UNITS-X = '000000'
                   DISPLAY 'Reversion units invalid - no entry'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-UNITS-9 TO WS-CT-REV-UNITS
                   MOVE ZERO       TO WS-CT-REV-UNITS-IND
               END-IF
           END-IF

           IF WS-ENTRY-OK
               DISPLAY 'Consecutive periods under it before '
                       'reversion, 01-60 (blank for house terms): '
               ACCEPT WS-VPERS-X
               IF WS-VPERS-X NOT = SPACES
                   IF WS-VPERS-X NOT NUMERIC
                      OR WS-VPERS-X = '00' OR WS-VPERS-X > '60'
                       DISPLAY 'Reversion periods must be 01 to 60 '
                               '- no entry'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   ELSE
                       MOVE WS-VPERS-9 TO WS-CT-REV-PERIODS
                       MOVE ZERO       TO WS-CT-REV-PERS-IND
                   END-IF
               END-IF
           END-IF.

       250-INSERT-CONTRACT.
           MOVE WS-CT-SIGN-DATE TO WS-EXP-DATE-X
           PERFORM 700-COMPUTE-EXPIRY
           MOVE 'A' TO WS-CT-STATUS

           EXEC SQL
               INSERT INTO CONTRACTS
                (CONTRACT_ID,AU_ID,TITLE_ID,SIGN_DATE,TERM_MONTHS,
                 EXPIRY_DATE,TERRITORY,ROY_BASIS,SUBR_PCT,ADV_TOTAL,
                 ADV_SIGNING,ADV_DELIVERY,ADV_PUBLICATION,
                 OPTION_FLAG,OPTION_DUE,STATUS,RESV_PCT,
                 RESV_PERIODS,REV_UNITS,REV_PERIODS)
               VALUES
                (:WS-CT-CONTRACT-ID,:WS-CT-AU-ID,:WS-CT-TITLE-ID,
                 :WS-CT-SIGN-DATE,:WS-CT-TERM-MONTHS,
                 :WS-CT-EXPIRY-DATE,:WS-CT-TERRITORY,
                 :WS-CT-ROY-BASIS,:WS-CT-SUBR-PCT,:WS-CT-ADV-TOTAL,
                 :WS-CT-ADV-SIGNING,:WS-CT-ADV-DELIVERY,
                 :WS-CT-ADV-PUBLICATION,:WS-CT-OPTION-FLAG,
                 :WS-CT-OPTION-DUE,:WS-CT-STATUS,
                 :WS-CT-RESV-PCT:WS-CT-RESV-PCT-IND,
                 :WS-CT-RESV-PERIODS:WS-CT-RESV-PERS-IND,
                 :WS-CT-REV-UNITS:WS-CT-REV-UNITS-IND,
                 :WS-CT-REV-PERIODS:WS-CT-REV-PERS-IND)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'insert ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE

           IF SQLCODE NOT < ZERO
               MOVE 'CONTMNT'   TO AUDIT-CALLER-ID
               MOVE 'INSERT'    TO AUDIT-OPERATION
               MOVE WS-CT-AU-ID TO AUDIT-AU-ID
               MOVE SQLERRD(3)  TO AUDIT-ROWS-AFFECTED
               MOVE 'NONE'      TO AUDIT-BEFORE-IMAGE
               MOVE SPACES      TO AUDIT-AFTER-IMAGE
               MOVE WS-CT-TITLE-ID  TO WS-DISP-TITLE-ID
               MOVE WS-CT-ADV-TOTAL TO WS-DISP-AMT
               STRING 'CONTRACT=' WS-CT-CONTRACT-ID
                      ' TITLE=' WS-DISP-TITLE-ID
                      ' EXP=' WS-CT-EXPIRY-DATE
                      ' ADV=' WS-DISP-AMT
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
               CALL 'AUDITLOG' USING AUDIT-PARM-AREA
               END-CALL

               MOVE 'CHG CONTRACT ENTRY' TO JRNL-ACTION
               MOVE WS-CT-AU-ID TO JRNL-KEY
               CALL 'OPERJRNL' USING JRNL-PARM-AREA
               END-CALL
               DISPLAY 'Contract recorded, expires '
                       WS-CT-EXPIRY-DATE
           END-IF.

      *    a renewal or extension changes the term (and so the
      *    expiry), a rider changes the sub-rights share, an option
      *    is granted, exercised or lapsed, a reserve or reversion
      *    term is renegotiated, and a terminated contract is
      *    closed to status T -- the rest of the signed terms are
      *    not rewritten after the fact
       300-AMEND-CONTRACT.
           MOVE 'Y' TO WS-ENTRY-OK-SW
           DISPLAY 'Enter contract number: '
           ACCEPT WS-CT-CONTRACT-ID

           EXEC SQL
               SELECT AU_ID, SIGN_DATE, TERM_MONTHS, EXPIRY_DATE,
                      OPTION_FLAG, OPTION_DUE, STATUS, SUBR_PCT,
                      RESV_PCT, RESV_PERIODS, REV_UNITS, REV_PERIODS
                  INTO :WS-CT-AU-ID, :WS-CT-SIGN-DATE,
                       :WS-OLD-TERM-MONTHS, :WS-OLD-EXPIRY-DATE,
                       :WS-OLD-OPTION-FLAG, :WS-OLD-OPTION-DUE,
                       :WS-OLD-STATUS, :WS-OLD-SUBR-PCT,
                       :WS-CT-RESV-PCT:WS-CT-RESV-PCT-IND,
                       :WS-CT-RESV-PERIODS:WS-CT-RESV-PERS-IND,
                       :WS-CT-REV-UNITS:WS-CT-REV-UNITS-IND,
                       :WS-CT-REV-PERIODS:WS-CT-REV-PERS-IND
                  FROM CONTRACTS
                  WHERE CONTRACT_ID = :WS-CT-CONTRACT-ID
           END-EXEC

           IF SQLCODE = 100
               DISPLAY 'No contract on file for '
                       WS-CT-CONTRACT-ID
               MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE < ZERO
                   DISPLAY 'Contract lookup failed - no change'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               END-IF
           END-IF

           IF WS-ENTRY-OK
               MOVE WS-OLD-TERM-MONTHS TO WS-CT-TERM-MONTHS
               MOVE WS-OLD-EXPIRY-DATE TO WS-CT-EXPIRY-DATE
               MOVE WS-OLD-OPTION-FLAG TO WS-CT-OPTION-FLAG
               MOVE WS-OLD-OPTION-DUE  TO WS-CT-OPTION-DUE
               MOVE WS-OLD-STATUS      TO WS-CT-STATUS
               MOVE WS-OLD-SUBR-PCT    TO WS-CT-SUBR-PCT
               MOVE WS-OLD-TERM-MONTHS TO WS-DISP-TERM
               MOVE WS-OLD-SUBR-PCT    TO WS-DISP-PCT
               DISPLAY 'Term ' WS-DISP-TERM ' months, expires '
                       WS-OLD-EXPIRY-DATE ', sub-rights '
                       WS-DISP-PCT '%, option '
                       WS-OLD-OPTION-FLAG ' ' WS-OLD-OPTION-DUE
                       ', status ' WS-OLD-STATUS
               PERFORM 760-FORMAT-TERMS
               MOVE WS-TERMS-TEXT TO WS-OLD-TERMS-TEXT
               DISPLAY 'Reserve and reversion ' WS-TERMS-TEXT
               PERFORM 320-ACCEPT-AMENDMENTS
           END-IF
           IF WS-ENTRY-OK
               PERFORM 330-AMEND-RESERVE-TERMS
           END-IF
           IF WS-ENTRY-OK
               PERFORM 335-AMEND-REVERSION-TERMS
           END-IF
           IF WS-ENTRY-OK
               PERFORM 350-UPDATE-CONTRACT
           END-IF.

       320-ACCEPT-AMENDMENTS.
           DISPLAY 'New term in months (blank to keep): '
           ACCEPT WS-TERM-X
           IF WS-TERM-X NOT = SPACES
               IF WS-TERM-X NOT NUMERIC OR WS-TERM-X = '000'
                   DISPLAY 'Term invalid - no change'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-TERM-9 TO WS-CT-TERM-MONTHS
                   MOVE WS-CT-SIGN-DATE TO WS-EXP-DATE-X
                   PERFORM 700-COMPUTE-EXPIRY
               END-IF
           END-IF

           IF WS-ENTRY-OK
               DISPLAY 'Sub-rights share % (blank to keep): '
               ACCEPT WS-PCT-X
               IF WS-PCT-X NOT = SPACES
                   IF WS-PCT-X NOT NUMERIC OR WS-PCT-X > '100'
                       DISPLAY 'Sub-rights share must be 000 to 100 '
                               '- no change'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   ELSE
                       MOVE WS-PCT-9 TO WS-CT-SUBR-PCT
                   END-IF
               END-IF
           END-IF

           IF WS-ENTRY-OK
               DISPLAY 'Option on next work Y/N (blank to keep): '
               ACCEPT WS-CT-OPTION-FLAG
               IF WS-CT-OPTION-FLAG = SPACE
                   MOVE WS-OLD-OPTION-FLAG TO WS-CT-OPTION-FLAG
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-CT-OPTION-VALID
                       DISPLAY 'Option must be Y or N - no change'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   WHEN WS-CT-HAS-OPTION
                       DISPLAY 'Option deadline YYYYMMDD (blank to '
                               'keep): '
                       ACCEPT WS-DATE-X
                       IF WS-DATE-X NOT = SPACES
                           MOVE WS-DATE-X TO WS-CT-OPTION-DUE
                       END-IF
                       IF WS-CT-OPTION-DUE NOT NUMERIC
                           DISPLAY 'Option deadline must be '
                                   'YYYYMMDD - no change'
                           MOVE 'N' TO WS-ENTRY-OK-SW
                       END-IF
                   WHEN OTHER
                       MOVE SPACES TO WS-CT-OPTION-DUE
               END-EVALUATE
           END-IF

           IF WS-ENTRY-OK
               DISPLAY 'Status A=active T=terminated (blank to '
                       'keep): '
               ACCEPT WS-CT-STATUS
               IF WS-CT-STATUS = SPACE
                   MOVE WS-OLD-STATUS TO WS-CT-STATUS
               END-IF
               IF NOT WS-CT-STATUS-VALID
                   DISPLAY 'Status must be A or T - no change'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               END-IF
           END-IF.

      *    blank keeps the term as it stands, H puts it back on
      *    the house terms
       330-AMEND-RESERVE-TERMS.
           DISPLAY 'Reserve % (blank to keep, H for house terms): '
           ACCEPT WS-PCT-X
           EVALUATE TRUE
               WHEN WS-PCT-X = SPACES
                   CONTINUE
               WHEN WS-PCT-X = 'H'
                   MOVE -1   TO WS-CT-RESV-PCT-IND
                   MOVE ZERO TO WS-CT-RESV-PCT
               WHEN WS-PCT-X NOT NUMERIC OR WS-PCT-X > '100'
                   DISPLAY 'Reserve must be 000 to 100 - no change'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN OTHER
                   MOVE WS-PCT-9 TO WS-CT-RESV-PCT
                   MOVE ZERO     TO WS-CT-RESV-PCT-IND
           END-EVALUATE

           IF WS-ENTRY-OK
               DISPLAY 'Reserve holding periods (blank to keep, H '
                       'for house terms): '
               ACCEPT WS-RPERS-X
               EVALUATE TRUE
                   WHEN WS-RPERS-X = SPACES
                       CONTINUE
                   WHEN WS-RPERS-X = 'H'
                       MOVE -1   TO WS-CT-RESV-PERS-IND
                       MOVE ZERO TO WS-CT-RESV-PERIODS
                   WHEN WS-RPERS-X NOT NUMERIC OR WS-RPERS-X = '000'
                       DISPLAY 'Holding periods invalid - no change'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   WHEN OTHER
                       MOVE WS-RPERS-9 TO WS-CT-RESV-PERIODS
                       MOVE ZERO       TO WS-CT-RESV-PERS-IND
               END-EVALUATE
           END-IF.

       335-AMEND-REVERSION-TERMS.
           DISPLAY 'Out-of-print units (blank to keep, H for house '
                   'terms): '
           ACCEPT WS-UNITS-X
           EVALUATE TRUE
               WHEN WS-UNITS-X = SPACES
                   CONTINUE
               WHEN WS-UNITS-X = 'H'
                   MOVE -1   TO WS-CT-REV-UNITS-IND
                   MOVE ZERO TO WS-CT-REV-UNITS
               WHEN WS-UNITS-X NOT NUMERIC OR WS-UNITS-X = '000000'
                   DISPLAY 'Reversion units invalid - no change'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               WHEN OTHER
                   MOVE WS-UNITS-9 TO WS-CT-REV-UNITS
                   MOVE ZERO       TO WS-CT-REV-UNITS-IND
           END-EVALUATE

           IF WS-ENTRY-OK
               DISPLAY 'Reversion periods 01-60 (blank to keep, H '
                       'for house terms): '
               ACCEPT WS-VPERS-X
               EVALUATE TRUE
                   WHEN WS-VPERS-X = SPACES
                       CONTINUE
                   WHEN WS-VPERS-X = 'H'
                       MOVE -1   TO WS-CT-REV-PERS-IND
                       MOVE ZERO TO WS-CT-REV-PERIODS
                   WHEN WS-VPERS-X NOT NUMERIC
                     OR WS-VPERS-X = '00' OR WS-VPERS-X > '60'
                       DISPLAY 'Reversion periods must be 01 to 60 '
                               '- no change'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   WHEN OTHER
                       MOVE WS-VPERS-9 TO WS-CT-REV-PERIODS
                       MOVE ZERO       TO WS-CT-REV-PERS-IND
               END-EVALUATE
           END-IF.

      *    the old term and expiry ride the WHERE clause as the
      *    stale-row guard, same as the split update in TITLEMNT
       350-UPDATE-CONTRACT.
           EXEC SQL
               UPDATE CONTRACTS
                  SET TERM_MONTHS = :WS-CT-TERM-MONTHS,
                      EXPIRY_DATE = :WS-CT-EXPIRY-DATE,
                      OPTION_FLAG = :WS-CT-OPTION-FLAG,
                      OPTION_DUE  = :WS-CT-OPTION-DUE,
                      STATUS      = :WS-CT-STATUS,
                      SUBR_PCT    = :WS-CT-SUBR-PCT,
                      RESV_PCT    =
                          :WS-CT-RESV-PCT:WS-CT-RESV-PCT-IND,
                      RESV_PERIODS =
                          :WS-CT-RESV-PERIODS:WS-CT-RESV-PERS-IND,
                      REV_UNITS   =
                          :WS-CT-REV-UNITS:WS-CT-REV-UNITS-IND,
                      REV_PERIODS =
                          :WS-CT-REV-PERIODS:WS-CT-REV-PERS-IND
                  WHERE CONTRACT_ID = :WS-CT-CONTRACT-ID
                    AND EXPIRY_DATE = :WS-OLD-EXPIRY-DATE
                    AND STATUS      = :WS-OLD-STATUS
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'update ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT < ZERO AND SQLERRD(3) = ZERO
               DISPLAY 'Row changed by another operator since '
                       'it was read - update NOT applied, look '
                       'it up again and retry'
           END-IF

           IF SQLCODE NOT < ZERO AND SQLERRD(3) > ZERO
               MOVE 'CONTMNT'   TO AUDIT-CALLER-ID
               MOVE 'UPDATE'    TO AUDIT-OPERATION
               MOVE WS-CT-AU-ID TO AUDIT-AU-ID
               MOVE SQLERRD(3)  TO AUDIT-ROWS-AFFECTED
               MOVE SPACES TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
               MOVE WS-OLD-SUBR-PCT TO WS-DISP-PCT
               STRING 'CONTRACT=' WS-CT-CONTRACT-ID
                      ' EXP=' WS-OLD-EXPIRY-DATE
                      ' SUB=' WS-DISP-PCT
                      ' OPT=' WS-OLD-OPTION-FLAG
                      ' ' WS-OLD-OPTION-DUE
                      ' ST=' WS-OLD-STATUS
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
               MOVE WS-CT-SUBR-PCT TO WS-DISP-PCT
               STRING 'CONTRACT=' WS-CT-CONTRACT-ID
                      ' EXP=' WS-CT-EXPIRY-DATE
                      ' SUB=' WS-DISP-PCT
                      ' OPT=' WS-CT-OPTION-FLAG
                      ' ' WS-CT-OPTION-DUE
                      ' ST=' WS-CT-STATUS
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
               CALL 'AUDITLOG' USING AUDIT-PARM-AREA
               END-CALL

      *        the images are full with the signed terms, so a
      *        change to the reserve or reversion terms goes on the
      *        trail as a record of its own
               PERFORM 760-FORMAT-TERMS
               IF WS-TERMS-TEXT NOT = WS-OLD-TERMS-TEXT
                   MOVE SPACES TO AUDIT-BEFORE-IMAGE
                                  AUDIT-AFTER-IMAGE
                   STRING 'CONTRACT=' WS-CT-CONTRACT-ID
                          ' ' WS-OLD-TERMS-TEXT
                       DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
                   STRING 'CONTRACT=' WS-CT-CONTRACT-ID
                          ' ' WS-TERMS-TEXT
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                   END-CALL
               END-IF

               MOVE 'CHG CONTRACT AMEND' TO JRNL-ACTION
               MOVE WS-CT-AU-ID TO JRNL-KEY
               CALL 'OPERJRNL' USING JRNL-PARM-AREA
               END-CALL
               DISPLAY 'Contract amended'
           END-IF.

       400-SHOW-CONTRACTS.
           DISPLAY 'Enter AU_ID: '
           ACCEPT WS-CT-AU-ID
           MOVE 'N'  TO WS-BRW-EOF-SW
           MOVE ZERO TO WS-BRW-CT

           EXEC SQL
               OPEN CONTCURSOR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           PERFORM 450-SHOW-ONE-CONTRACT UNTIL WS-BRW-EOF

           EXEC SQL
               CLOSE CONTCURSOR
           END-EXEC

           IF WS-BRW-CT = ZERO
               DISPLAY 'No contracts on file for ' WS-CT-AU-ID
           END-IF.

       450-SHOW-ONE-CONTRACT.
           EXEC SQL
               FETCH CONTCURSOR INTO
                  :WS-CT-CONTRACT-ID, :WS-CT-TITLE-ID,
                  :WS-CT-SIGN-DATE, :WS-CT-EXPIRY-DATE,
                  :WS-CT-TERRITORY, :WS-CT-ROY-BASIS,
                  :WS-CT-SUBR-PCT, :WS-CT-ADV-TOTAL, :WS-CT-OPTION-FLAG,
                  :WS-CT-OPTION-DUE, :WS-CT-STATUS,
                  :WS-CT-RESV-PCT:WS-CT-RESV-PCT-IND,
                  :WS-CT-RESV-PERIODS:WS-CT-RESV-PERS-IND,
                  :WS-CT-REV-UNITS:WS-CT-REV-UNITS-IND,
                  :WS-CT-REV-PERIODS:WS-CT-REV-PERS-IND
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-BRW-EOF TO TRUE
           ELSE
               ADD 1 TO WS-BRW-CT
               MOVE WS-CT-TITLE-ID  TO WS-DISP-TITLE-ID
               MOVE WS-CT-ADV-TOTAL TO WS-DISP-AMT
               MOVE WS-CT-SUBR-PCT  TO WS-DISP-PCT
               DISPLAY WS-CT-CONTRACT-ID ' title ' WS-DISP-TITLE-ID
                       ' signed ' WS-CT-SIGN-DATE
                       ' expires ' WS-CT-EXPIRY-DATE
                       ' ' WS-CT-TERRITORY
                       ' basis ' WS-CT-ROY-BASIS
                       ' sub-rights ' WS-DISP-PCT '%'
                       ' advance ' WS-DISP-AMT
                       ' option ' WS-CT-OPTION-FLAG
                       ' ' WS-CT-OPTION-DUE
                       ' status ' WS-CT-STATUS
               PERFORM 760-FORMAT-TERMS
               DISPLAY '    reserve and reversion ' WS-TERMS-TEXT
           END-IF.

      *    carries WS-EXP-DATE-X forward by WS-CT-TERM-MONTHS into
      *    WS-CT-EXPIRY-DATE
       700-COMPUTE-EXPIRY.
           COMPUTE WS-EXP-MONTHS = WS-EXP-YEAR * 12
                                 + WS-EXP-MONTH - 1
                                 + WS-CT-TERM-MONTHS
           DIVIDE WS-EXP-MONTHS BY 12
               GIVING WS-EXP-YEAR REMAINDER WS-EXP-MONTH
           ADD 1 TO WS-EXP-MONTH
           MOVE WS-EXP-DATE-X TO WS-CT-EXPIRY-DATE.

      *    the reserve and reversion terms into WS-TERMS-TEXT,
      *    HSE for a term left to the house
       760-FORMAT-TERMS.
           MOVE 'HSE' TO WS-TRM-RESV-PCT WS-TRM-RESV-PERS
                         WS-TRM-REV-UNITS WS-TRM-REV-PERS
           IF WS-CT-RESV-PCT-IND NOT < 0
               MOVE WS-CT-RESV-PCT TO WS-DISP-PCT
               MOVE WS-DISP-PCT    TO WS-TRM-RESV-PCT
           END-IF
           IF WS-CT-RESV-PERS-IND NOT < 0
               MOVE WS-CT-RESV-PERIODS TO WS-DISP-RPERS
               MOVE WS-DISP-RPERS      TO WS-TRM-RESV-PERS
           END-IF
           IF WS-CT-REV-UNITS-IND NOT < 0
               MOVE WS-CT-REV-UNITS TO WS-DISP-UNITS
               MOVE WS-DISP-UNITS   TO WS-TRM-REV-UNITS
           END-IF
           IF WS-CT-REV-PERS-IND NOT < 0
               MOVE WS-CT-REV-PERIODS TO WS-DISP-VPERS
               MOVE WS-DISP-VPERS     TO WS-TRM-REV-PERS
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the session can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM CONTMNT.
