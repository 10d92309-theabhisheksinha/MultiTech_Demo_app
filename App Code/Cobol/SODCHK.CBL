       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCHK.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-RULES-FILE ASSIGN TO "SODRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT OPER-JOURNAL-FILE ASSIGN TO "OPERJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT AUDIT-CATALOG-FILE ASSIGN TO "AUDCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAT-FILE-STATUS.
           SELECT PEND-APPR-FILE ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOD-RULES-FILE.
       01  SOD-RULES-RECORD        PIC X(110).

       FD  OPER-JOURNAL-FILE.
       01  OPER-JOURNAL-RECORD     PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD        PIC X(192).

       FD  AUDIT-CATALOG-FILE.
       01  AUDIT-CATALOG-RECORD.
           05 ACAT-BUSINESS-DATE    PIC X(8).
           05 FILLER                PIC X.
           05 ACAT-FILE-NAME        PIC X(16).

       FD  PEND-APPR-FILE.
       01  PEND-APPR-RECORD        PIC X(110).

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.

      *    segregation-of-duties conflict check.  SECRPT says who
      *    did what on a day, but not whether one person has done
      *    both halves of something that should take two -- a
      *    bank detail changed and the money then going to it, an
      *    author added and an advance keyed for them by the same
      *    hand, a payrate and an address edited together.  This
      *    run pulls the operator journal, the audit trail
      *    (archived days off AUDCAT.DAT and the live file),
      *    PENDAPPR.DAT and the EFT payments on PAYREG.DAT over the
      *    run-control lookback into one event table, then tests
      *    every pair against the rules on SODRULES.DAT, so a new
      *    conflict is a card, not a program change.  Each finding
      *    lists both events with the operators and times.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-EOF-SW             PIC X.
           88 WS-EOF                VALUE 'Y'.
       01 WS-ACAT-EOF-SW        PIC X.
           88 WS-ACAT-EOF           VALUE 'Y'.
       01 WS-MATCH-SW           PIC X.
           88 WS-MATCHED            VALUE 'Y'.
       01 WS-PAIR-SW            PIC X.
           88 WS-PAIR-FLAGGED       VALUE 'Y'.

       01 WS-RULE-FILE-STATUS   PIC XX.
       01 WS-JRNL-FILE-STATUS   PIC XX.
       01 WS-AUD-FILE-STATUS    PIC XX.
       01 WS-ACAT-FILE-STATUS   PIC XX.
       01 WS-APPR-FILE-STATUS   PIC XX.
       01 WS-REG-FILE-STATUS    PIC XX.
       01 WS-AUDIT-FILE-NAME    PIC X(16).

       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-DATE-NUM           PIC 9(8).
       01 WS-TODAY-INT          PIC 9(7).
       01 WS-FROM-INT           PIC 9(7).
       01 WS-FROM-DATE          PIC X(8).
       01 WS-LOOKBACK           PIC 9(3) VALUE 90.
       01 WS-DAYS-X             PIC X(3).
       01 WS-DAYS-9 REDEFINES WS-DAYS-X
                                PIC 9(3).

           COPY SODRREC.
           COPY APPRREC.
           COPY PAYRREC.

       01 WS-RULE-TABLE.
           05 WS-RULE-CARD OCCURS 50 TIMES
                                PIC X(110).
       01 WS-RULE-CT            PIC 9(2) COMP VALUE ZERO.
       01 WS-RULE-SUB           PIC 9(2) COMP.
       01 WS-RULE-BAD-CT        PIC 9(4) COMP VALUE ZERO.

      *    every event the rules can see, whatever file it came
      *    from -- source, what happened, to which key, by whom
      *    and when, with the day number for the window test
       01 WS-EVENT-TABLE.
           05 WS-EV-ENTRY OCCURS 5000 TIMES.
               10 WS-EV-SOURCE          PIC X.
               10 WS-EV-CODE            PIC X(20).
               10 WS-EV-KEY             PIC X(11).
               10 WS-EV-OPER            PIC X(8).
               10 WS-EV-DATE            PIC X(8).
               10 WS-EV-TIME            PIC X(8).
               10 WS-EV-DAY-INT         PIC 9(7) COMP.
               10 WS-EV-REF             PIC X(24).
               10 WS-EV-IS-A-SW         PIC X.
                   88 WS-EV-IS-A            VALUE 'Y'.
               10 WS-EV-IS-B-SW         PIC X.
                   88 WS-EV-IS-B            VALUE 'Y'.
       01 WS-EV-CT              PIC 9(4) COMP VALUE ZERO.
       01 WS-EV-MAX             PIC 9(4) COMP VALUE 5000.
       01 WS-EV-OVER-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-EV-SUB             PIC 9(4) COMP.
       01 WS-EV-SUB-A           PIC 9(4) COMP.
       01 WS-EV-SUB-B           PIC 9(4) COMP.

      *    the event being added
       01 WS-NEW-SOURCE         PIC X.
       01 WS-NEW-CODE           PIC X(20).
       01 WS-NEW-KEY            PIC X(11).
       01 WS-NEW-OPER           PIC X(8).
       01 WS-NEW-DATE           PIC X(8).
       01 WS-NEW-TIME           PIC X(8).
       01 WS-NEW-REF            PIC X(24).

       01 WS-MATCH-SOURCE       PIC X.
       01 WS-MATCH-PATTERN      PIC X(20).
       01 WS-MATCH-LEN          PIC 9(2) COMP.
       01 WS-MATCH-SUB          PIC 9(2) COMP.
       01 WS-SAME-PATTERN-SW    PIC X.
           88 WS-SAME-PATTERN       VALUE 'Y'.
       01 WS-DAY-DIFF           PIC S9(7) COMP.

       01 WS-RULE-FIND-CT       PIC 9(5) COMP.
       01 WS-FIND-CT            PIC 9(5) COMP VALUE ZERO.
       01 DISP-SOD-CT           PIC ZZ,ZZ9.

      *    OPERJRNL.DAT line exactly as OPERJRNL lays it down
       01 WS-JRNL-LINE.
           05 WJ-CALLER             PIC X(8).
           05 FILLER                PIC X.
           05 WJ-DATE.
               10 WJ-YEAR           PIC X(4).
               10 FILLER            PIC X.
               10 WJ-MONTH          PIC XX.
               10 FILLER            PIC X.
               10 WJ-DAY            PIC XX.
           05 FILLER                PIC X.
           05 WJ-TIME               PIC X(8).
           05 FILLER                PIC X.
           05 WJ-OPER-ID            PIC X(8).
           05 FILLER                PIC X.
           05 WJ-ACTION             PIC X(20).
           05 FILLER                PIC X.
           05 WJ-KEY                PIC X(11).

      *    AUTHAUD.DAT line exactly as AUDITLOG lays it down
       01 WS-AUD-LINE.
           05 WA-CALLER             PIC X(8).
           05 FILLER                PIC X.
           05 WA-DATE.
               10 WA-YEAR           PIC X(4).
               10 FILLER            PIC X.
               10 WA-MONTH          PIC XX.
               10 FILLER            PIC X.
               10 WA-DAY            PIC XX.
           05 FILLER                PIC X.
           05 WA-TIME               PIC X(8).
           05 FILLER                PIC X.
           05 WA-OPERATION          PIC X(6).
           05 FILLER                PIC X.
           05 WA-AU-ID              PIC X(11).
           05 FILLER                PIC X(7).
           05 WA-BEFORE-IMAGE       PIC X(60).
           05 FILLER                PIC X.
           05 WA-AFTER-IMAGE        PIC X(60).
           05 FILLER                PIC X.
           05 WA-USER-ID            PIC X(8).
           05 FILLER                PIC X(8).

       01 SOD-RPT-LINE.
           05 SD-LABEL              PIC X(7).
           05 FILLER                PIC X  VALUE SPACE.
           05 SD-DATE               PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 SD-TIME               PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 SD-OPER               PIC X(8).
           05 FILLER                PIC X  VALUE SPACE.
           05 SD-SOURCE             PIC X.
           05 FILLER                PIC X  VALUE SPACE.
           05 SD-CODE               PIC X(20).
           05 FILLER                PIC X  VALUE SPACE.
           05 SD-KEY                PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 SD-REF                PIC X(24).

       01 SOD-RPT-CTL.
           COPY RPTPARM.

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'SODCHK' TO MYRF-CALLER-ID
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

           MOVE 'SODCHK' TO RUNP-STEP-NAME
           MOVE 'LOOKBACK' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-DAYS-X
           IF RUNP-RC-OK
              AND WS-DAYS-X NUMERIC
              AND WS-DAYS-X NOT = '000'
               MOVE WS-DAYS-9 TO WS-LOOKBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-FROM-INT = WS-TODAY-INT - WS-LOOKBACK
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           MOVE WS-DATE-NUM TO WS-FROM-DATE

           PERFORM 200-LOAD-THE-RULES
           IF WS-RULE-CT = ZERO
               DISPLAY 'No usable rules on SODRULES.DAT - '
                       'run aborted'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'SODCHK.DAT' TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING 'SEGREGATION OF DUTIES CONFLICTS '
                  WS-FROM-DATE ' TO ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING '        DATE     TIME     OPERATOR S EVENT'
                  '                KEY         REFERENCE'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING SOD-RPT-CTL
           END-CALL

           PERFORM 300-LOAD-THE-JOURNAL
           PERFORM 350-LOAD-THE-AUDIT-TRAIL
           PERFORM 400-LOAD-THE-APPROVALS
           PERFORM 450-LOAD-THE-PAYMENTS
           IF WS-EV-OVER-CT > ZERO
               MOVE WS-EV-OVER-CT TO DISP-SOD-CT
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING 'EVENT TABLE FULL - ' DISP-SOD-CT
                      ' EVENTS NOT TESTED - SHORTEN THE LOOKBACK'
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               PERFORM 800-WRITE-REPORT-LINE
               DISPLAY 'Event table full - ' DISP-SOD-CT
                       ' events not tested'
           END-IF

           PERFORM 500-APPLY-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-CT

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING SOD-RPT-CTL
           END-CALL

           MOVE WS-EV-CT TO DISP-SOD-CT
           DISPLAY 'SoD check - events examined: ' DISP-SOD-CT
           MOVE WS-FIND-CT TO DISP-SOD-CT
           DISPLAY 'SoD check - conflicts found: ' DISP-SOD-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-FIND-CT > ZERO OR WS-EV-OVER-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    a card with a source the run doesn't know, no event on
      *    either side or a non-numeric window is skipped and
      *    reported, never guessed at
       200-LOAD-THE-RULES.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT SOD-RULES-FILE
           IF WS-RULE-FILE-STATUS NOT = '00'
               DISPLAY 'No SoD rules file, status '
                       WS-RULE-FILE-STATUS
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ SOD-RULES-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  AND SOD-RULES-RECORD(1:1) NOT = '*'
                  AND SOD-RULES-RECORD NOT = SPACES
                   MOVE SOD-RULES-RECORD TO SOD-RULE-LINE
                   IF (SR-SOURCE-A = 'J' OR 'A' OR 'Q' OR 'P')
                      AND (SR-SOURCE-B = 'J' OR 'A' OR 'Q' OR 'P')
                      AND SR-EVENT-A NOT = SPACES
                      AND SR-EVENT-B NOT = SPACES
                      AND SR-WINDOW-DAYS NUMERIC
                      AND (SR-B-FOLLOWS-A OR SR-EITHER-ORDER)
                      AND WS-RULE-CT < 50
                       ADD 1 TO WS-RULE-CT
                       MOVE SOD-RULE-LINE TO WS-RULE-CARD(WS-RULE-CT)
                   ELSE
                       ADD 1 TO WS-RULE-BAD-CT
                       DISPLAY 'SoD rule card skipped: '
                               SOD-RULES-RECORD(1:60)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RULE-FILE-STATUS = '00' OR WS-RULE-FILE-STATUS = '10'
               CLOSE SOD-RULES-FILE
           END-IF.

      *    journaled actions -- sign-on outcomes and menu picks
      *    aren't anybody's half of anything
       300-LOAD-THE-JOURNAL.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT OPER-JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'No operator journal on file, status '
                       WS-JRNL-FILE-STATUS
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ OPER-JOURNAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE OPER-JOURNAL-RECORD TO WS-JRNL-LINE
                   MOVE SPACES TO WS-NEW-DATE
                   STRING WJ-YEAR WJ-MONTH WJ-DAY
                       DELIMITED BY SIZE INTO WS-NEW-DATE
                   IF WS-NEW-DATE NOT < WS-FROM-DATE
                      AND WS-NEW-DATE NOT > WS-BUSINESS-DATE
                      AND WJ-ACTION(1:7) NOT = 'SIGNON '
                      AND WJ-ACTION(1:5) NOT = 'FUNC '
                       MOVE 'J'        TO WS-NEW-SOURCE
                       MOVE WJ-ACTION  TO WS-NEW-CODE
                       MOVE WJ-KEY     TO WS-NEW-KEY
                       MOVE WJ-OPER-ID TO WS-NEW-OPER
                       MOVE WJ-TIME    TO WS-NEW-TIME
                       MOVE SPACES     TO WS-NEW-REF
                       STRING 'VIA ' WJ-CALLER
                           DELIMITED BY SIZE INTO WS-NEW-REF
                       PERFORM 490-ADD-ONE-EVENT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-JRNL-FILE-STATUS = '00' OR WS-JRNL-FILE-STATUS = '10'
               CLOSE OPER-JOURNAL-FILE
           END-IF.

      *    every archived day the lookback reaches, then the live
      *    file -- the event is the program and the operation
       350-LOAD-THE-AUDIT-TRAIL.
           MOVE 'N' TO WS-ACAT-EOF-SW
           OPEN INPUT AUDIT-CATALOG-FILE
           IF WS-ACAT-FILE-STATUS NOT = '00'
               SET WS-ACAT-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-ACAT-EOF
               READ AUDIT-CATALOG-FILE
                   AT END
                       SET WS-ACAT-EOF TO TRUE
               END-READ
               IF NOT WS-ACAT-EOF
                  AND ACAT-FILE-NAME NOT = SPACES
                  AND ACAT-BUSINESS-DATE NOT < WS-FROM-DATE
                   MOVE ACAT-FILE-NAME TO WS-AUDIT-FILE-NAME
                   PERFORM 360-LOAD-ONE-AUDIT-FILE
               END-IF
           END-PERFORM

           IF WS-ACAT-FILE-STATUS = '00'
              OR WS-ACAT-FILE-STATUS = '10'
               CLOSE AUDIT-CATALOG-FILE
           END-IF

           MOVE 'AUTHAUD.DAT' TO WS-AUDIT-FILE-NAME
           PERFORM 360-LOAD-ONE-AUDIT-FILE.

       360-LOAD-ONE-AUDIT-FILE.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                  AND AUDIT-LOG-RECORD(1:8) NOT = 'TRAILER '
                   MOVE AUDIT-LOG-RECORD TO WS-AUD-LINE
                   MOVE SPACES TO WS-NEW-DATE
                   STRING WA-YEAR WA-MONTH WA-DAY
                       DELIMITED BY SIZE INTO WS-NEW-DATE
                   IF WS-NEW-DATE NOT < WS-FROM-DATE
                      AND WS-NEW-DATE NOT > WS-BUSINESS-DATE
                       MOVE 'A'        TO WS-NEW-SOURCE
                       MOVE SPACES     TO WS-NEW-CODE
                       STRING WA-CALLER DELIMITED BY SPACE
                              ' ' WA-OPERATION DELIMITED BY SIZE
                           INTO WS-NEW-CODE
                       MOVE WA-AU-ID   TO WS-NEW-KEY
                       MOVE WA-USER-ID TO WS-NEW-OPER
                       MOVE WA-TIME    TO WS-NEW-TIME
                       MOVE WA-AFTER-IMAGE(1:24) TO WS-NEW-REF
                       PERFORM 490-ADD-ONE-EVENT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-AUD-FILE-STATUS = '00' OR WS-AUD-FILE-STATUS = '10'
               CLOSE AUDIT-LOG-FILE
           END-IF.

      *    an approval item is two events -- the request, and the
      *    release or reject once somebody has acted on it
       400-LOAD-THE-APPROVALS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PEND-APPR-FILE
           IF WS-APPR-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ PEND-APPR-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE PEND-APPR-RECORD TO PEND-APPR-LINE
                   MOVE 'Q'         TO WS-NEW-SOURCE
                   MOVE PA-KEY      TO WS-NEW-KEY
                   MOVE SPACES      TO WS-NEW-TIME
                   MOVE SPACES      TO WS-NEW-REF
                   STRING 'ITEM ' PA-SEQ ' STATUS ' PA-STATUS
                       DELIMITED BY SIZE INTO WS-NEW-REF
                   MOVE PA-REQ-DATE TO WS-NEW-DATE
                   IF WS-NEW-DATE NOT < WS-FROM-DATE
                      AND WS-NEW-DATE NOT > WS-BUSINESS-DATE
                       MOVE SPACES TO WS-NEW-CODE
                       STRING 'REQ ' PA-TYPE
                           DELIMITED BY SIZE INTO WS-NEW-CODE
                       MOVE PA-REQ-OPER TO WS-NEW-OPER
                       PERFORM 490-ADD-ONE-EVENT
                   END-IF
                   MOVE PA-ACT-DATE TO WS-NEW-DATE
                   IF NOT PA-PENDING
                      AND WS-NEW-DATE NOT < WS-FROM-DATE
                      AND WS-NEW-DATE NOT > WS-BUSINESS-DATE
                       MOVE SPACES TO WS-NEW-CODE
                       STRING 'ACT ' PA-TYPE
                           DELIMITED BY SIZE INTO WS-NEW-CODE
                       MOVE PA-ACT-OPER TO WS-NEW-OPER
                       PERFORM 490-ADD-ONE-EVENT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-APPR-FILE-STATUS = '00' OR WS-APPR-FILE-STATUS = '10'
               CLOSE PEND-APPR-FILE
           END-IF.

      *    money that went out by EFT to bank details on file --
      *    keyed to whoever's details they were, the author's or
      *    the agent's.  A check, or a levy paid to an agency,
      *    never touched an account anybody could have changed.
       450-LOAD-THE-PAYMENTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PAY-REGISTER-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
               READ PAY-REGISTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
                   MOVE PR-STATUS-DATE TO WS-NEW-DATE
                   IF (PR-ISSUED OR PR-CLEARED)
                      AND PR-CHECK-NUM = SPACES
                      AND PR-PAY-BY-METHOD
                      AND NOT PR-PAYEE-AGENCY
                      AND WS-NEW-DATE NOT < WS-FROM-DATE
                      AND WS-NEW-DATE NOT > WS-BUSINESS-DATE
                       MOVE 'P'         TO WS-NEW-SOURCE
                       MOVE 'PAYMENT'   TO WS-NEW-CODE
                       IF PR-PAYEE-AGENT
                           MOVE PR-PAYEE-ID TO WS-NEW-KEY
                       ELSE
                           MOVE PR-AU-ID    TO WS-NEW-KEY
                       END-IF
                       MOVE SPACES      TO WS-NEW-OPER
                       MOVE SPACES      TO WS-NEW-TIME
                       MOVE SPACES      TO WS-NEW-REF
                       STRING 'PAY ' PR-PAY-NUM ' PERIOD ' PR-PERIOD
                           DELIMITED BY SIZE INTO WS-NEW-REF
                       PERFORM 490-ADD-ONE-EVENT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-REG-FILE-STATUS = '00' OR WS-REG-FILE-STATUS = '10'
               CLOSE PAY-REGISTER-FILE
           END-IF.

       490-ADD-ONE-EVENT.
           IF WS-NEW-DATE NOT NUMERIC
               CONTINUE
           ELSE
               IF WS-EV-CT >= WS-EV-MAX
                   ADD 1 TO WS-EV-OVER-CT
               ELSE
                   ADD 1 TO WS-EV-CT
                   MOVE WS-NEW-SOURCE TO WS-EV-SOURCE(WS-EV-CT)
                   MOVE WS-NEW-CODE   TO WS-EV-CODE(WS-EV-CT)
                   MOVE WS-NEW-KEY    TO WS-EV-KEY(WS-EV-CT)
                   MOVE WS-NEW-OPER   TO WS-EV-OPER(WS-EV-CT)
                   MOVE WS-NEW-DATE   TO WS-EV-DATE(WS-EV-CT)
                   MOVE WS-NEW-TIME   TO WS-EV-TIME(WS-EV-CT)
                   MOVE WS-NEW-REF    TO WS-EV-REF(WS-EV-CT)
                   MOVE WS-NEW-DATE   TO WS-DATE-NUM
                   COMPUTE WS-EV-DAY-INT(WS-EV-CT) =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               END-IF
           END-IF.

      *    each event is marked once per rule as a possible first
      *    and/or second half, then the first halves are paired
      *    off against the second halves on the same key
       500-APPLY-ONE-RULE.
           MOVE WS-RULE-CARD(WS-RULE-SUB) TO SOD-RULE-LINE
           MOVE ZERO TO WS-RULE-FIND-CT
           MOVE 'N' TO WS-SAME-PATTERN-SW
           IF SR-SOURCE-A = SR-SOURCE-B
              AND SR-EVENT-A = SR-EVENT-B
               SET WS-SAME-PATTERN TO TRUE
           END-IF

           PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB > WS-EV-CT
               MOVE SR-SOURCE-A TO WS-MATCH-SOURCE
               MOVE SR-EVENT-A  TO WS-MATCH-PATTERN
               PERFORM 600-MATCH-EVENT
               MOVE WS-MATCH-SW TO WS-EV-IS-A-SW(WS-EV-SUB)
               MOVE SR-SOURCE-B TO WS-MATCH-SOURCE
               MOVE SR-EVENT-B  TO WS-MATCH-PATTERN
               PERFORM 600-MATCH-EVENT
               MOVE WS-MATCH-SW TO WS-EV-IS-B-SW(WS-EV-SUB)
           END-PERFORM

           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM 800-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING 'RULE ' SR-RULE-ID '  ' SR-TEXT
                  '  (' SR-SOURCE-A ' ' SR-EVENT-A ' / '
                  SR-SOURCE-B ' ' SR-EVENT-B ' WITHIN '
                  SR-WINDOW-DAYS ' DAYS)'
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 800-WRITE-REPORT-LINE

           PERFORM 520-PAIR-FIRST-HALF
               VARYING WS-EV-SUB-A FROM 1 BY 1
               UNTIL WS-EV-SUB-A > WS-EV-CT

           MOVE WS-RULE-FIND-CT TO DISP-SOD-CT
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING '        ' DISP-SOD-CT ' CONFLICT(S)'
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 800-WRITE-REPORT-LINE
           ADD WS-RULE-FIND-CT TO WS-FIND-CT.

       520-PAIR-FIRST-HALF.
           IF WS-EV-IS-A(WS-EV-SUB-A)
               PERFORM VARYING WS-EV-SUB-B FROM 1 BY 1
                       UNTIL WS-EV-SUB-B > WS-EV-CT
                   IF WS-EV-IS-B(WS-EV-SUB-B)
                      AND WS-EV-SUB-B NOT = WS-EV-SUB-A
                      AND WS-EV-KEY(WS-EV-SUB-B)
                          = WS-EV-KEY(WS-EV-SUB-A)
                       PERFORM 530-TEST-THE-PAIR
                       IF WS-PAIR-FLAGGED
                           PERFORM 550-WRITE-FINDING
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    a rule whose two halves are the same event would find
      *    every pair twice over -- it is taken once, first to
      *    second in file order
       530-TEST-THE-PAIR.
           MOVE 'Y' TO WS-PAIR-SW
           IF WS-SAME-PATTERN
              AND WS-EV-SUB-B < WS-EV-SUB-A
               MOVE 'N' TO WS-PAIR-SW
           END-IF
           IF SR-SAME-OPER-ONLY
               IF WS-EV-OPER(WS-EV-SUB-A) = SPACES
                  OR WS-EV-OPER(WS-EV-SUB-B)
                     NOT = WS-EV-OPER(WS-EV-SUB-A)
                   MOVE 'N' TO WS-PAIR-SW
               END-IF
           END-IF

           COMPUTE WS-DAY-DIFF = WS-EV-DAY-INT(WS-EV-SUB-B)
                               - WS-EV-DAY-INT(WS-EV-SUB-A)
           IF SR-B-FOLLOWS-A
               IF WS-DAY-DIFF < ZERO
                   MOVE 'N' TO WS-PAIR-SW
               END-IF
               IF WS-DAY-DIFF = ZERO
                  AND WS-EV-TIME(WS-EV-SUB-A) NOT = SPACES
                  AND WS-EV-TIME(WS-EV-SUB-B) NOT = SPACES
                  AND WS-EV-TIME(WS-EV-SUB-B)
                      < WS-EV-TIME(WS-EV-SUB-A)
                   MOVE 'N' TO WS-PAIR-SW
               END-IF
           ELSE
               IF WS-DAY-DIFF < ZERO
                   COMPUTE WS-DAY-DIFF = ZERO - WS-DAY-DIFF
               END-IF
           END-IF
           IF WS-DAY-DIFF > SR-WINDOW-DAYS
               MOVE 'N' TO WS-PAIR-SW
           END-IF.

       550-WRITE-FINDING.
           ADD 1 TO WS-RULE-FIND-CT
           MOVE WS-EV-SUB-A TO WS-EV-SUB
           MOVE 'FIRST' TO SD-LABEL
           PERFORM 560-WRITE-EVENT-LINE
           MOVE WS-EV-SUB-B TO WS-EV-SUB
           MOVE 'SECOND' TO SD-LABEL
           PERFORM 560-WRITE-EVENT-LINE.

       560-WRITE-EVENT-LINE.
           MOVE WS-EV-DATE(WS-EV-SUB)   TO SD-DATE
           MOVE WS-EV-TIME(WS-EV-SUB)   TO SD-TIME
           IF WS-EV-OPER(WS-EV-SUB) = SPACES
               MOVE '(BATCH)' TO SD-OPER
           ELSE
               MOVE WS-EV-OPER(WS-EV-SUB) TO SD-OPER
           END-IF
           MOVE WS-EV-SOURCE(WS-EV-SUB) TO SD-SOURCE
           MOVE WS-EV-CODE(WS-EV-SUB)   TO SD-CODE
           MOVE WS-EV-KEY(WS-EV-SUB)    TO SD-KEY
           MOVE WS-EV-REF(WS-EV-SUB)    TO SD-REF
           MOVE SOD-RPT-LINE TO RPT-DETAIL-LINE
           PERFORM 800-WRITE-REPORT-LINE
           MOVE SPACES TO SOD-RPT-LINE.

      *    an event pattern ending in * matches on what comes
      *    before it; anything else must match exactly
       600-MATCH-EVENT.
           MOVE 'N' TO WS-MATCH-SW
           MOVE ZERO TO WS-MATCH-LEN
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-MATCH-SUB > 20
               IF WS-MATCH-PATTERN(WS-MATCH-SUB:1) NOT = SPACE
                   MOVE WS-MATCH-SUB TO WS-MATCH-LEN
               END-IF
           END-PERFORM

           IF WS-EV-SOURCE(WS-EV-SUB) = WS-MATCH-SOURCE
               IF WS-MATCH-PATTERN(WS-MATCH-LEN:1) = '*'
                   IF WS-MATCH-LEN = 1
                       SET WS-MATCHED TO TRUE
                   ELSE
                       IF WS-EV-CODE(WS-EV-SUB)(1:WS-MATCH-LEN - 1)
                          = WS-MATCH-PATTERN(1:WS-MATCH-LEN - 1)
                           SET WS-MATCHED TO TRUE
                       END-IF
                   END-IF
               ELSE
                   IF WS-EV-CODE(WS-EV-SUB) = WS-MATCH-PATTERN
                       SET WS-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF.

       800-WRITE-REPORT-LINE.
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING SOD-RPT-CTL
           END-CALL.
       END PROGRAM SODCHK.
