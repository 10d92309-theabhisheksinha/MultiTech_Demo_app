       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNPMNT.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT RUNP-HIST-FILE ASSIGN TO "RUNPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-STEP-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 RC-KEYWORD            PIC X(12).
           05 FILLER                PIC X.
           05 RC-VALUE              PIC X(40).
       FD  RUNP-HIST-FILE.
       01  RUNP-HIST-RECORD        PIC X(150).

       WORKING-STORAGE SECTION.

           COPY AUDITPARM.
           COPY SIGNPARM.
           COPY JRNLPARM.
           COPY APPRPARM.
           COPY RUNPPARM.
           COPY RUPDPARM.
           COPY RUNPHREC.

      *    online maintenance for the RUNPARM.DAT run-control cards
      *    -- the reserve percentage, the minimum payment, the
      *    password expiry and the rest used to be keyed into the
      *    file with an editor, unchecked and unrecorded.  Every
      *    value is checked against its RUNPCAT catalog entry
      *    before it goes on; a card that moves money or a payment
      *    control is queued through APPRQUE for a second operator
      *    to release through APPRREL, the rest go straight on
      *    through RUNPUPD.  Either way the change reaches AUDITLOG
      *    and the dated RUNPHIST.DAT card history, which the
      *    as-of inquiry reads to say what a card held on a given
      *    night.  Looking is open to any signed-on operator;
      *    changing takes the maintenance level.
           COPY RUNPCAT.

       01 WS-CARD-FILE-STATUS   PIC XX.
       01 WS-HIST-FILE-STATUS   PIC XX.
       01 WS-CARD-EOF-SW        PIC X.
           88 WS-CARD-EOF           VALUE 'Y'.
       01 WS-HIST-EOF-SW        PIC X.
           88 WS-HIST-EOF           VALUE 'Y'.

       01 WS-MENU-CHOICE        PIC X.
       01 WS-DONE-SW            PIC X VALUE 'N'.
           88 WS-DONE               VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.

       01 WS-STEP-NAME          PIC X(8).
       01 WS-KEYWORD            PIC X(12).
       01 WS-NEW-VALUE          PIC X(40).
       01 WS-OLD-VALUE          PIC X(40).
       01 WS-CARD-FOUND-SW      PIC X.
           88 WS-CARD-FOUND         VALUE 'Y'.

      *    the card's place in the catalog -- with the step name it
      *    is the key the audit trail and the approval queue carry,
      *    000 for a stray card the catalog doesn't know
       01 WS-CAT-SUB            PIC 9(4) COMP.
       01 WS-CAT-NUM            PIC 9(3).
       01 WS-CARD-KEY.
           05 WS-KEY-STEP       PIC X(8).
           05 WS-KEY-CAT-NUM    PIC 9(3).

       01 WS-VALUE-OK-SW        PIC X.
           88 WS-VALUE-OK           VALUE 'Y'.
       01 WS-VALUE-WIDTH        PIC 99.
       01 WS-NUM-X              PIC X(11).
       01 WS-NUM-9 REDEFINES WS-NUM-X
                                PIC 9(11).
       01 WS-DISP-LIMIT         PIC Z(10)9.
       01 WS-DISP-MAX           PIC Z(10)9.
       01 WS-ALLOW-ITEM         PIC X(40).
       01 WS-ALLOW-PTR          PIC 99.
       01 WS-DATE-X.
           05 WS-DATE-YYYY      PIC 9(4).
           05 WS-DATE-MM        PIC 99.
           05 WS-DATE-DD        PIC 99.

       01 WS-ASOF-DATE          PIC X(8).
       01 WS-ASOF-VALUE         PIC X(40).
       01 WS-ASOF-SW            PIC X.
           88 WS-ASOF-ON-OR-BEFORE  VALUE 'B'.
           88 WS-ASOF-FROM-LATER    VALUE 'L'.
           88 WS-ASOF-NONE          VALUE 'N'.
       01 WS-HIST-CT            PIC 9(5) COMP VALUE ZERO.
       01 DISP-HIST-CT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'RUNPMNT' TO SIGN-CALLER-ID
           CALL 'SIGNON' USING SIGN-PARM-AREA
           END-CALL
           IF NOT SIGN-RC-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SIGN-AUTH-INQUIRY
               DISPLAY 'Not authorized for run-control cards'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SIGN-OPER-ID TO AUDIT-USER-ID
           MOVE 'RUNPMNT' TO JRNL-CALLER-ID
           MOVE SIGN-OPER-ID TO JRNL-OPER-ID

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
                       PERFORM 200-LIST-CARDS
                   WHEN '2'
                       IF SIGN-AUTH-MAINT
                           PERFORM 300-CHANGE-CARD
                       ELSE
                           DISPLAY 'Not authorized for maintenance'
                       END-IF
                   WHEN '3'
                       IF SIGN-AUTH-MAINT
                           PERFORM 400-REMOVE-CARD
                       ELSE
                           DISPLAY 'Not authorized for maintenance'
                       END-IF
                   WHEN '4'
                       PERFORM 500-VALUE-AS-OF
                   WHEN '5'
                       PERFORM 600-CARD-HISTORY
                   WHEN '0'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'Invalid choice, please try again'
               END-EVALUATE
           END-PERFORM
           .
       100-EXIT.
      *    a card file or history write that failed anywhere in the
      *    session shows in the return code instead of exiting RC=0
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       150-DISPLAY-MENU.
           DISPLAY ' '
           DISPLAY 'Run-Control Card Maintenance Menu'
           DISPLAY '  1. List the cards on file'
           DISPLAY '  2. Add or change a card'
           DISPLAY '  3. Remove a card'
           DISPLAY '  4. What a card held on a given date'
           DISPLAY '  5. Change history for a card'
           DISPLAY '  0. Exit'
           DISPLAY 'Enter choice: '.

       200-LIST-CARDS.
           MOVE 'N' TO WS-CARD-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'No run-control card file, status '
                       WS-CARD-FILE-STATUS
               SET WS-CARD-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CARD-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       SET WS-CARD-EOF TO TRUE
               END-READ
               IF NOT WS-CARD-EOF
                  AND RC-STEP-NAME(1:1) NOT = '*'
                   DISPLAY RC-STEP-NAME ' ' RC-KEYWORD ' ' RC-VALUE
               END-IF
           END-PERFORM
           IF WS-CARD-FILE-STATUS = '00' OR '10'
               CLOSE RUN-CONTROL-FILE
           END-IF.

       300-CHANGE-CARD.
           SET RUPD-FUNC-SET TO TRUE
           PERFORM 250-ACCEPT-CARD-NAME
           IF WS-CAT-NUM = ZERO
               DISPLAY 'No such card in the run-control catalog - '
                       'no change'
           ELSE
               PERFORM 720-SHOW-RULE
               DISPLAY 'Enter the new value: '
               ACCEPT WS-NEW-VALUE
               PERFORM 750-VALIDATE-VALUE
               IF NOT WS-VALUE-OK
                   DISPLAY 'Value does not fit the card - no change'
               ELSE
                   PERFORM 270-READ-CURRENT-CARD
                   EVALUATE TRUE
                       WHEN RUNP-RC-FAILED
                           DISPLAY 'Run-control card file unreadable'
                                   ' - no change'
                       WHEN WS-CARD-FOUND
                            AND WS-OLD-VALUE = WS-NEW-VALUE
                           DISPLAY 'Card already holds that value'
                       WHEN RPK-DUAL-APPROVAL(WS-CAT-SUB)
                           PERFORM 350-QUEUE-CHANGE
                       WHEN OTHER
                           PERFORM 370-APPLY-CHANGE
                   END-EVALUATE
               END-IF
           END-IF.

      *    the keyword is keyed the way it sits on the card -- a
      *    longer name is cut to the card's twelve columns exactly
      *    as the step's own lookup cuts it
       250-ACCEPT-CARD-NAME.
           DISPLAY 'Enter step name: '
           ACCEPT WS-STEP-NAME
           DISPLAY 'Enter keyword: '
           ACCEPT WS-KEYWORD
           PERFORM 700-FIND-CATALOG
           MOVE WS-STEP-NAME TO WS-KEY-STEP
           MOVE WS-CAT-NUM   TO WS-KEY-CAT-NUM.

       270-READ-CURRENT-CARD.
           MOVE 'N'          TO WS-CARD-FOUND-SW
           MOVE SPACES       TO WS-OLD-VALUE
           MOVE WS-STEP-NAME TO RUNP-STEP-NAME
           MOVE WS-KEYWORD   TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           IF RUNP-RC-OK
               SET WS-CARD-FOUND TO TRUE
               MOVE RUNP-VALUE TO WS-OLD-VALUE
           END-IF.

      *    the queue carries twenty columns of value either side;
      *    NONE stands for no card at all, which no dual-approval
      *    card can hold as a value.  APPRREL applies the change
      *    only if the card still reads as it did here.
       350-QUEUE-CHANGE.
           MOVE 'RUNPMNT'       TO APPR-CALLER-ID
           SET APPR-TYPE-RUNPARM TO TRUE
           MOVE WS-CARD-KEY     TO APPR-KEY
           MOVE SPACES          TO APPR-OLD-VALUE APPR-NEW-VALUE
           IF WS-CARD-FOUND
               MOVE WS-OLD-VALUE(1:20) TO APPR-OLD-VALUE
           ELSE
               MOVE 'NONE' TO APPR-OLD-VALUE
           END-IF
           IF RUPD-FUNC-REMOVE
               MOVE 'NONE' TO APPR-NEW-VALUE
           ELSE
               MOVE WS-NEW-VALUE(1:20) TO APPR-NEW-VALUE
           END-IF
           MOVE SIGN-OPER-ID    TO APPR-OPER-ID
           CALL 'APPRQUE' USING APPR-PARM-AREA
           END-CALL
           IF APPR-RC-OK
               DISPLAY 'Card change needs a second operator - '
                       'queued as item ' APPR-SEQ
               MOVE 'APPR QUEUE RUNPARM' TO JRNL-ACTION
               MOVE APPR-KEY TO JRNL-KEY
               CALL 'OPERJRNL' USING JRNL-PARM-AREA
               END-CALL
           ELSE
               DISPLAY 'Approval queue write failed - no change'
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       370-APPLY-CHANGE.
           MOVE 'RUNPMNT'       TO RUPD-CALLER-ID
           MOVE WS-STEP-NAME    TO RUPD-STEP-NAME
           MOVE WS-KEYWORD      TO RUPD-KEYWORD
           MOVE WS-NEW-VALUE    TO RUPD-NEW-VALUE
           MOVE SIGN-OPER-ID    TO RUPD-OPER-ID
           MOVE SPACES          TO RUPD-APPROVER-ID
           CALL 'RUNPUPD' USING RUPD-PARM-AREA
           END-CALL

           IF RUPD-ACTION NOT = SPACE
               PERFORM 380-LOG-CHANGE
           END-IF
           EVALUATE TRUE
               WHEN RUPD-RC-OK
                   DISPLAY 'Card ' WS-STEP-NAME ' ' WS-KEYWORD
                           ' updated'
               WHEN RUPD-RC-NOT-FOUND
                   DISPLAY 'No such card on file'
               WHEN RUPD-RC-UNCHANGED
                   DISPLAY 'Card already holds that value'
               WHEN OTHER
                   DISPLAY 'Run-control card update failed'
                   SET WS-RUN-FAILED TO TRUE
           END-EVALUATE.

      *    the card key is the step and its catalog number, the
      *    images name the keyword -- the trail reads the same
      *    whether the change went on here or through APPRREL
       380-LOG-CHANGE.
           MOVE 'RUNPMNT'   TO AUDIT-CALLER-ID
           MOVE WS-CARD-KEY TO AUDIT-AU-ID
           MOVE 1           TO AUDIT-ROWS-AFFECTED
           MOVE SPACES      TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
           EVALUATE TRUE
               WHEN RUPD-ACT-ADD
                   MOVE 'INSERT' TO AUDIT-OPERATION
                   MOVE 'NONE'   TO AUDIT-BEFORE-IMAGE
               WHEN RUPD-ACT-REMOVE
                   MOVE 'DELETE' TO AUDIT-OPERATION
               WHEN OTHER
                   MOVE 'UPDATE' TO AUDIT-OPERATION
           END-EVALUATE
           IF NOT RUPD-ACT-ADD
               STRING WS-KEYWORD DELIMITED BY SPACE
                      '=' RUPD-OLD-VALUE DELIMITED BY SIZE
                   INTO AUDIT-BEFORE-IMAGE
           END-IF
           IF RUPD-ACT-REMOVE
               MOVE 'CARD REMOVED' TO AUDIT-AFTER-IMAGE
           ELSE
               STRING WS-KEYWORD DELIMITED BY SPACE
                      '=' RUPD-NEW-VALUE DELIMITED BY SIZE
                   INTO AUDIT-AFTER-IMAGE
           END-IF
           CALL 'AUDITLOG' USING AUDIT-PARM-AREA
           END-CALL

           MOVE SPACES TO JRNL-ACTION
           STRING 'CHG ' AUDIT-OPERATION
               DELIMITED BY SIZE INTO JRNL-ACTION
           MOVE AUDIT-AU-ID TO JRNL-KEY
           CALL 'OPERJRNL' USING JRNL-PARM-AREA
           END-CALL.

      *    a card the catalog doesn't know can still be taken off
      *    -- a leftover keyed by hand -- but a dual-approval card
      *    coming off goes through the queue like any other change
      *    to it, since the step falls back to its default
       400-REMOVE-CARD.
           PERFORM 250-ACCEPT-CARD-NAME
           PERFORM 270-READ-CURRENT-CARD
           SET RUPD-FUNC-REMOVE TO TRUE
           EVALUATE TRUE
               WHEN RUNP-RC-FAILED
                   DISPLAY 'Run-control card file unreadable - '
                           'no change'
               WHEN NOT WS-CARD-FOUND
                   DISPLAY 'No such card on file'
               WHEN WS-CAT-NUM = ZERO
                   PERFORM 370-APPLY-CHANGE
               WHEN RPK-DUAL-APPROVAL(WS-CAT-SUB)
                   PERFORM 350-QUEUE-CHANGE
               WHEN OTHER
                   PERFORM 370-APPLY-CHANGE
           END-EVALUATE.

      *    the card a night's run read: the last change dated on
      *    or before that business date; failing that, what the
      *    first later change found there; failing that -- no
      *    change since the history began -- the card as it is now
       500-VALUE-AS-OF.
           DISPLAY 'Enter step name: '
           ACCEPT WS-STEP-NAME
           DISPLAY 'Enter keyword: '
           ACCEPT WS-KEYWORD
           DISPLAY 'Enter business date YYYYMMDD: '
           ACCEPT WS-ASOF-DATE
           IF WS-ASOF-DATE NOT NUMERIC
               DISPLAY 'Invalid date'
           ELSE
               SET WS-ASOF-NONE TO TRUE
               MOVE SPACES TO WS-ASOF-VALUE
               PERFORM 800-OPEN-HISTORY
               PERFORM 520-ASOF-ONE-LINE UNTIL WS-HIST-EOF
               PERFORM 890-CLOSE-HISTORY

               IF WS-ASOF-NONE
                   PERFORM 270-READ-CURRENT-CARD
                   IF RUNP-RC-FAILED
                       DISPLAY 'Run-control card file unreadable'
                   ELSE
                       MOVE WS-OLD-VALUE TO WS-ASOF-VALUE
                       DISPLAY 'No change on the card history -- '
                               'the card as it stands now'
                       PERFORM 540-SHOW-ASOF-VALUE
                   END-IF
               ELSE
                   PERFORM 540-SHOW-ASOF-VALUE
               END-IF
           END-IF.

       520-ASOF-ONE-LINE.
           PERFORM 850-READ-HISTORY
           IF NOT WS-HIST-EOF
              AND RH-STEP-NAME = WS-STEP-NAME
              AND RH-KEYWORD = WS-KEYWORD
               IF RH-BUS-DATE NOT > WS-ASOF-DATE
                   SET WS-ASOF-ON-OR-BEFORE TO TRUE
                   MOVE RH-NEW-VALUE TO WS-ASOF-VALUE
               ELSE
      *            lines run in date order, so the first later
      *            change is the only one that says what was there
                   IF WS-ASOF-NONE
                       SET WS-ASOF-FROM-LATER TO TRUE
                       MOVE RH-OLD-VALUE TO WS-ASOF-VALUE
                   END-IF
               END-IF
           END-IF.

       540-SHOW-ASOF-VALUE.
           IF WS-ASOF-VALUE = SPACES
               DISPLAY WS-STEP-NAME ' ' WS-KEYWORD ' on '
                       WS-ASOF-DATE ': no card, step default'
           ELSE
               DISPLAY WS-STEP-NAME ' ' WS-KEYWORD ' on '
                       WS-ASOF-DATE ': ' WS-ASOF-VALUE
           END-IF.

       600-CARD-HISTORY.
           DISPLAY 'Enter step name: '
           ACCEPT WS-STEP-NAME
           DISPLAY 'Enter keyword: '
           ACCEPT WS-KEYWORD
           MOVE ZERO TO WS-HIST-CT
           PERFORM 800-OPEN-HISTORY
           PERFORM 620-SHOW-ONE-LINE UNTIL WS-HIST-EOF
           PERFORM 890-CLOSE-HISTORY
           IF WS-HIST-CT = ZERO
               DISPLAY 'No changes on the card history for '
                       WS-STEP-NAME ' ' WS-KEYWORD
           ELSE
               MOVE WS-HIST-CT TO DISP-HIST-CT
               DISPLAY 'Changes listed: ' DISP-HIST-CT
           END-IF.

       620-SHOW-ONE-LINE.
           PERFORM 850-READ-HISTORY
           IF NOT WS-HIST-EOF
              AND RH-STEP-NAME = WS-STEP-NAME
              AND RH-KEYWORD = WS-KEYWORD
               ADD 1 TO WS-HIST-CT
               DISPLAY RH-BUS-DATE ' ' RH-TIME ' ' RH-ACTION
                       ' by ' RH-OPER-ID ' released by '
                       RH-APPROVER-ID ' via ' RH-CALLER-ID
               DISPLAY '    was: ' RH-OLD-VALUE
               DISPLAY '    now: ' RH-NEW-VALUE
           END-IF.

       700-FIND-CATALOG.
           MOVE ZERO TO WS-CAT-NUM
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > RPK-ENTRY-CT
                      OR WS-CAT-NUM > ZERO
               IF RPK-STEP-NAME(WS-CAT-SUB) = WS-STEP-NAME
                  AND RPK-KEYWORD(WS-CAT-SUB) = WS-KEYWORD
                   MOVE WS-CAT-SUB TO WS-CAT-NUM
               END-IF
           END-PERFORM
           IF WS-CAT-NUM > ZERO
               MOVE WS-CAT-NUM TO WS-CAT-SUB
           END-IF.

       720-SHOW-RULE.
           MOVE RPK-WIDTH(WS-CAT-SUB) TO WS-VALUE-WIDTH
           EVALUATE TRUE
               WHEN RPK-NUMERIC(WS-CAT-SUB)
                   MOVE RPK-MIN(WS-CAT-SUB) TO WS-DISP-LIMIT
                   MOVE RPK-MAX(WS-CAT-SUB) TO WS-DISP-MAX
                   DISPLAY 'Numeric, ' WS-VALUE-WIDTH
                           ' digits zero-padded, from '
                           WS-DISP-LIMIT ' to ' WS-DISP-MAX
               WHEN RPK-LIST(WS-CAT-SUB)
                   DISPLAY 'One of: ' RPK-ALLOWED(WS-CAT-SUB)
               WHEN RPK-DATE(WS-CAT-SUB)
                   DISPLAY 'A date, YYYYMMDD'
               WHEN OTHER
                   DISPLAY 'Text, up to ' WS-VALUE-WIDTH
                           ' characters'
           END-EVALUATE
           IF RPK-DUAL-APPROVAL(WS-CAT-SUB)
               DISPLAY 'A change to this card is released by a '
                       'second operator through APPRREL'
           END-IF.

      *    the value must read back the way the step reads it:
      *    nothing past the width, digits for a number or date,
      *    one of the listed words for a list
       750-VALIDATE-VALUE.
           MOVE 'N' TO WS-VALUE-OK-SW
           MOVE RPK-WIDTH(WS-CAT-SUB) TO WS-VALUE-WIDTH
           IF WS-NEW-VALUE = SPACES
               CONTINUE
           ELSE
           IF WS-VALUE-WIDTH < 40
              AND WS-NEW-VALUE(WS-VALUE-WIDTH + 1:) NOT = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN RPK-NUMERIC(WS-CAT-SUB)
                       PERFORM 760-CHECK-NUMBER
                   WHEN RPK-LIST(WS-CAT-SUB)
                       MOVE 1 TO WS-ALLOW-PTR
                       PERFORM 770-CHECK-ONE-ALLOWED
                           UNTIL WS-ALLOW-PTR > 36 OR WS-VALUE-OK
                   WHEN RPK-DATE(WS-CAT-SUB)
                       PERFORM 780-CHECK-DATE
                   WHEN OTHER
                       SET WS-VALUE-OK TO TRUE
               END-EVALUATE
           END-IF
           END-IF.

       760-CHECK-NUMBER.
           IF WS-NEW-VALUE(1:WS-VALUE-WIDTH) NUMERIC
               MOVE ZEROS TO WS-NUM-X
               MOVE WS-NEW-VALUE(1:WS-VALUE-WIDTH)
                   TO WS-NUM-X(12 - WS-VALUE-WIDTH:WS-VALUE-WIDTH)
               IF WS-NUM-9 NOT < RPK-MIN(WS-CAT-SUB)
                  AND WS-NUM-9 NOT > RPK-MAX(WS-CAT-SUB)
                   SET WS-VALUE-OK TO TRUE
               END-IF
           END-IF.

       770-CHECK-ONE-ALLOWED.
           MOVE SPACES TO WS-ALLOW-ITEM
           UNSTRING RPK-ALLOWED(WS-CAT-SUB)
               DELIMITED BY '/' OR ALL SPACE
               INTO WS-ALLOW-ITEM
               WITH POINTER WS-ALLOW-PTR
           END-UNSTRING
           IF WS-ALLOW-ITEM NOT = SPACES
              AND WS-ALLOW-ITEM = WS-NEW-VALUE
               SET WS-VALUE-OK TO TRUE
           END-IF.

       780-CHECK-DATE.
           IF WS-NEW-VALUE(1:8) NUMERIC
               MOVE WS-NEW-VALUE(1:8) TO WS-DATE-X
               IF WS-DATE-YYYY > 1900
                  AND WS-DATE-MM > ZERO AND WS-DATE-MM < 13
                  AND WS-DATE-DD > ZERO AND WS-DATE-DD < 32
                   SET WS-VALUE-OK TO TRUE
               END-IF
           END-IF.

      *    no history file yet simply means no change has been
      *    made through this menu
       800-OPEN-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SW
           OPEN INPUT RUNP-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = '00'
               SET WS-HIST-EOF TO TRUE
           END-IF.

       850-READ-HISTORY.
           READ RUNP-HIST-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               MOVE RUNP-HIST-RECORD TO RUNP-HIST-LINE
           END-IF.

       890-CLOSE-HISTORY.
           IF WS-HIST-FILE-STATUS = '00' OR '10'
               CLOSE RUNP-HIST-FILE
           END-IF.
       END PROGRAM RUNPMNT.
