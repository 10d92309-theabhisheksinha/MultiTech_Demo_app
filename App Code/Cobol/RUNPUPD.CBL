       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNPUPD.
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
       01  RUN-CONTROL-RECORD      PIC X(62).
       FD  RUNP-HIST-FILE.
       01  RUNP-HIST-RECORD        PIC X(150).

       WORKING-STORAGE SECTION.
      *    writes one change to the RUNPARM.DAT run-control cards
      *    and dates it on the RUNPHIST.DAT card history -- the
      *    file used to be edited by hand with nothing saying who
      *    moved the reserve percentage or when.  Comment cards
      *    and the order of the cards are kept as they were; a
      *    new card goes on the end.
       01  WS-CARD-FILE-STATUS     PIC XX.
       01  WS-HIST-FILE-STATUS     PIC XX.
       01  WS-CARD-EOF-SW          PIC X.
           88  WS-CARD-EOF             VALUE 'Y'.
       01  WS-LOAD-FAILED-SW       PIC X.
           88  WS-LOAD-FAILED          VALUE 'Y'.

       01  RUNP-CARD-LINE.
           05  RCL-STEP-NAME           PIC X(8).
           05  FILLER                  PIC X.
           05  RCL-KEYWORD             PIC X(12).
           05  FILLER                  PIC X.
           05  RCL-VALUE               PIC X(40).

      *    the whole card file held in storage and written back in
      *    one pass, the APPRREL shape for PENDAPPR.DAT
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 500 TIMES
                                   PIC X(62).
       01  WS-CARD-CT              PIC 9(4) COMP VALUE ZERO.
       01  WS-CARD-SUB             PIC 9(4) COMP.
       01  WS-MATCH-SUB            PIC 9(4) COMP.

           COPY RUNPHREC.
           COPY BDTPARM.

       LINKAGE SECTION.
           COPY RUPDPARM.

       PROCEDURE DIVISION USING RUPD-PARM-AREA.
       100-UPDATE-CARD.
           SET RUPD-RC-FAILED TO TRUE
           MOVE SPACES TO RUPD-OLD-VALUE RUPD-ACTION

           PERFORM 200-LOAD-CARDS
           IF WS-LOAD-FAILED
               GOBACK
           END-IF

           PERFORM 300-FIND-CARD
           IF RUPD-FUNC-SET
               PERFORM 400-SET-CARD
           ELSE
               PERFORM 450-REMOVE-CARD
           END-IF

           IF RUPD-RC-OK
               PERFORM 500-REWRITE-CARDS
           END-IF
           IF RUPD-RC-OK
               PERFORM 600-WRITE-HISTORY
           END-IF
           GOBACK.

       200-LOAD-CARDS.
           MOVE 'N' TO WS-CARD-EOF-SW WS-LOAD-FAILED-SW
           MOVE ZERO TO WS-CARD-CT
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'Run-control card file open failed, status '
                       WS-CARD-FILE-STATUS
               SET WS-LOAD-FAILED TO TRUE
               SET WS-CARD-EOF TO TRUE
           END-IF
           PERFORM 250-LOAD-ONE-CARD UNTIL WS-CARD-EOF
           IF WS-CARD-FILE-STATUS = '00' OR '10'
               CLOSE RUN-CONTROL-FILE
           END-IF.

       250-LOAD-ONE-CARD.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ
           IF NOT WS-CARD-EOF
               IF WS-CARD-CT < 500
                   ADD 1 TO WS-CARD-CT
                   MOVE RUN-CONTROL-RECORD
                       TO WS-CARD-ENTRY(WS-CARD-CT)
               ELSE
      *            a partial load must not reach the rewrite --
      *            writing back only what fit would drop every
      *            card past the table
                   DISPLAY 'Card table full - change refused, '
                           'nothing changed'
                   SET WS-LOAD-FAILED TO TRUE
                   SET WS-CARD-EOF TO TRUE
               END-IF
           END-IF.

      *    the first live card for the step and keyword is the one
      *    RUNPARM hands the step, so it is the one changed here
       300-FIND-CARD.
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-CT
                      OR WS-MATCH-SUB > ZERO
               MOVE WS-CARD-ENTRY(WS-CARD-SUB) TO RUNP-CARD-LINE
               IF RCL-STEP-NAME(1:1) NOT = '*'
                  AND RCL-STEP-NAME = RUPD-STEP-NAME
                  AND RCL-KEYWORD = RUPD-KEYWORD
                   MOVE WS-CARD-SUB TO WS-MATCH-SUB
                   MOVE RCL-VALUE TO RUPD-OLD-VALUE
               END-IF
           END-PERFORM.

       400-SET-CARD.
           IF WS-MATCH-SUB > ZERO
               IF RUPD-OLD-VALUE = RUPD-NEW-VALUE
                   SET RUPD-RC-UNCHANGED TO TRUE
               ELSE
                   MOVE WS-CARD-ENTRY(WS-MATCH-SUB) TO RUNP-CARD-LINE
                   MOVE RUPD-NEW-VALUE TO RCL-VALUE
                   MOVE RUNP-CARD-LINE TO WS-CARD-ENTRY(WS-MATCH-SUB)
                   SET RUPD-ACT-CHANGE TO TRUE
                   SET RUPD-RC-OK TO TRUE
               END-IF
           ELSE
               IF WS-CARD-CT < 500
                   ADD 1 TO WS-CARD-CT
                   MOVE SPACES         TO RUNP-CARD-LINE
                   MOVE RUPD-STEP-NAME TO RCL-STEP-NAME
                   MOVE RUPD-KEYWORD   TO RCL-KEYWORD
                   MOVE RUPD-NEW-VALUE TO RCL-VALUE
                   MOVE RUNP-CARD-LINE TO WS-CARD-ENTRY(WS-CARD-CT)
                   SET RUPD-ACT-ADD TO TRUE
                   SET RUPD-RC-OK TO TRUE
               ELSE
                   DISPLAY 'Card table full - card not added'
               END-IF
           END-IF.

       450-REMOVE-CARD.
           IF WS-MATCH-SUB = ZERO
               SET RUPD-RC-NOT-FOUND TO TRUE
           ELSE
               PERFORM VARYING WS-CARD-SUB FROM WS-MATCH-SUB BY 1
                       UNTIL WS-CARD-SUB NOT < WS-CARD-CT
                   MOVE WS-CARD-ENTRY(WS-CARD-SUB + 1)
                       TO WS-CARD-ENTRY(WS-CARD-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-CARD-CT
               MOVE SPACES TO RUPD-NEW-VALUE
               SET RUPD-ACT-REMOVE TO TRUE
               SET RUPD-RC-OK TO TRUE
           END-IF.

       500-REWRITE-CARDS.
           OPEN OUTPUT RUN-CONTROL-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'Run-control card file rewrite failed, '
                       'status ' WS-CARD-FILE-STATUS
               MOVE SPACES TO RUPD-ACTION
               SET RUPD-RC-FAILED TO TRUE
           ELSE
               PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                       UNTIL WS-CARD-SUB > WS-CARD-CT
                   MOVE WS-CARD-ENTRY(WS-CARD-SUB)
                       TO RUN-CONTROL-RECORD
                   WRITE RUN-CONTROL-RECORD
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    the business date, not the wall clock, dates the change
      *    -- it names the night's run that first read the new
      *    card, the same convention AUDITLOG and OPERJRNL follow
       600-WRITE-HISTORY.
           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF NOT BDT-RC-OK
               MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-BUSINESS-DATE
           END-IF

           MOVE SPACES            TO RUNP-HIST-LINE
           MOVE BDT-BUSINESS-DATE TO RH-BUS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RH-TIME
           MOVE RUPD-STEP-NAME    TO RH-STEP-NAME
           MOVE RUPD-KEYWORD      TO RH-KEYWORD
           MOVE RUPD-ACTION       TO RH-ACTION
           MOVE RUPD-OLD-VALUE    TO RH-OLD-VALUE
           MOVE RUPD-NEW-VALUE    TO RH-NEW-VALUE
           MOVE RUPD-CALLER-ID    TO RH-CALLER-ID
           MOVE RUPD-OPER-ID      TO RH-OPER-ID
           MOVE RUPD-APPROVER-ID  TO RH-APPROVER-ID

           OPEN EXTEND RUNP-HIST-FILE
           IF WS-HIST-FILE-STATUS = '00' OR '05'
               MOVE RUNP-HIST-LINE TO RUNP-HIST-RECORD
               WRITE RUNP-HIST-RECORD
               CLOSE RUNP-HIST-FILE
           ELSE
      *        the card is already on file -- the caller hears the
      *        history is short a line rather than the change lost
               DISPLAY 'Card history file open failed, status '
                       WS-HIST-FILE-STATUS
               SET RUPD-RC-FAILED TO TRUE
           END-IF.
       END PROGRAM RUNPUPD.
