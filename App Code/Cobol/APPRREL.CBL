           COPY PAYHPARM.
           COPY COMHPARM.
           COPY IMSPARM.
           COPY RUNPPARM.
           COPY RUPDPARM.

      *    supervisor release/reject over the PENDAPPR.DAT queue
      *    APPRQUE feeds -- a sensitive change sits here until a
       01 WS-NEW-COM            PIC S9V99.
       01 DISP-COM              PIC Z.99.

      *    an advance write-off carries the TITLE_ID and the
      *    balance as proposed in the old value, the reason in the
      *    new
       01 WS-WO-TITLE-X         PIC X(4).
       01 WS-WO-TITLE-9 REDEFINES WS-WO-TITLE-X
                                PIC 9(4).
       01 WS-WO-TITLE-ID        PIC S9(4) COMP.
       01 WS-WO-BAL-X           PIC X(11).
       01 WS-WO-BAL-9 REDEFINES WS-WO-BAL-X
                                PIC 9(9)V99.
       01 WS-WO-AMOUNT          PIC S9(9)V99.
       01 WS-WO-REASON          PIC X(8).
       01 WS-WO-PERIOD          PIC X(6).
       01 WS-DISP-AMT           PIC ZZZ,ZZZ,ZZ9.99.

      *    a run-control card item is keyed by step and RUNPCAT
      *    catalog number; NONE on either side means no card
           COPY RUNPCAT.
       01 WS-RP-CAT-X           PIC X(3).
       01 WS-RP-CAT-9 REDEFINES WS-RP-CAT-X
                                PIC 9(3).
       01 WS-RP-CAT-SUB         PIC 9(4) COMP.
       01 WS-RP-CURRENT         PIC X(20).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
                   PERFORM 520-APPLY-EXCHRATE
               WHEN 'COMCARD'
                   PERFORM 530-APPLY-COMCARD
               WHEN 'ADVWOFF'
                   PERFORM 540-APPLY-ADVWOFF
               WHEN 'RUNPARM'
                   PERFORM 550-APPLY-RUNPARM
               WHEN OTHER
                   DISPLAY 'Unknown item type ' PA-TYPE
                       ' - item left pending'
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                   END-CALL
                   PERFORM 525-RECORD-RATE-HISTORY
               END-IF
           END-IF.

      *    every rate that goes live also lands on EXCHHIST under
      *    its effective date, so a sale can convert at the rate
      *    in force on the day it was made rather than today's
       525-RECORD-RATE-HISTORY.
           EXEC SQL
               UPDATE EXCHHIST
                  SET RATE_TO_USD = :WS-RATE-TO-USD
                  WHERE CURRENCY_CODE = :WS-CURRENCY-CODE
                    AND EFF_DATE = :WS-EFF-DATE
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT < ZERO AND SQLERRD(3) = ZERO
               EXEC SQL
                   INSERT INTO EXCHHIST
                    (CURRENCY_CODE,EFF_DATE,RATE_TO_USD)
                   VALUES
                    (:WS-CURRENCY-CODE,:WS-EFF-DATE,:WS-RATE-TO-USD)
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
           END-IF.

      *    the COM IS NULL guard COMFIX's direct path carried --
      *    an author whose rate was keyed while the item waited
      *    is left alone and the item stays pending
               END-IF
           END-IF.

      *    closes the ADVANCES row as written off, stamped with
      *    the release period ADVWOGL journals it in.  The balance
      *    must still be what ADVWOFF proposed -- a recoupment in
      *    between leaves the item pending.
       540-APPLY-ADVWOFF.
           MOVE PA-KEY             TO WS-AU-ID
           MOVE PA-OLD-VALUE(1:4)  TO WS-WO-TITLE-X
           MOVE PA-OLD-VALUE(6:11) TO WS-WO-BAL-X
           MOVE PA-NEW-VALUE(1:8)  TO WS-WO-REASON
           IF WS-WO-TITLE-X NOT NUMERIC
              OR WS-WO-BAL-X NOT NUMERIC
               DISPLAY 'Unusable write-off values on item - left '
                       'pending'
           ELSE
               MOVE WS-WO-TITLE-9 TO WS-WO-TITLE-ID
               MOVE WS-WO-BAL-9   TO WS-WO-AMOUNT
               MOVE WS-ACTION-DATE(1:6) TO WS-WO-PERIOD

               EXEC SQL
                   UPDATE ADVANCES
                      SET UNRECOUPED = 0,
                          ADV_STATUS = 'W',
                          WOFF_AMOUNT = :WS-WO-AMOUNT,
                          WOFF_DATE = :WS-ACTION-DATE,
                          WOFF_PER = :WS-WO-PERIOD,
                          WOFF_REASON = :WS-WO-REASON
                      WHERE AU_ID = :WS-AU-ID
                        AND TITLE_ID = :WS-WO-TITLE-ID
                        AND UNRECOUPED = :WS-WO-AMOUNT
               END-EXEC

               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'write-off release ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE

               IF SQLCODE NOT < ZERO AND SQLERRD(3) = ZERO
                   DISPLAY 'Balance changed since the item was '
                           'queued - item left pending'
               END-IF
               IF SQLCODE NOT < ZERO AND SQLERRD(3) > ZERO
                   SET WS-ITEM-APPLIED TO TRUE

                   MOVE 'APPRREL' TO AUDIT-CALLER-ID
                   MOVE 'UPDATE'   TO AUDIT-OPERATION
                   MOVE WS-AU-ID   TO AUDIT-AU-ID
                   MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
                   MOVE SPACES     TO AUDIT-BEFORE-IMAGE
                                      AUDIT-AFTER-IMAGE
                   MOVE WS-WO-AMOUNT TO WS-DISP-AMT
                   STRING 'TITLE=' WS-WO-TITLE-X
                          ' UNRECOUPED=' WS-DISP-AMT
                       DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
                   STRING 'TITLE=' WS-WO-TITLE-X
                          ' WRITTEN OFF ' WS-WO-REASON
                          ' (REL)'
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                   END-CALL
               END-IF
           END-IF.

      *    the card change RUNPMNT would have made directly, made
      *    through RUNPUPD so the card history names both the
      *    requester and the releasing operator.  The card must
      *    still read as it did when the item was queued.
       550-APPLY-RUNPARM.
           MOVE PA-KEY(9:3) TO WS-RP-CAT-X
           IF WS-RP-CAT-X NOT NUMERIC
              OR WS-RP-CAT-9 = ZERO
              OR WS-RP-CAT-9 > RPK-ENTRY-CT
               DISPLAY 'Unusable card key on item - left pending'
           ELSE
               MOVE WS-RP-CAT-9 TO WS-RP-CAT-SUB
               MOVE RPK-STEP-NAME(WS-RP-CAT-SUB) TO RUNP-STEP-NAME
               MOVE RPK-KEYWORD(WS-RP-CAT-SUB)   TO RUNP-KEYWORD
               CALL 'RUNPARM' USING RUNP-PARM-AREA
               END-CALL
               IF RUNP-RC-OK
                   MOVE RUNP-VALUE(1:20) TO WS-RP-CURRENT
               ELSE
                   MOVE 'NONE' TO WS-RP-CURRENT
               END-IF

               EVALUATE TRUE
                   WHEN RUNP-RC-FAILED
                       DISPLAY 'Run-control card file unreadable - '
                               'item left pending'
                   WHEN WS-RP-CURRENT NOT = PA-OLD-VALUE
                       DISPLAY 'Card changed since the item was '
                               'queued - item left pending'
                   WHEN OTHER
                       PERFORM 555-UPDATE-RUNPARM-CARD
               END-EVALUATE
           END-IF.

       555-UPDATE-RUNPARM-CARD.
           MOVE 'APPRREL'      TO RUPD-CALLER-ID
           MOVE RUNP-STEP-NAME TO RUPD-STEP-NAME
           MOVE RUNP-KEYWORD   TO RUPD-KEYWORD
           MOVE SPACES         TO RUPD-NEW-VALUE
           IF PA-NEW-VALUE = 'NONE'
               SET RUPD-FUNC-REMOVE TO TRUE
           ELSE
               SET RUPD-FUNC-SET TO TRUE
               MOVE PA-NEW-VALUE TO RUPD-NEW-VALUE
           END-IF
           MOVE PA-REQ-OPER    TO RUPD-OPER-ID
           MOVE SIGN-OPER-ID   TO RUPD-APPROVER-ID
           CALL 'RUNPUPD' USING RUPD-PARM-AREA
           END-CALL

           IF RUPD-RC-FAILED
               DISPLAY 'Run-control card update failed'
               SET WS-RUN-FAILED TO TRUE
           END-IF
           IF RUPD-ACTION NOT = SPACE
               SET WS-ITEM-APPLIED TO TRUE

               MOVE 'APPRREL' TO AUDIT-CALLER-ID
               MOVE PA-KEY    TO AUDIT-AU-ID
               MOVE 1         TO AUDIT-ROWS-AFFECTED
               MOVE SPACES    TO AUDIT-BEFORE-IMAGE
                                 AUDIT-AFTER-IMAGE
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
                   STRING RUPD-KEYWORD DELIMITED BY SPACE
                          '=' RUPD-OLD-VALUE(1:20) DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-IMAGE
               END-IF
               IF RUPD-ACT-REMOVE
                   STRING 'CARD REMOVED (RELEASED, REQ BY '
                          PA-REQ-OPER ')'
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
               ELSE
                   STRING RUPD-KEYWORD DELIMITED BY SPACE
                          '=' RUPD-NEW-VALUE(1:20)
                          ' (RELEASED, REQ BY ' PA-REQ-OPER ')'
                          DELIMITED BY SIZE
                       INTO AUDIT-AFTER-IMAGE
               END-IF
               CALL 'AUDITLOG' USING AUDIT-PARM-AREA
               END-CALL
           END-IF.

      *    one pass writes the whole queue back -- applied and
      *    rejected items stay on file with their disposition, so
      *    the aging report and the auditors see the full story
