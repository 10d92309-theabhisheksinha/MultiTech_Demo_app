       01 WS-TITLE-EXISTS-CT    PIC S9(9) COMP.
       01 WS-DISP-AMT           PIC ZZZ,ZZZ,ZZ9.99.

      *    the CASEMNT case a memo settles, when there is one --
      *    it must be an unresolved case for the same author, and
      *    a case resolved as adjusted is checked for its memo
       01 WS-CASE-NO            PIC X(8).
       01 WS-CASE-IND           PIC S9(4) COMP.
       01 WS-CASE-AU-ID         PIC X(11).
       01 WS-CASE-STATUS        PIC X.
       01 WS-CASE-REASON        PIC X(40).

      *    pending browse per author
       01 WS-BRW-TITLE-ID       PIC S9(4) COMP.
       01 WS-BRW-TYPE           PIC X.
           DISPLAY 'Enter reason code '
                   '(DISP/DATA/CORR/OTHR): '
           ACCEPT WS-REASON-CODE
           DISPLAY 'Enter case number (blank if none): '
           ACCEPT WS-CASE-NO

           MOVE 'U'      TO AVAL-MODE
           MOVE WS-AU-ID TO AVAL-AU-ID
                   MOVE WS-TITLE-ID-9 TO WS-TITLE-ID
                   MOVE WS-AMT-9      TO WS-ADJ-AMOUNT
                   PERFORM 250-CHECK-TITLE-EXISTS
                   PERFORM 260-CHECK-CASE
                   EVALUATE TRUE
                       WHEN WS-TITLE-EXISTS-CT = ZERO
                           DISPLAY 'TITLE_ID not on titles table - '
                                   'no entry'
                       WHEN WS-CASE-REASON NOT = SPACES
                           DISPLAY WS-CASE-REASON ' - no entry'
                       WHEN OTHER
                           PERFORM 300-INSERT-ADJUSTMENT
                   END-EVALUATE
           END-EVALUATE.

       250-CHECK-TITLE-EXISTS.
               MOVE ZERO TO WS-TITLE-EXISTS-CT
           END-IF.

       260-CHECK-CASE.
           MOVE SPACES TO WS-CASE-REASON
           IF WS-CASE-NO = SPACES
               MOVE -1 TO WS-CASE-IND
           ELSE
               MOVE ZERO TO WS-CASE-IND
               EXEC SQL
                   SELECT AU_ID, STATUS
                      INTO :WS-CASE-AU-ID, :WS-CASE-STATUS
                      FROM AUTHCASE
                      WHERE CASE_NO = :WS-CASE-NO
               END-EXEC
               IF SQLCODE = 100
                   MOVE 'No such case' TO WS-CASE-REASON
               ELSE
                   PERFORM 900-CHECK-SQLCODE
                   EVALUATE TRUE
                       WHEN SQLCODE NOT = ZERO
                           MOVE 'Case lookup failed'
                               TO WS-CASE-REASON
                       WHEN WS-CASE-AU-ID NOT = WS-AU-ID
                           MOVE 'Case belongs to another author'
                               TO WS-CASE-REASON
                       WHEN WS-CASE-STATUS NOT = 'O'
                            AND WS-CASE-STATUS NOT = 'H'
                           MOVE 'Case is already resolved'
                               TO WS-CASE-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       300-INSERT-ADJUSTMENT.
      *    the business date stamps the entry, with the wall clock
      *    as the off-cycle fallback
           EXEC SQL
               INSERT INTO ROYADJ
                (AU_ID,TITLE_ID,ADJ_TYPE,ADJ_AMOUNT,REASON_CODE,
                 ADJ_STATUS,ENTERED_BY,ENTERED_DATE,APPLIED_PER,
                 CASE_NO)
               VALUES
                (:WS-AU-ID,:WS-TITLE-ID,:WS-ADJ-TYPE,
                 :WS-ADJ-AMOUNT,:WS-REASON-CODE,'P',
                 :SIGN-OPER-ID,:WS-ENTRY-DATE,' ',
                 :WS-CASE-NO:WS-CASE-IND)
           END-EXEC

           MOVE SQLCODE TO DISP-CODE
               MOVE WS-ADJ-AMOUNT TO WS-DISP-AMT
               STRING 'ADJ ' WS-ADJ-TYPE ' TITLE=' WS-TITLE-ID-X
                      ' AMT=' WS-DISP-AMT ' RSN=' WS-REASON-CODE
                      ' CASE=' WS-CASE-NO
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
               CALL 'AUDITLOG' USING AUDIT-PARM-AREA
               END-CALL
