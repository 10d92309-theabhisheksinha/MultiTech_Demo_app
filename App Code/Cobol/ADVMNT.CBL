       01 WS-OLD-AMOUNT         PIC S9(9)V99.
       01 WS-OLD-UNRECOUPED     PIC S9(9)V99.
       01 WS-TITLE-EXISTS-CT    PIC S9(9) COMP.

      *    the contract that authorizes the advance -- it has to be
      *    active for this author and title, and the advances put
      *    against it can never run past the advance it commits to
       01 WS-CONTRACT-ID        PIC X(10).
       01 WS-CON-ADV-TOTAL      PIC S9(9)V99.
       01 WS-CON-STATUS         PIC X.
       01 WS-CON-OK-SW          PIC X.
           88 WS-CON-OK             VALUE 'Y'.
       01 WS-PRIOR-ADVANCED     PIC S9(9)V99.
       01 WS-PRIOR-ADV-IND      PIC S9(4) COMP.
       01 WS-DISP-AMT           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-BAL           PIC ZZZ,ZZZ,ZZ9.99.

           ACCEPT WS-TITLE-ID-X
           DISPLAY 'Enter amount (e.g. 00001500000 for 15000.00): '
           ACCEPT WS-AMT-X
           DISPLAY 'Enter contract number: '
           ACCEPT WS-CONTRACT-ID

           MOVE 'U'      TO AVAL-MODE
           MOVE WS-AU-ID TO AVAL-AU-ID
                   MOVE WS-AMT-9      TO WS-ADV-AMOUNT
                   PERFORM 250-CHECK-TITLE-EXISTS
                   IF WS-TITLE-EXISTS-CT > ZERO
                       PERFORM 260-CHECK-CONTRACT
                       IF WS-CON-OK
                           PERFORM 300-APPLY-ADVANCE
                       END-IF
                   ELSE
                       DISPLAY 'TITLE_ID not on titles table - '
                               'no entry'
               MOVE ZERO TO WS-TITLE-EXISTS-CT
           END-IF.

      *    no advance goes on the ledger without a signed contract
      *    behind it, and the running total advanced under that
      *    contract stays inside its advance schedule
       260-CHECK-CONTRACT.
           MOVE 'N' TO WS-CON-OK-SW
           EXEC SQL
               SELECT ADV_TOTAL, STATUS
                  INTO :WS-CON-ADV-TOTAL, :WS-CON-STATUS
                  FROM CONTRACTS
                  WHERE CONTRACT_ID = :WS-CONTRACT-ID
                    AND AU_ID = :WS-AU-ID
                    AND TITLE_ID = :WS-TITLE-ID
           END-EXEC
           IF SQLCODE = 100
               DISPLAY 'No contract ' WS-CONTRACT-ID
                       ' for this author and title - no entry'
           ELSE
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE < ZERO
                   DISPLAY 'Contract lookup failed - no entry'
               ELSE
                   IF WS-CON-STATUS NOT = 'A'
                       DISPLAY 'Contract ' WS-CONTRACT-ID
                               ' is not active - no entry'
                   ELSE
                       MOVE 'Y' TO WS-CON-OK-SW
                   END-IF
               END-IF
           END-IF

           IF WS-CON-OK
               EXEC SQL
                   SELECT SUM(ADV_AMOUNT)
                      INTO :WS-PRIOR-ADVANCED:WS-PRIOR-ADV-IND
                      FROM ADVANCES
                      WHERE AU_ID = :WS-AU-ID
                        AND TITLE_ID = :WS-TITLE-ID
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE < ZERO
                   DISPLAY 'Ledger lookup failed - no entry'
                   MOVE 'N' TO WS-CON-OK-SW
               ELSE
                   IF WS-PRIOR-ADV-IND < 0
                       MOVE ZERO TO WS-PRIOR-ADVANCED
                   END-IF
                   IF WS-PRIOR-ADVANCED + WS-ADV-AMOUNT
                      > WS-CON-ADV-TOTAL
                       MOVE WS-CON-ADV-TOTAL TO WS-DISP-AMT
                       DISPLAY 'Advance would exceed the '
                               WS-DISP-AMT ' the contract '
                               'commits to - no entry'
                       MOVE 'N' TO WS-CON-OK-SW
                   END-IF
               END-IF
           END-IF.

      *    one ledger row per author-title -- a further advance
      *    against the same title adds to the row rather than
      *    opening a second balance to chase
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO ADVANCES
                    (AU_ID,TITLE_ID,ADV_DATE,ADV_AMOUNT,UNRECOUPED,
                     CONTRACT_ID)
                   VALUES
                    (:WS-AU-ID,:WS-TITLE-ID,:WS-ADV-DATE,
                     :WS-ADV-AMOUNT,:WS-ADV-AMOUNT,:WS-CONTRACT-ID)
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'insert ' DISP-CODE
                                           + :WS-ADV-AMOUNT,
                              UNRECOUPED = UNRECOUPED
                                           + :WS-ADV-AMOUNT,
                              ADV_DATE = :WS-ADV-DATE,
                              CONTRACT_ID = :WS-CONTRACT-ID
                          WHERE AU_ID = :WS-AU-ID
                            AND TITLE_ID = :WS-TITLE-ID
                   END-EXEC
               MOVE SPACES TO AUDIT-AFTER-IMAGE
               MOVE WS-ADV-AMOUNT TO WS-DISP-AMT
               STRING 'TITLE=' WS-TITLE-ID-X ' ADV=' WS-DISP-AMT
                      ' CONTRACT=' WS-CONTRACT-ID
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
               CALL 'AUDITLOG' USING AUDIT-PARM-AREA
               END-CALL
