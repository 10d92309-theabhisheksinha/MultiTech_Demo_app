       01 WS-AU-EXISTS-CT      PIC S9(9) COMP.
       01 WS-TITLE-EXISTS-CT   PIC S9(9) COMP.

      *    every split rests on the signed contract for the author
      *    and title -- CONTRACT_ID on the row names it, and CONTRPT
      *    lists any split still carried without one
       01 WS-TA-CONTRACT-ID    PIC X(10).
       01 WS-TA-CONTRACT-IND   PIC S9(4) COMP.
       01 WS-ENTERED-CONTRACT  PIC X(10).
       01 WS-CON-EXISTS-CT     PIC S9(9) COMP.
       01 WS-CON-OK-SW         PIC X.
           88 WS-CON-OK            VALUE 'Y'.

      *    per-title royalty total, re-read after every add/update so
      *    the operator hears about a split that no longer sums to
      *    100 while the author who caused it is still on the screen
      *    to prevent
       200-ADD-TITLEAUTHOR.
           MOVE '200-ADD-TITLEAUTHOR' TO WS-ERR-LOCATION
           MOVE 'N' TO WS-CON-OK-SW
           DISPLAY 'Enter AU_ID: '
           ACCEPT WS-TA-AU-ID
           DISPLAY 'Enter TITLE_ID: '
           ACCEPT WS-TA-AU-ORD
           DISPLAY 'Enter royalty percentage: '
           ACCEPT WS-TA-ROYALTYPER
           DISPLAY 'Enter contract number: '
           ACCEPT WS-ENTERED-CONTRACT
           DISPLAY 'Enter effective date YYYYMMDD (blank for '
                   'today): '
           ACCEPT WS-EFF-DATE
                   DISPLAY 'No title found for TITLE_ID: '
                           WS-TA-TITLE-ID
               ELSE
                   PERFORM 550-CHECK-CONTRACT
               END-IF
           END-IF

           IF WS-AU-EXISTS-CT > ZERO AND WS-TITLE-EXISTS-CT > ZERO
              AND WS-CON-OK
               MOVE WS-ENTERED-CONTRACT TO WS-TA-CONTRACT-ID
               EXEC SQL
                   INSERT INTO titleauthor
                    (AU_ID,TITLE_ID,AU_ORD,ROYALTYPER,CONTRACT_ID)
                   VALUES
                    (:WS-TA-AU-ID,:WS-TA-TITLE-ID,:WS-TA-AU-ORD,
                     :WS-TA-ROYALTYPER,:WS-TA-CONTRACT-ID)
               END-EXEC

               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'insert ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE

               MOVE 'TITLEMNT'  TO AUDIT-CALLER-ID
               MOVE 'INSERT'    TO AUDIT-OPERATION
               MOVE WS-TA-AU-ID TO AUDIT-AU-ID
               MOVE SQLERRD(3)  TO AUDIT-ROWS-AFFECTED
               MOVE SPACES TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
               MOVE WS-TA-TITLE-ID   TO WS-DISP-TITLE-ID
               MOVE WS-TA-AU-ORD     TO WS-DISP-AU-ORD
               MOVE WS-TA-ROYALTYPER TO WS-DISP-ROYALTYPER
               STRING 'NONE'
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
               STRING 'TITLE_ID=' WS-DISP-TITLE-ID
                      ' AU_ORD=' WS-DISP-AU-ORD
                      ' ROYALTYPER=' WS-DISP-ROYALTYPER
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
               CALL 'AUDITLOG' USING AUDIT-PARM-AREA
               END-CALL
               IF SQLERRD(3) > ZERO
                   MOVE 'CHG INSERT SPLIT' TO JRNL-ACTION
                   PERFORM 850-JOURNAL-CHANGE
                   MOVE 'TITLEMNT'       TO SPLH-CALLER-ID
                   MOVE WS-TA-TITLE-ID   TO SPLH-TITLE-ID
                   MOVE WS-TA-AU-ID      TO SPLH-AU-ID
                   MOVE WS-EFF-DATE      TO SPLH-EFF-DATE
                   MOVE ZERO             TO SPLH-OLD-PER
                   MOVE WS-TA-ROYALTYPER TO SPLH-NEW-PER
                   MOVE SIGN-OPER-ID     TO SPLH-USER-ID
                   CALL 'SPLHIST' USING SPLH-PARM-AREA
                   END-CALL
               END-IF

               PERFORM 500-CHECK-SPLIT-TOTAL
           END-IF.

      *    keyed on the AU_ID/TITLE_ID pair, the natural key for this
           ACCEPT WS-TA-TITLE-ID
           DISPLAY 'Enter new royalty percentage: '
           ACCEPT WS-TA-ROYALTYPER
           DISPLAY 'Enter contract number (blank to keep): '
           ACCEPT WS-ENTERED-CONTRACT
           DISPLAY 'Enter effective date YYYYMMDD (blank for '
                   'today): '
           ACCEPT WS-EFF-DATE

           EXEC SQL
               SELECT ROYALTYPER, CONTRACT_ID
                  INTO :WS-OLD-ROYALTYPER:WS-OLD-ROYPER-IND,
                       :WS-TA-CONTRACT-ID:WS-TA-CONTRACT-IND
                  FROM titleauthor
                  WHERE AU_ID = :WS-TA-AU-ID
                    AND TITLE_ID = :WS-TA-TITLE-ID
           END-EXEC

           MOVE 'Y' TO WS-CON-OK-SW
           IF SQLCODE NOT = 100 AND WS-ENTERED-CONTRACT NOT = SPACES
               PERFORM 550-CHECK-CONTRACT
               MOVE WS-ENTERED-CONTRACT TO WS-TA-CONTRACT-ID
               MOVE ZERO TO WS-TA-CONTRACT-IND
           END-IF

           IF SQLCODE = 100
               DISPLAY 'No title-author assignment found for AU_ID: '
                       WS-TA-AU-ID ' TITLE_ID: ' WS-TA-TITLE-ID
           END-IF
           IF SQLCODE NOT = 100 AND WS-CON-OK
               IF WS-OLD-ROYPER-IND < 0
                   MOVE ZERO TO WS-OLD-ROYALTYPER
               END-IF
               IF WS-OLD-ROYPER-IND < 0
                   EXEC SQL
                       UPDATE titleauthor
                          SET ROYALTYPER = :WS-TA-ROYALTYPER,
                              CONTRACT_ID =
                                 :WS-TA-CONTRACT-ID:WS-TA-CONTRACT-IND
                          WHERE AU_ID = :WS-TA-AU-ID
                            AND TITLE_ID = :WS-TA-TITLE-ID
                            AND ROYALTYPER IS NULL
               ELSE
                   EXEC SQL
                       UPDATE titleauthor
                          SET ROYALTYPER = :WS-TA-ROYALTYPER,
                              CONTRACT_ID =
                                 :WS-TA-CONTRACT-ID:WS-TA-CONTRACT-IND
                          WHERE AU_ID = :WS-TA-AU-ID
                            AND TITLE_ID = :WS-TA-TITLE-ID
                            AND ROYALTYPER = :WS-OLD-ROYALTYPER
               END-IF
           END-IF.

      *    the contract named for a split has to be on file for the
      *    same author and title and still active
       550-CHECK-CONTRACT.
           MOVE '550-CHECK-CONTRACT' TO WS-ERR-LOCATION
           MOVE 'N' TO WS-CON-OK-SW
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CON-EXISTS-CT
                  FROM CONTRACTS
                  WHERE CONTRACT_ID = :WS-ENTERED-CONTRACT
                    AND AU_ID = :WS-TA-AU-ID
                    AND TITLE_ID = :WS-TA-TITLE-ID
                    AND STATUS = 'A'
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE < ZERO OR WS-CON-EXISTS-CT = ZERO
               DISPLAY 'No active contract ' WS-ENTERED-CONTRACT
                       ' for this author and title - no change'
           ELSE
               MOVE 'Y' TO WS-CON-OK-SW
           END-IF.

      *    the whole effective-dated story for one title, straight
      *    off SPLHIST.DAT -- who changed which author's split, to
      *    what, applying from when
