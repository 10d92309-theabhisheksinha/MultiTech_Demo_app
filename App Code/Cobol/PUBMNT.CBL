      *    spreadsheet.  TITLMSTR and TITLLOAD stamp each title
      *    with a code from this table, and PUBRPT rolls sales
      *    and royalty expense up by it.
      *    an imprint that is its own legal company names the
      *    paying entity behind it -- the entity's bank account
      *    is what BANKDISB pays its authors from and its GL
      *    company is the ledger ROYGL posts its royalties to.
      *    Several imprints can share one entity, and an entity
      *    has one bank account and one ledger, so its details
      *    are kept the same on every publisher that names it.
      *    An imprint with no entity is paid by the house.
       01 WS-MENU-CHOICE        PIC X.
       01 WS-DONE-SW            PIC X VALUE 'N'.
           88 WS-DONE               VALUE 'Y'.
       01 WS-PUB-CODE           PIC X(4).
       01 WS-PUB-NAME           PIC X(40).
       01 WS-OLD-PUB-NAME       PIC X(40).
       01 WS-OLD-PAY-ENTITY     PIC X(4).
       01 WS-PAY-ENTITY         PIC X(4).
       01 WS-ENTITY-NAME        PIC X(40).
       01 WS-ENT-ROUTING-NO     PIC X(9).
       01 WS-ENT-ACCOUNT-NO     PIC X(17).
       01 WS-GL-COMPANY         PIC X(4).
       01 WS-ENTRY-NAME         PIC X(40).
       01 WS-ENTRY-ROUTING      PIC X(9).
       01 WS-ENTRY-ACCOUNT      PIC X(17).
       01 WS-ENTRY-COMPANY      PIC X(4).
       01 WS-ENT-NAME-IND       PIC S9(4) COMP.
       01 WS-ENTITY-OK-SW       PIC X.
           88 WS-ENTITY-OK          VALUE 'Y'.
       01 WS-TITLE-USE-CT       PIC S9(9) COMP.

           EXEC SQL
           ACCEPT WS-PUB-CODE
           DISPLAY 'Enter publisher name: '
           ACCEPT WS-PUB-NAME
           DISPLAY 'Enter paying entity code (blank = the house): '
           ACCEPT WS-PAY-ENTITY

           IF WS-PUB-CODE = SPACES OR WS-PUB-NAME = SPACES
               DISPLAY 'Code and name both required - no change'
           ELSE
               PERFORM 220-GET-ENTITY-DETAILS
               IF WS-ENTITY-OK
                   PERFORM 250-APPLY-PUBLISHER
               END-IF
           END-IF.

      *    an entity another imprint already names brings its
      *    bank account and GL company along -- a blank answer
      *    keeps what is on file, and a change is carried to
      *    every imprint the entity pays for.  A new entity
      *    needs all four details before anything is written.
       220-GET-ENTITY-DETAILS.
           MOVE 'Y' TO WS-ENTITY-OK-SW
           MOVE SPACES TO WS-ENTITY-NAME WS-ENT-ROUTING-NO
                          WS-ENT-ACCOUNT-NO WS-GL-COMPANY
           IF WS-PAY-ENTITY NOT = SPACES
               EXEC SQL
                   SELECT MAX(ENTITY_NAME), MAX(ENT_ROUTING_NO),
                          MAX(ENT_ACCOUNT_NO), MAX(GL_COMPANY)
                      INTO :WS-ENTITY-NAME:WS-ENT-NAME-IND,
                           :WS-ENT-ROUTING-NO:WS-ENT-NAME-IND,
                           :WS-ENT-ACCOUNT-NO:WS-ENT-NAME-IND,
                           :WS-GL-COMPANY:WS-ENT-NAME-IND
                      FROM PUBLISHERS
                      WHERE PAY_ENTITY = :WS-PAY-ENTITY
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE NOT = ZERO OR WS-ENT-NAME-IND < ZERO
                   MOVE SPACES TO WS-ENTITY-NAME WS-ENT-ROUTING-NO
                                  WS-ENT-ACCOUNT-NO WS-GL-COMPANY
               ELSE
                   DISPLAY 'Entity ' WS-PAY-ENTITY ' on file: '
                           WS-ENTITY-NAME
                   DISPLAY '  bank ' WS-ENT-ROUTING-NO ' '
                           WS-ENT-ACCOUNT-NO ' GL company '
                           WS-GL-COMPANY
               END-IF

               DISPLAY 'Enter entity legal name (blank = keep): '
               ACCEPT WS-ENTRY-NAME
               DISPLAY 'Enter entity bank routing number '
                       '(blank = keep): '
               ACCEPT WS-ENTRY-ROUTING
               DISPLAY 'Enter entity bank account number '
                       '(blank = keep): '
               ACCEPT WS-ENTRY-ACCOUNT
               DISPLAY 'Enter entity GL company code '
                       '(blank = keep): '
               ACCEPT WS-ENTRY-COMPANY
               IF WS-ENTRY-NAME NOT = SPACES
                   MOVE WS-ENTRY-NAME TO WS-ENTITY-NAME
               END-IF
               IF WS-ENTRY-ROUTING NOT = SPACES
                   MOVE WS-ENTRY-ROUTING TO WS-ENT-ROUTING-NO
               END-IF
               IF WS-ENTRY-ACCOUNT NOT = SPACES
                   MOVE WS-ENTRY-ACCOUNT TO WS-ENT-ACCOUNT-NO
               END-IF
               IF WS-ENTRY-COMPANY NOT = SPACES
                   MOVE WS-ENTRY-COMPANY TO WS-GL-COMPANY
               END-IF

               EVALUATE TRUE
                   WHEN WS-ENTITY-NAME = SPACES
                     OR WS-ENT-ACCOUNT-NO = SPACES
                     OR WS-GL-COMPANY = SPACES
                       DISPLAY 'Entity name, bank account and GL '
                               'company all required - no change'
                       MOVE 'N' TO WS-ENTITY-OK-SW
                   WHEN WS-ENT-ROUTING-NO NOT NUMERIC
                       DISPLAY 'Routing number must be 9 digits '
                               '- no change'
                       MOVE 'N' TO WS-ENTITY-OK-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       250-APPLY-PUBLISHER.
           EXEC SQL
               SELECT PUB_NAME, PAY_ENTITY
                  INTO :WS-OLD-PUB-NAME, :WS-OLD-PAY-ENTITY
                  FROM PUBLISHERS
                  WHERE PUB_CODE = :WS-PUB-CODE
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO PUBLISHERS
                    (PUB_CODE,PUB_NAME,PAY_ENTITY,ENTITY_NAME,
                     ENT_ROUTING_NO,ENT_ACCOUNT_NO,GL_COMPANY)
                   VALUES
                    (:WS-PUB-CODE,:WS-PUB-NAME,:WS-PAY-ENTITY,
                     :WS-ENTITY-NAME,:WS-ENT-ROUTING-NO,
                     :WS-ENT-ACCOUNT-NO,:WS-GL-COMPANY)
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'insert ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE
               EXEC SQL
                   UPDATE PUBLISHERS
                      SET PUB_NAME       = :WS-PUB-NAME,
                          PAY_ENTITY     = :WS-PAY-ENTITY,
                          ENTITY_NAME    = :WS-ENTITY-NAME,
                          ENT_ROUTING_NO = :WS-ENT-ROUTING-NO,
                          ENT_ACCOUNT_NO = :WS-ENT-ACCOUNT-NO,
                          GL_COMPANY     = :WS-GL-COMPANY
                      WHERE PUB_CODE = :WS-PUB-CODE
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               PERFORM 900-CHECK-SQLCODE
               MOVE 'UPDATE' TO AUDIT-OPERATION
               MOVE SPACES   TO AUDIT-BEFORE-IMAGE
               STRING 'NAME=' WS-OLD-PUB-NAME(1:40)
                      ' ENT=' WS-OLD-PAY-ENTITY
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
           END-IF

               DELIMITED BY SIZE INTO AUDIT-AU-ID
           MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
           MOVE SPACES     TO AUDIT-AFTER-IMAGE
           STRING 'NAME=' WS-PUB-NAME(1:40) ' ENT=' WS-PAY-ENTITY
               DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
           CALL 'AUDITLOG' USING AUDIT-PARM-AREA
           END-CALL
               MOVE AUDIT-AU-ID TO JRNL-KEY
               CALL 'OPERJRNL' USING JRNL-PARM-AREA
               END-CALL
           END-IF

      *    the entity's bank and ledger are the same wherever it
      *    is named, so the imprints sharing it follow the change
           IF WS-PAY-ENTITY NOT = SPACES
              AND SQLCODE NOT < ZERO
               EXEC SQL
                   UPDATE PUBLISHERS
                      SET ENTITY_NAME    = :WS-ENTITY-NAME,
                          ENT_ROUTING_NO = :WS-ENT-ROUTING-NO,
                          ENT_ACCOUNT_NO = :WS-ENT-ACCOUNT-NO,
                          GL_COMPANY     = :WS-GL-COMPANY
                      WHERE PAY_ENTITY = :WS-PAY-ENTITY
                        AND PUB_CODE <> :WS-PUB-CODE
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
           END-IF.

      *    a publisher with titles still pointed at it stays --
