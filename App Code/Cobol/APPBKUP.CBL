       01 WS-IND-5              PIC S9(4) COMP.
       01 WS-IND-6              PIC S9(4) COMP.
       01 WS-IND-7              PIC S9(4) COMP.
       01 WS-IND-8              PIC S9(4) COMP.
       01 WS-IND-9              PIC S9(4) COMP.

           EXEC SQL
               INCLUDE SQLCA
                          ADDRESS, CITY, STATE, COUNTRY,
                          POSTALCODE, PAYRATE, COM, AU_STATUS,
                          AU_TERM_DATE, AU_DNC, AU_TAX_ID,
                          COM_SCHED, STMT_DLVY, MAIL_RETURNED,
                          MAIL_RET_DATE
                      FROM authors
                      ORDER BY AU_ID
               END-EXEC
                  :BKA-AU-DNC:WS-IND-4,
                  :BKA-AU-TAX-ID:WS-IND-5,
                  :BKA-COM-SCHED:WS-IND-6,
                  :BKA-STMT-DLVY:WS-IND-7,
                  :BKA-MAIL-RETURNED:WS-IND-8,
                  :BKA-MAIL-RET-DATE:WS-IND-9
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               MOVE 'Y' TO BKA-DLVY-NULL
           ELSE
               MOVE 'N' TO BKA-DLVY-NULL
           END-IF
           IF WS-IND-8 < 0
               MOVE SPACE TO BKA-MAIL-RETURNED
               MOVE 'Y' TO BKA-MRET-NULL
           ELSE
               MOVE 'N' TO BKA-MRET-NULL
           END-IF
           IF WS-IND-9 < 0
               MOVE SPACES TO BKA-MAIL-RET-DATE
               MOVE 'Y' TO BKA-MRDT-NULL
           ELSE
               MOVE 'N' TO BKA-MRDT-NULL
           END-IF.

       300-UNLOAD-TITLES.
               EXEC SQL
                   DECLARE BKSACUR CURSOR FOR
                   SELECT TITLE_ID, QTY, AMOUNT, SALE_DATE,
                          PRIOR_PERIOD, LOAD_DATE, FORMAT_CODE,
                          CHANNEL
                      FROM sales
                      ORDER BY TITLE_ID, SALE_DATE
               END-EXEC
                  :BKS-TITLE-ID, :BKS-QTY, :BKS-AMOUNT,
                  :BKS-SALE-DATE,
                  :BKS-PRIOR-PERIOD:WS-IND-1,
                  :BKS-LOAD-DATE:WS-IND-2,
                  :BKS-FORMAT-CODE, :BKS-CHANNEL
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
                   DECLARE BKOPCUR CURSOR FOR
                   SELECT OPER_ID, OPER_PASSWORD, OPER_AUTH_LEVEL,
                          FAILED_COUNT, LOCKED_FLAG, OPER_STATUS,
                          PWD_CHANGED, FORCE_PWD, SUPERVISOR_ID,
                          LAST_SIGNON
                      FROM OPERATORS
                      ORDER BY OPER_ID
               END-EXEC
                  :BKO-LOCKED-FLAG:WS-IND-1,
                  :BKO-OPER-STATUS:WS-IND-2,
                  :BKO-PWD-CHANGED:WS-IND-3,
                  :BKO-FORCE-PWD:WS-IND-4,
                  :BKO-SUPERVISOR-ID:WS-IND-5,
                  :BKO-LAST-SIGNON:WS-IND-6
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               ELSE
                   MOVE 'N' TO BKO-FORCE-NULL
               END-IF
               IF WS-IND-5 < 0
                   MOVE SPACES TO BKO-SUPERVISOR-ID
                   MOVE 'Y' TO BKO-SUPV-NULL
               ELSE
                   MOVE 'N' TO BKO-SUPV-NULL
               END-IF
               IF WS-IND-6 < 0
                   MOVE SPACES TO BKO-LAST-SIGNON
                   MOVE 'Y' TO BKO-SIGNON-NULL
               ELSE
                   MOVE 'N' TO BKO-SIGNON-NULL
               END-IF
               MOVE BKP-OPERATORS-REC TO BACKUP-RECORD
               WRITE BACKUP-RECORD
               ADD 1 TO WS-ROW-CT
