       01 WS-IND-TAX            PIC S9(4) COMP.
       01 WS-IND-SCHED          PIC S9(4) COMP.
       01 WS-IND-DLVY           PIC S9(4) COMP.
       01 WS-IND-MRET           PIC S9(4) COMP.
       01 WS-IND-MRDT           PIC S9(4) COMP.
       01 WS-IND-SUPV           PIC S9(4) COMP.
       01 WS-IND-SIGNON         PIC S9(4) COMP.

           EXEC SQL
               INCLUDE SQLCA
                    (AU_ID,AU_LNAME,AU_FNAME,PHONE,ADDRESS,CITY,
                     STATE,COUNTRY,POSTALCODE,PAYRATE,COM,
                     AU_STATUS,AU_TERM_DATE,AU_DNC,AU_TAX_ID,
                     COM_SCHED,STMT_DLVY,MAIL_RETURNED,
                     MAIL_RET_DATE)
                   VALUES
                    (:BKA-AU-ID,:BKA-AU-LNAME,:BKA-AU-FNAME,
                     :BKA-PHONE,:BKA-ADDRESS,:BKA-CITY,
                     :BKA-AU-DNC:WS-IND-DNC,
                     :BKA-AU-TAX-ID:WS-IND-TAX,
                     :BKA-COM-SCHED:WS-IND-SCHED,
                     :BKA-STMT-DLVY:WS-IND-DLVY,
                     :BKA-MAIL-RETURNED:WS-IND-MRET,
                     :BKA-MAIL-RET-DATE:WS-IND-MRDT)
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO
               MOVE -1 TO WS-IND-DLVY
           ELSE
               MOVE ZERO TO WS-IND-DLVY
           END-IF
           IF BKA-MRET-NULL = 'Y'
               MOVE -1 TO WS-IND-MRET
           ELSE
               MOVE ZERO TO WS-IND-MRET
           END-IF
           IF BKA-MRDT-NULL = 'Y'
               MOVE -1 TO WS-IND-MRDT
           ELSE
               MOVE ZERO TO WS-IND-MRDT
           END-IF.

       350-RELOAD-TITLES.
               EXEC SQL
                   INSERT INTO sales
                    (TITLE_ID,QTY,AMOUNT,SALE_DATE,PRIOR_PERIOD,
                     LOAD_DATE,FORMAT_CODE,CHANNEL)
                   VALUES
                    (:BKS-TITLE-ID,:BKS-QTY,:BKS-AMOUNT,
                     :BKS-SALE-DATE,
                     :BKS-PRIOR-PERIOD:WS-IND-STATUS,
                     :BKS-LOAD-DATE:WS-IND-TERM,
                     :BKS-FORMAT-CODE,:BKS-CHANNEL)
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO
               ELSE
                   MOVE ZERO TO WS-IND-DLVY
               END-IF
      *        a backup taken before the supervisor and last
      *        sign-on columns carries spaces in their null flags,
      *        and reloads them as null
               IF BKO-SUPV-NULL NOT = 'N'
                   MOVE -1 TO WS-IND-SUPV
               ELSE
                   MOVE ZERO TO WS-IND-SUPV
               END-IF
               IF BKO-SIGNON-NULL NOT = 'N'
                   MOVE -1 TO WS-IND-SIGNON
               ELSE
                   MOVE ZERO TO WS-IND-SIGNON
               END-IF
               EXEC SQL
                   INSERT INTO OPERATORS
                    (OPER_ID,OPER_PASSWORD,OPER_AUTH_LEVEL,
                     FAILED_COUNT,LOCKED_FLAG,OPER_STATUS,
                     PWD_CHANGED,FORCE_PWD,SUPERVISOR_ID,
                     LAST_SIGNON)
                   VALUES
                    (:BKO-OPER-ID,:BKO-PASSWORD,:BKO-AUTH-LEVEL,
                     :BKO-FAILED-COUNT,
                     :BKO-LOCKED-FLAG:WS-IND-STATUS,
                     :BKO-OPER-STATUS:WS-IND-TERM,
                     :BKO-PWD-CHANGED:WS-IND-SCHED,
                     :BKO-FORCE-PWD:WS-IND-DLVY,
                     :BKO-SUPERVISOR-ID:WS-IND-SUPV,
                     :BKO-LAST-SIGNON:WS-IND-SIGNON)
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE = ZERO
