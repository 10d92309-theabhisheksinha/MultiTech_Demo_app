               END-IF
           END-IF.

      *    the sign-on date is what the recertification run ages
      *    an account by when it looks for dormant operators
       400-RESET-FAILED-COUNT.
           EXEC SQL
               UPDATE OPERATORS
                  SET FAILED_COUNT = 0,
                      LAST_SIGNON = :WS-TODAY
                  WHERE OPER_ID = :WS-OPER-ID
           END-EXEC.

