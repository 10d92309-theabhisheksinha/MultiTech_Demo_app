       01 WS-PEN-FNAME         PIC X(20).
       01 WS-COM-SCHED         PIC X(4).
       01 SCHED-NULL-IND       PIC S9(4) COMP.
       01 WS-MAIL-RET          PIC X.
       01 MRET-NULL-IND        PIC S9(4) COMP.
           COPY MYRFPARM.

      *    one early-cycle pass over the authors table writes the
               SELECT AU_ID, AU_LNAME, AU_FNAME, PHONE, ADDRESS,
                      CITY, STATE, COUNTRY, POSTALCODE, PAYRATE,
                      COM, AU_STATUS, AU_TERM_DATE, AU_DNC,
                      AU_TAX_ID, COM_SCHED, MAIL_RETURNED
                  FROM authors
                  ORDER BY AU_ID
           END-EXEC
                  :WS-AU-TERM-DATE:TERM-NULL-IND,
                  :WS-AU-DNC:DNC-NULL-IND,
                  :WS-TAX-ID:TAX-NULL-IND,
                  :WS-COM-SCHED:SCHED-NULL-IND,
                  :WS-MAIL-RET:MRET-NULL-IND
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           PERFORM 900-CHECK-SQLCODE
                      :WS-AU-TERM-DATE:TERM-NULL-IND,
                      :WS-AU-DNC:DNC-NULL-IND,
                      :WS-TAX-ID:TAX-NULL-IND,
                      :WS-COM-SCHED:SCHED-NULL-IND,
                      :WS-MAIL-RET:MRET-NULL-IND
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               PERFORM 900-CHECK-SQLCODE
               MOVE WS-COM-SCHED TO SNAP-COM-SCHED
           END-IF

           IF MRET-NULL-IND < 0
               MOVE 'N' TO SNAP-MAIL-RETURNED
           ELSE
               MOVE WS-MAIL-RET TO SNAP-MAIL-RETURNED
           END-IF

      *    the active pen name rides the snapshot so the public-
      *    facing extracts never have to join for it
           EXEC SQL
