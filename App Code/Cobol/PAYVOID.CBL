       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       WORKING-STORAGE SECTION.

           COPY SIGNPARM.
           COPY JRNLPARM.
           COPY BDTPARM.
           COPY CHKLPARM.

      *    void and reissue over the payment register -- when an
      *    author says a check never arrived, the original is

       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 2000 TIMES
                                PIC X(95).
       01 WS-REG-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-REG-SUB            PIC 9(4) COMP.
       01 WS-FOUND-SUB          PIC 9(4) COMP.
           IF PR-ORIG-PAY-NUM NOT = SPACES
               DISPLAY '  reissue of payment ' PR-ORIG-PAY-NUM
           END-IF
           IF PR-CHECK-NUM NOT = SPACES
               DISPLAY '  paid on check ' PR-CHECK-NUM
           END-IF

           EVALUATE TRUE
               WHEN PR-RETURNED
                   DISPLAY 'Payment was returned by the bank, '
                           'reason ' PR-RETURN-REASON
                           ' - ACHRET has reissued it'
               WHEN PR-VOID
                   DISPLAY 'Payment is already void'
               WHEN PR-CLEARED
           MOVE 'CHG VOID PAYMENT' TO JRNL-ACTION
           MOVE PR-AU-ID TO JRNL-KEY
           CALL 'OPERJRNL' USING JRNL-PARM-AREA
           END-CALL

      *    a printed check that is voided goes on the stock log,
      *    so the check register shows the number as void rather
      *    than out in the world
           IF PR-CHECK-NUM NOT = SPACES
               MOVE PR-CHECK-NUM-9 TO CHKL-CHECK-NUM
               SET CHKL-EVENT-VOIDED TO TRUE
               MOVE PR-PAY-NUM     TO CHKL-PAY-NUM
               MOVE PR-AMOUNT      TO CHKL-AMOUNT
               MOVE SIGN-OPER-ID   TO CHKL-OPER-ID
               MOVE 'VOIDED THROUGH PAYVOID' TO CHKL-REASON
               CALL 'CHKLOG' USING CHKL-PARM-AREA
               END-CALL
               IF NOT CHKL-RC-OK
                   DISPLAY 'Check stock log write failed for check '
                           PR-CHECK-NUM
               END-IF
           END-IF.

      *    the reissue is a new registration with a new number --
      *    the voided original stays on file and each points at
               MOVE 'P'            TO PR-STATUS
               MOVE WS-ACTION-DATE TO PR-STATUS-DATE
               MOVE WS-PAY-NUM-9   TO PR-ORIG-PAY-NUM
               MOVE SPACES         TO PR-CHECK-NUM
               MOVE SPACE          TO PR-POSPAY-SENT
               MOVE SPACES         TO PR-RETURN-REASON
               MOVE SPACE          TO PR-PAY-VIA
               ADD 1 TO WS-REG-CT
               MOVE PAY-REGISTER-LINE TO WS-REG-ENTRY(WS-REG-CT)
               SET WS-REGISTER-CHANGED TO TRUE
