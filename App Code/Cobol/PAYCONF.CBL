       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  BANK-CONF-FILE.
       01  BANK-CONF-RECORD.
      *    collect-then-rewrite shape FEEDACK uses on XMITLOG.DAT
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 2000 TIMES
                                PIC X(95).
       01 WS-REG-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-REG-SUB            PIC 9(4) COMP.
       01 WS-FOUND-SW           PIC X.
