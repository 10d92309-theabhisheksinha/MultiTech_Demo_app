       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  DUE-LETTER-FILE.
       01  DUE-LETTER-RECORD       PIC X(80).
      *    same shape PAYCONF uses
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 2000 TIMES
                                PIC X(95).
       01 WS-REG-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-REG-SUB            PIC 9(4) COMP.
       01 WS-CHANGED-SW         PIC X VALUE 'N'.
