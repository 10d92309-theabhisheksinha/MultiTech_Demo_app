       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKLOG.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-LOG-FILE ASSIGN TO "CHKSTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-LOG-FILE.
       01  CHECK-LOG-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
      *    check-stock log writer in the RECVLOG mold -- one
      *    record appended per check number disposed of, so the
      *    check register can prove where every number in a box
      *    of stock went
       01  WS-LOG-FILE-STATUS       PIC XX.

           COPY CHKLREC.
           COPY BDTPARM.

       LINKAGE SECTION.
           COPY CHKLPARM.

       PROCEDURE DIVISION USING CHKL-PARM-AREA.
       100-MAIN.
           SET CHKL-RC-OK TO TRUE

      *    the business date stamps the entry, with the wall
      *    clock as the off-cycle fallback
           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF NOT BDT-RC-OK
               MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-BUSINESS-DATE
           END-IF

           OPEN EXTEND CHECK-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = '00' AND
              WS-LOG-FILE-STATUS NOT = '05'
               SET CHKL-RC-FAILED TO TRUE
           ELSE
               MOVE SPACES TO CHECK-LOG-LINE
               MOVE CHKL-CHECK-NUM     TO CKL-CHECK-NUM
               MOVE CHKL-EVENT         TO CKL-EVENT
               MOVE CHKL-PAY-NUM       TO CKL-PAY-NUM
               MOVE CHKL-AMOUNT        TO CKL-AMOUNT
               MOVE BDT-BUSINESS-DATE  TO CKL-LOG-DATE
               MOVE CHKL-OPER-ID       TO CKL-OPER-ID
               MOVE CHKL-REASON        TO CKL-REASON
               MOVE CHECK-LOG-LINE TO CHECK-LOG-RECORD
               WRITE CHECK-LOG-RECORD
               CLOSE CHECK-LOG-FILE
           END-IF

           GOBACK.

       END PROGRAM CHKLOG.
