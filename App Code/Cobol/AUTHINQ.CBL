           SELECT STMT-ARCHIVE-FILE ASSIGN TO "STMARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMA-FILE-STATUS.
           SELECT LETTER-REGISTER-FILE ASSIGN TO "CHGLREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       FD  STMT-ARCHIVE-FILE.
       01  STMT-ARCHIVE-RECORD     PIC X(140).

       FD  LETTER-REGISTER-FILE.
       01  LETTER-REGISTER-RECORD  PIC X(102).

       WORKING-STORAGE SECTION.

           EXEC SQL
           88 WS-AUD-EOF            VALUE 'Y'.
       01 WS-COMH-EOF-SW        PIC X.
           88 WS-COMH-EOF           VALUE 'Y'.
      *    confirmation letters CHGLTR sent for address, bank and
      *    payee changes -- the desk can tell a caller which
      *    letter went where
       01 WS-CLR-FILE-STATUS    PIC XX.
       01 WS-CLR-EOF-SW         PIC X.
           88 WS-CLR-EOF            VALUE 'Y'.

       01 WS-INQ-AU-ID          PIC X(11).
      *    help-desk cases CASEMNT keeps on AUTHCASE -- an entry
      *    when each opened and another when it was resolved
       01 WS-CASE-EOF-SW        PIC X.
           88 WS-CASE-EOF           VALUE 'Y'.
       01 WS-CASE-NO            PIC X(8).
       01 WS-CASE-CATEGORY      PIC X(4).
       01 WS-CASE-PERIOD        PIC X(6).
       01 WS-CASE-OWNER         PIC X(8).
       01 WS-CASE-STATUS        PIC X.
       01 WS-CASE-OPENED        PIC X(8).
       01 WS-CASE-OPENED-BY     PIC X(8).
       01 WS-CASE-RESOLVED      PIC X(8).
       01 WS-CASE-RESOLUTION    PIC X.
      *    archived statement periods for the author -- the desk
      *    can see what was sent before reaching for STMTRPRT
       01 WS-STMA-FILE-STATUS   PIC XX.
           05 WC-NEW-COM           PIC X(5).
           05 FILLER               PIC X(37).

           COPY CHGLREC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
                  ORDER BY ARCHIVED_DATE DESC
           END-EXEC

           EXEC SQL
               DECLARE INQCASE CURSOR FOR
               SELECT CASE_NO, CATEGORY, PERIOD, OWNER_ID, STATUS,
                      OPENED_DATE, OPENED_BY, RESOLVED_DATE,
                      RESOLUTION
                  FROM AUTHCASE
                  WHERE AU_ID = :WS-INQ-AU-ID
                  ORDER BY CASE_NO
           END-EXEC

           PERFORM UNTIL WS-DONE
               PERFORM 200-INQUIRE-ONE-AUTHOR
               DISPLAY 'Inquire on another author? (y/n) '
           PERFORM 290-SHOW-STATEMENT-PERIODS
           PERFORM 300-COLLECT-AUDIT-HISTORY
           PERFORM 350-COLLECT-COMM-HISTORY
           PERFORM 370-COLLECT-LETTER-HISTORY
           PERFORM 380-COLLECT-CASE-HISTORY
           PERFORM 400-SORT-AND-PAGE-HISTORY.

       250-SHOW-LIVE-OR-ARCHIVE.
               CLOSE COMM-HIST-FILE
           END-IF.

       370-COLLECT-LETTER-HISTORY.
           MOVE 'N' TO WS-CLR-EOF-SW
           OPEN INPUT LETTER-REGISTER-FILE
           IF WS-CLR-FILE-STATUS NOT = '00'
               SET WS-CLR-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-CLR-EOF
               READ LETTER-REGISTER-FILE
                   AT END
                       SET WS-CLR-EOF TO TRUE
               END-READ
               IF NOT WS-CLR-EOF
                   MOVE LETTER-REGISTER-RECORD TO CHANGE-LETTER-LINE
                   IF CLR-AU-ID = WS-INQ-AU-ID
                      AND WS-HIST-CT < 300
                       ADD 1 TO WS-HIST-CT
                       MOVE SPACES TO WS-HIS-KEY(WS-HIST-CT)
      *                the register carries the send date only --
      *                end of day slots the letter after the
      *                change it confirms
                       STRING CLR-SENT-DATE '235959'
                           DELIMITED BY SIZE
                           INTO WS-HIS-KEY(WS-HIST-CT)
                       MOVE SPACES TO WS-HIS-TEXT(WS-HIST-CT)
                       STRING CLR-SENT-DATE(1:4) '-'
                              CLR-SENT-DATE(5:2) '-'
                              CLR-SENT-DATE(7:2) ' 23:59:59 '
                              CLR-CALLER ' LETTER ' CLR-CHANGE-TYPE
                              ' TO ' CLR-SENT-TO ' '
                              CLR-POSTALCODE ' ' CLR-DETAIL
                           DELIMITED BY SIZE
                           INTO WS-HIS-TEXT(WS-HIST-CT)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CLR-FILE-STATUS = '00' OR WS-CLR-FILE-STATUS = '10'
               CLOSE LETTER-REGISTER-FILE
           END-IF.

       380-COLLECT-CASE-HISTORY.
           MOVE 'N' TO WS-CASE-EOF-SW
           EXEC SQL
               OPEN INQCASE
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT = ZERO
               SET WS-CASE-EOF TO TRUE
           END-IF
           PERFORM 385-COLLECT-ONE-CASE UNTIL WS-CASE-EOF
           EXEC SQL
               CLOSE INQCASE
           END-EXEC.

      *    cases carry dates only -- the opening slots at the start
      *    of its day and the resolution at the end of its day
       385-COLLECT-ONE-CASE.
           EXEC SQL
               FETCH INQCASE INTO
                  :WS-CASE-NO, :WS-CASE-CATEGORY, :WS-CASE-PERIOD,
                  :WS-CASE-OWNER, :WS-CASE-STATUS, :WS-CASE-OPENED,
                  :WS-CASE-OPENED-BY, :WS-CASE-RESOLVED,
                  :WS-CASE-RESOLUTION
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-CASE-EOF TO TRUE
           ELSE
               IF WS-HIST-CT < 300
                   ADD 1 TO WS-HIST-CT
                   MOVE SPACES TO WS-HIS-KEY(WS-HIST-CT)
                   STRING WS-CASE-OPENED '000000'
                       DELIMITED BY SIZE
                       INTO WS-HIS-KEY(WS-HIST-CT)
                   MOVE SPACES TO WS-HIS-TEXT(WS-HIST-CT)
                   STRING WS-CASE-OPENED(1:4) '-'
                          WS-CASE-OPENED(5:2) '-'
                          WS-CASE-OPENED(7:2) ' 00:00:00 CASEMNT  '
                          'CASE ' WS-CASE-NO ' OPENED '
                          WS-CASE-CATEGORY ' PERIOD ' WS-CASE-PERIOD
                          ' BY ' WS-CASE-OPENED-BY ' OWNER '
                          WS-CASE-OWNER
                       DELIMITED BY SIZE
                       INTO WS-HIS-TEXT(WS-HIST-CT)
               END-IF
               IF WS-CASE-STATUS = 'R'
                  AND WS-HIST-CT < 300
                   ADD 1 TO WS-HIST-CT
                   MOVE SPACES TO WS-HIS-KEY(WS-HIST-CT)
                   STRING WS-CASE-RESOLVED '235959'
                       DELIMITED BY SIZE
                       INTO WS-HIS-KEY(WS-HIST-CT)
                   MOVE SPACES TO WS-HIS-TEXT(WS-HIST-CT)
                   STRING WS-CASE-RESOLVED(1:4) '-'
                          WS-CASE-RESOLVED(5:2) '-'
                          WS-CASE-RESOLVED(7:2) ' 23:59:59 CASEMNT  '
                          'CASE ' WS-CASE-NO ' RESOLVED '
                          WS-CASE-RESOLUTION
                       DELIMITED BY SIZE
                       INTO WS-HIS-TEXT(WS-HIST-CT)
               END-IF
           END-IF.

      *    a straight exchange sort -- one author's history is far
      *    too small to justify a sort file
       400-SORT-AND-PAGE-HISTORY.
