       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY AUDITPARM.
           COPY BDTPARM.

      *    sanctions screening of one payee against the SANCLIST
      *    watch list SANCLOAD keeps current.  A listed name that
      *    carries the payee's surname is a possible match when
      *    the list entry's country agrees with the payee's (or
      *    either side has none), or when the given name appears
      *    in the listed name as well -- a surname alone in a
      *    different country is too common to hold money on.
      *    Each possible match goes on SANCHIT once per list
      *    entry; a hit compliance has already cleared is not
      *    raised again by the next screen.
       01 WS-FAILED-SW          PIC X.
           88 WS-FAILED             VALUE 'Y'.
       01 WS-LIST-EOF-SW        PIC X.
           88 WS-LIST-EOF           VALUE 'Y'.
       01 WS-MATCH-SW           PIC X.
           88 WS-POSSIBLE-MATCH     VALUE 'Y'.

       01 WS-UP-LNAME           PIC X(40).
       01 WS-UP-FNAME           PIC X(20).
       01 WS-FNAME-LEN          PIC 9(2) COMP.
       01 WS-FNAME-TALLY        PIC 9(3) COMP.
       01 WS-NAME-PATTERN       PIC X(42).

       01 WS-PAYEE-TYPE         PIC X.
       01 WS-PAYEE-ID           PIC X(11).
       01 WS-ENTRY-ID           PIC X(10).
       01 WS-ENTRY-NAME         PIC X(60).
       01 WS-ENTRY-COUNTRY      PIC X(3).
       01 WS-HIT-EXISTS-CT      PIC S9(9) COMP.
       01 WS-OPEN-HIT-CT        PIC S9(9) COMP.
       01 WS-BUSINESS-DATE      PIC X(8).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               DECLARE SANCCUR CURSOR FOR
                   SELECT ENTRY_ID, ENTRY_NAME,
                          COALESCE(COUNTRY, ' ')
                      FROM SANCLIST
                      WHERE ENTRY_NAME LIKE :WS-NAME-PATTERN
           END-EXEC

       LINKAGE SECTION.
           COPY SANCPARM.

       PROCEDURE DIVISION USING SANC-PARM-AREA.
       100-SCREEN-PAYEE.
           MOVE 'N'  TO WS-FAILED-SW
           MOVE ZERO TO SANC-NEW-HIT-CT SANC-OPEN-HIT-CT
           MOVE SANC-PAYEE-TYPE TO WS-PAYEE-TYPE
           MOVE SANC-PAYEE-ID   TO WS-PAYEE-ID

           IF SANC-FUNC-SCREEN AND SANC-LNAME NOT = SPACES
               SET BDT-FUNC-GET TO TRUE
               CALL 'BUSDATE' USING BDT-PARM-AREA
               END-CALL
               IF BDT-RC-OK
                   MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-BUSINESS-DATE
               END-IF
               PERFORM 200-SCAN-WATCH-LIST
           END-IF

      *    the hold is the payee's open and confirmed hits, however
      *    they were raised -- a confirmed match never releases
           EXEC SQL
               SELECT COUNT(*) INTO :WS-OPEN-HIT-CT
                  FROM SANCHIT
                  WHERE PAYEE_TYPE = :WS-PAYEE-TYPE
                    AND PAYEE_ID = :WS-PAYEE-ID
                    AND HIT_STATUS IN ('P', 'F')
           END-EXEC
           IF SQLCODE < ZERO
               SET WS-FAILED TO TRUE
           ELSE
               MOVE WS-OPEN-HIT-CT TO SANC-OPEN-HIT-CT
           END-IF

           EVALUATE TRUE
               WHEN WS-FAILED
                   SET SANC-RC-FAILED TO TRUE
               WHEN SANC-OPEN-HIT-CT > ZERO
                   SET SANC-RC-HELD TO TRUE
               WHEN OTHER
                   SET SANC-RC-OK TO TRUE
           END-EVALUATE

           GOBACK.

      *    the list is stored in upper case, so the payee's names
      *    are folded the same way before the compare
       200-SCAN-WATCH-LIST.
           MOVE SANC-LNAME TO WS-UP-LNAME
           MOVE SANC-FNAME TO WS-UP-FNAME
           INSPECT WS-UP-LNAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-UP-FNAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT SANC-COUNTRY CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE ZERO TO WS-FNAME-LEN
           PERFORM VARYING WS-FNAME-LEN FROM 20 BY -1
                   UNTIL WS-FNAME-LEN = ZERO
                      OR WS-UP-FNAME(WS-FNAME-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM

           MOVE SPACES TO WS-NAME-PATTERN
           STRING '%' DELIMITED BY SIZE
                  WS-UP-LNAME DELIMITED BY '  '
                  '%' DELIMITED BY SIZE
               INTO WS-NAME-PATTERN

           MOVE 'N' TO WS-LIST-EOF-SW
           EXEC SQL
               OPEN SANCCUR
           END-EXEC
           IF SQLCODE < ZERO
               SET WS-FAILED TO TRUE
               SET WS-LIST-EOF TO TRUE
           END-IF
           PERFORM 250-CHECK-ONE-ENTRY UNTIL WS-LIST-EOF
           EXEC SQL
               CLOSE SANCCUR
           END-EXEC.

       250-CHECK-ONE-ENTRY.
           EXEC SQL
               FETCH SANCCUR
                  INTO :WS-ENTRY-ID, :WS-ENTRY-NAME,
                       :WS-ENTRY-COUNTRY
           END-EXEC
           IF SQLCODE < ZERO OR SQLCODE = 100
               IF SQLCODE < ZERO
                   SET WS-FAILED TO TRUE
               END-IF
               SET WS-LIST-EOF TO TRUE
           ELSE
               MOVE 'N' TO WS-MATCH-SW
               IF WS-ENTRY-COUNTRY = SPACES
                  OR SANC-COUNTRY = SPACES
                  OR WS-ENTRY-COUNTRY = SANC-COUNTRY
                   SET WS-POSSIBLE-MATCH TO TRUE
               ELSE
                   IF WS-FNAME-LEN > ZERO
                       MOVE ZERO TO WS-FNAME-TALLY
                       INSPECT WS-ENTRY-NAME TALLYING WS-FNAME-TALLY
                           FOR ALL WS-UP-FNAME(1:WS-FNAME-LEN)
                       IF WS-FNAME-TALLY > ZERO
                           SET WS-POSSIBLE-MATCH TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-POSSIBLE-MATCH
                   PERFORM 300-RECORD-HIT
               END-IF
           END-IF.

      *    one SANCHIT row per payee and list entry -- whatever
      *    state compliance has put it in stands
       300-RECORD-HIT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HIT-EXISTS-CT
                  FROM SANCHIT
                  WHERE PAYEE_TYPE = :WS-PAYEE-TYPE
                    AND PAYEE_ID = :WS-PAYEE-ID
                    AND ENTRY_ID = :WS-ENTRY-ID
           END-EXEC
           IF SQLCODE < ZERO
               SET WS-FAILED TO TRUE
           ELSE
               IF WS-HIT-EXISTS-CT = ZERO
                   EXEC SQL
                       INSERT INTO SANCHIT
                        (PAYEE_TYPE,PAYEE_ID,ENTRY_ID,ENTRY_NAME,
                         HIT_STATUS,HIT_DATE,HIT_SOURCE)
                       VALUES
                        (:WS-PAYEE-TYPE,:WS-PAYEE-ID,:WS-ENTRY-ID,
                         :WS-ENTRY-NAME,'P',:WS-BUSINESS-DATE,
                         :SANC-CALLER-ID)
                   END-EXEC
                   IF SQLCODE < ZERO
                       SET WS-FAILED TO TRUE
                   ELSE
                       ADD 1 TO SANC-NEW-HIT-CT
                       PERFORM 350-AUDIT-HIT
                   END-IF
               END-IF
           END-IF.

       350-AUDIT-HIT.
           MOVE SANC-CALLER-ID TO AUDIT-CALLER-ID
           MOVE SANC-OPER-ID   TO AUDIT-USER-ID
           MOVE 'INSERT'       TO AUDIT-OPERATION
           MOVE WS-PAYEE-ID    TO AUDIT-AU-ID
           MOVE SQLERRD(3)     TO AUDIT-ROWS-AFFECTED
           MOVE SPACES TO AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE
           MOVE 'NONE' TO AUDIT-BEFORE-IMAGE
           STRING 'SANCHIT ' WS-PAYEE-TYPE ' ENTRY ' WS-ENTRY-ID
                  ' HELD'
               DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
           CALL 'AUDITLOG' USING AUDIT-PARM-AREA
           END-CALL.
       END PROGRAM SANCSCRN.
