       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTLOAD.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTAL-REQUEST-FILE ASSIGN TO "PORTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PORTAL-RESPONSE-FILE ASSIGN TO "PORTRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    change requests authors key themselves on the author
      *    portal, one per line under the portal's own request id.
      *    The type says which view of the data area applies:
      *    A address, P phone, C contact preference (do-not-
      *    contact flag and statement delivery), B bank details.
      *    A blank field in an address request keeps the value on
      *    file, the way TEST5's C transaction overlays.
       FD  PORTAL-REQUEST-FILE.
       01  PORTAL-REQUEST-RECORD.
           05 PR-REQ-ID             PIC X(12).
           05 FILLER                PIC X.
           05 PR-REQ-TYPE           PIC X.
           05 FILLER                PIC X.
           05 PR-AU-ID              PIC X(11).
           05 FILLER                PIC X.
           05 PR-KEYED-DATE         PIC X(8).
           05 FILLER                PIC X.
           05 PR-DATA               PIC X(102).
           05 PR-ADDRESS-DATA REDEFINES PR-DATA.
               10 PR-ADDRESS            PIC X(40).
               10 PR-CITY               PIC X(20).
               10 PR-STATE              PIC X(2).
               10 PR-COUNTRY            PIC X(30).
               10 PR-POSTALCODE         PIC X(10).
           05 PR-PHONE-DATA REDEFINES PR-DATA.
               10 PR-PHONE              PIC X(12).
               10 FILLER                PIC X(90).
           05 PR-CONTACT-DATA REDEFINES PR-DATA.
               10 PR-DNC                PIC X.
               10 PR-DLVY               PIC X.
               10 FILLER                PIC X(100).
           05 PR-BANK-DATA REDEFINES PR-DATA.
               10 PR-ROUTING-NO         PIC X(9).
               10 PR-ACCOUNT-NO         PIC X(17).
               10 PR-PAY-METHOD         PIC X.
               10 FILLER                PIC X(75).

      *    the answer back to the portal, one line per request --
      *    A applied, Q queued for the callback desk, R rejected
      *    with the reason the author is shown
       FD  PORTAL-RESPONSE-FILE.
       01  PORTAL-RESPONSE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE authors
           END-EXEC

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY AVALPARM.
           COPY AUDITPARM.
           COPY BDTPARM.
           COPY FEEDPARM.

      *    every successful SQL change is mirrored to the IMS
      *    AUTHORS segment at write time -- see AUTHIMS
           COPY IMSPARM.

      *    inbound file registration -- the same header, trailer
      *    and RECVLOG discipline every loader holds its file to,
      *    so a portal file can't be applied twice or out of turn
           COPY RECVPARM.
           COPY INFREC.

      *    author self-service load -- address, phone and contact
      *    preference changes go on through the AUTHVAL edits,
      *    AUDITLOG images and AUTHIMS mirror TEST5's C
      *    transaction uses, instead of being printed and keyed
      *    into AUTHMENU.  Bank details are never applied from
      *    here: they wait on the BANKVRFY queue until the desk
      *    has called the author back on the number on file and
      *    confirms them through BANKMNT.  The desk's answers go
      *    back to the portal on the next run's response file.
       01 WS-VFY-EOF-SW         PIC X.
           88 WS-VFY-EOF            VALUE 'Y'.
       01 WS-FILE-REFUSED-SW    PIC X VALUE 'N'.
           88 WS-FILE-REFUSED       VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW    PIC X.
           88 WS-TRAILER-SEEN       VALUE 'Y'.
       01 WS-VFY-DETAIL-CT      PIC 9(7) VALUE ZERO.
       01 WS-HDR-SEQ-9          PIC 9(5).
       01 WS-TRL-COUNT-9        PIC 9(7).

       01 WS-PR-EOF-SW          PIC X VALUE 'N'.
           88 WS-PR-EOF             VALUE 'Y'.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-DESK-MORE-SW       PIC X.
           88 WS-DESK-NO-MORE       VALUE 'N'.
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-REJECT-REASON      PIC X(40).
       01 WS-QUEUED-SW          PIC X.
           88 WS-REQ-QUEUED         VALUE 'Y'.

       01 WS-AU-STATUS          PIC X.
       01 WS-STATUS-IND         PIC S9(4) COMP.
       01 WS-OLD-PHONE          PIC X(12).
       01 WS-OLD-ADDRESS        PIC X(40).
       01 WS-OLD-CITY           PIC X(20).
       01 WS-OLD-STATE          PIC X(2).
       01 WS-OLD-COUNTRY        PIC X(30).
       01 WS-OLD-POSTALCODE     PIC X(10).
       01 WS-MRET-CLEAR         PIC X VALUE 'N'.
       01 WS-MRET-DATE-CLEAR    PIC X(8) VALUE SPACES.

       01 WS-PHONE-SUB          PIC 9(2) COMP.
       01 WS-PHONE-DIGITS       PIC 9(2) COMP.

       01 WS-OLD-DNC            PIC X.
       01 WS-OLD-DNC-IND        PIC S9(4) COMP.
       01 WS-OLD-DLVY           PIC X.
       01 WS-OLD-DLVY-IND       PIC S9(4) COMP.
       01 WS-NEW-DNC            PIC X.
       01 WS-NEW-DLVY           PIC X.

      *    bank details as requested -- edited the way BANKMNT
      *    edits a keyed change, then queued as they stand
       01 WS-REQ-ID             PIC X(12).
       01 WS-ROUTING-NO         PIC X(9).
       01 WS-ACCOUNT-NO         PIC X(17).
       01 WS-PAY-METHOD         PIC X.
       01 WS-QUEUE-COUNT        PIC S9(9) COMP.
       01 WS-RTN-DIGIT          PIC 9 OCCURS 9 TIMES.
       01 WS-RTN-SUB            PIC 9(2) COMP.
       01 WS-RTN-WEIGHTED       PIC 9(4) COMP.
       01 WS-RTN-REMAINDER      PIC 9(4) COMP.
       01 WS-MASKED-ACCOUNT     PIC X(17).
       01 WS-ACCT-LEN           PIC 9(2) COMP.
       01 WS-ACCT-SUB           PIC 9(2) COMP.

      *    the desk's worked items not yet reported to the portal
       01 WS-DSK-REQ-ID         PIC X(12).
       01 WS-DSK-AU-ID          PIC X(11).
       01 WS-DSK-STATUS         PIC X.
       01 WS-DSK-REASON         PIC X(40).
       01 WS-DSK-REASON-IND     PIC S9(4) COMP.

       01 WS-HASH-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01 WS-AU-ID-NUM-X        PIC X(11).
       01 WS-AU-ID-NUM REDEFINES WS-AU-ID-NUM-X
                                PIC 9(11).
       01 WS-RESPONSE-CT        PIC 9(7) COMP VALUE ZERO.

       01 WS-PR-READ-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-PR-APPLIED-CT      PIC 9(7) COMP VALUE ZERO.
       01 WS-PR-QUEUED-CT       PIC 9(7) COMP VALUE ZERO.
       01 WS-PR-REJECT-CT       PIC 9(7) COMP VALUE ZERO.
       01 WS-DESK-RESP-CT       PIC 9(7) COMP VALUE ZERO.
       01 DISP-PR-CT            PIC Z,ZZZ,ZZ9.

       01 RESP-HEADER-LINE.
           05 FILLER                PIC X       VALUE 'H'.
           05 FILLER                PIC X       VALUE SPACE.
           05 RH-FEED-ID            PIC X(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 RH-BUSINESS-DATE      PIC X(8).
           05 FILLER                PIC X       VALUE SPACE.
           05 RH-CYCLE-SEQ          PIC 9(5).
           05 FILLER                PIC X(55)   VALUE SPACES.

       01 RESP-TRAILER-LINE.
           05 FILLER                PIC X       VALUE 'T'.
           05 FILLER                PIC X       VALUE SPACE.
           05 RT-RECORD-COUNT       PIC 9(7).
           05 FILLER                PIC X       VALUE SPACE.
           05 RT-HASH-TOTAL         PIC 9(15).
           05 FILLER                PIC X(55)   VALUE SPACES.

       01 RESP-DETAIL-LINE.
           05 RS-REQ-ID             PIC X(12).
           05 FILLER                PIC X       VALUE SPACE.
           05 RS-AU-ID              PIC X(11).
           05 FILLER                PIC X       VALUE SPACE.
           05 RS-REQ-TYPE           PIC X.
           05 FILLER                PIC X       VALUE SPACE.
           05 RS-STATUS             PIC X.
           05 FILLER                PIC X       VALUE SPACE.
           05 RS-REASON             PIC X(40).
           05 FILLER                PIC X(11)   VALUE SPACES.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'PORTLOAD' TO MYRF-CALLER-ID
           CALL 'MYRF2' USING MYRF-PARM-AREA
           END-CALL
           IF NOT MYRF-RC-OK
               DISPLAY 'MYRF pre-processing failed, RC='
                       MYRF-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET BDT-FUNC-GET TO TRUE
           CALL 'BUSDATE' USING BDT-PARM-AREA
           END-CALL
           IF BDT-RC-OK
               MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF

           PERFORM 320-VERIFY-INBOUND-FILE
           IF WS-FILE-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PORTAL-RESPONSE-FILE
           MOVE 'PORTRESP' TO FEED-ID
           MOVE WS-BUSINESS-DATE TO FEED-BUSINESS-DATE
           SET FEED-FUNC-NEXT-SEQ TO TRUE
           CALL 'FEEDLOG' USING FEED-PARM-AREA
           END-CALL
           MOVE 'PORTRESP' TO RH-FEED-ID
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE FEED-CYCLE-SEQ TO RH-CYCLE-SEQ
           MOVE RESP-HEADER-LINE TO PORTAL-RESPONSE-RECORD
           WRITE PORTAL-RESPONSE-RECORD

           PERFORM 700-RETURN-DESK-OUTCOMES
           PERFORM 300-LOAD-PORTAL-REQUESTS

           MOVE WS-RESPONSE-CT TO RT-RECORD-COUNT
           COMPUTE RT-HASH-TOTAL = WS-HASH-TOTAL
           MOVE RESP-TRAILER-LINE TO PORTAL-RESPONSE-RECORD
           WRITE PORTAL-RESPONSE-RECORD
           CLOSE PORTAL-RESPONSE-FILE

           MOVE WS-RESPONSE-CT TO FEED-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO FEED-HASH-TOTAL
           SET FEED-FUNC-LOG TO TRUE
           CALL 'FEEDLOG' USING FEED-PARM-AREA
           END-CALL
           IF FEED-RC-FAILED
               DISPLAY 'Transmission log write failed'
               SET WS-RUN-FAILED TO TRUE
           END-IF
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               SET RECV-FUNC-LOG TO TRUE
               MOVE WS-VFY-DETAIL-CT TO RECV-RECORD-COUNT
               CALL 'RECVLOG' USING RECV-PARM-AREA
               END-CALL
               IF NOT RECV-RC-OK
                   DISPLAY 'Receive registry write failed'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    one pass over the whole file before the load pass --
      *    header, sequence, trailer and count must all hold or
      *    no request is applied
       320-VERIFY-INBOUND-FILE.
           MOVE 'N'  TO WS-VFY-EOF-SW WS-TRAILER-SEEN-SW
           MOVE ZERO TO WS-VFY-DETAIL-CT

           OPEN INPUT PORTAL-REQUEST-FILE
           READ PORTAL-REQUEST-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF WS-VFY-EOF
               DISPLAY 'Empty portal request file - load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               MOVE PORTAL-REQUEST-RECORD TO INBOUND-HEADER-LINE
               PERFORM 325-CHECK-FILE-HEADER
           END-IF

           PERFORM 330-VERIFY-ONE-RECORD
               UNTIL WS-VFY-EOF OR WS-FILE-REFUSED
           CLOSE PORTAL-REQUEST-FILE

           IF NOT WS-FILE-REFUSED
               IF NOT WS-TRAILER-SEEN
                   DISPLAY 'No trailer on portal request file - '
                           'load refused'
                   SET WS-FILE-REFUSED TO TRUE
               ELSE
                   IF WS-VFY-DETAIL-CT NOT = WS-TRL-COUNT-9
                       DISPLAY 'Trailer count does not tie to '
                               'records on file - load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       325-CHECK-FILE-HEADER.
           IF IFH-REC-TYPE NOT = 'H'
              OR IFH-FEED-ID NOT = 'PORTREQ'
              OR IFH-FILE-SEQ NOT NUMERIC
               DISPLAY 'Missing or bad registration header - '
                       'load refused'
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               MOVE IFH-FILE-SEQ TO WS-HDR-SEQ-9
               SET RECV-FUNC-CHECK TO TRUE
               MOVE 'PORTREQ'           TO RECV-FEED-ID
               MOVE IFH-BUSINESS-DATE   TO RECV-BUSINESS-DATE
               MOVE WS-HDR-SEQ-9        TO RECV-FILE-SEQ
               CALL 'RECVLOG' USING RECV-PARM-AREA
               END-CALL
               EVALUATE TRUE
                   WHEN RECV-RC-DUPLICATE
                       DISPLAY 'File sequence ' IFH-FILE-SEQ
                               ' already consumed - load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN RECV-RC-OUT-OF-SEQ
                       DISPLAY 'File sequence ' IFH-FILE-SEQ
                               ' out of order - an earlier file '
                               'is missing, load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN RECV-RC-FAILED
                       DISPLAY 'Receive registry check failed - '
                               'load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       330-VERIFY-ONE-RECORD.
           READ PORTAL-REQUEST-FILE
               AT END
                   SET WS-VFY-EOF TO TRUE
           END-READ
           IF NOT WS-VFY-EOF
               EVALUATE TRUE
                   WHEN PORTAL-REQUEST-RECORD(1:2) = 'T '
                       IF WS-TRAILER-SEEN
                           DISPLAY 'Two trailers on portal request '
                                   'file - load refused'
                           SET WS-FILE-REFUSED TO TRUE
                       ELSE
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE PORTAL-REQUEST-RECORD
                               TO INBOUND-TRAILER-LINE
                           IF IFT-RECORD-COUNT NUMERIC
                               MOVE IFT-RECORD-COUNT
                                   TO WS-TRL-COUNT-9
                           ELSE
                               DISPLAY 'Bad trailer count - '
                                       'load refused'
                               SET WS-FILE-REFUSED TO TRUE
                           END-IF
                       END-IF
                   WHEN WS-TRAILER-SEEN
                       DISPLAY 'Records after the trailer - '
                               'load refused'
                       SET WS-FILE-REFUSED TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-VFY-DETAIL-CT
               END-EVALUATE
           END-IF.

       300-LOAD-PORTAL-REQUESTS.
           OPEN INPUT PORTAL-REQUEST-FILE
           PERFORM UNTIL WS-PR-EOF
               READ PORTAL-REQUEST-FILE
                   AT END
                       SET WS-PR-EOF TO TRUE
               END-READ

               IF NOT WS-PR-EOF
                  AND (PORTAL-REQUEST-RECORD(1:2) = 'H '
                       OR PORTAL-REQUEST-RECORD(1:2) = 'T ')
                   CONTINUE
               ELSE
               IF NOT WS-PR-EOF
                   ADD 1 TO WS-PR-READ-CT
                   PERFORM 400-PROCESS-ONE-REQUEST
               END-IF
               END-IF
           END-PERFORM
           CLOSE PORTAL-REQUEST-FILE

           MOVE WS-PR-READ-CT    TO DISP-PR-CT
           DISPLAY 'Portal load - requests read:      ' DISP-PR-CT
           MOVE WS-PR-APPLIED-CT TO DISP-PR-CT
           DISPLAY 'Portal load - changes applied:    ' DISP-PR-CT
           MOVE WS-PR-QUEUED-CT  TO DISP-PR-CT
           DISPLAY 'Portal load - bank changes queued:' DISP-PR-CT
           MOVE WS-PR-REJECT-CT  TO DISP-PR-CT
           DISPLAY 'Portal load - requests rejected:  ' DISP-PR-CT
           MOVE WS-DESK-RESP-CT  TO DISP-PR-CT
           DISPLAY 'Portal load - desk outcomes sent: ' DISP-PR-CT.

       400-PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-QUEUED-SW
           MOVE PR-AU-ID TO AU-ID

           IF PR-AU-ID = SPACES OR PR-REQ-ID = SPACES
               MOVE 'Request id or AU_ID missing' TO WS-REJECT-REASON
           ELSE
               EXEC SQL
                   SELECT AU_LNAME, AU_FNAME, PHONE, ADDRESS, CITY,
                          STATE, COUNTRY, POSTALCODE, AU_STATUS
                      INTO :AU-LNAME, :AU-FNAME, :WS-OLD-PHONE,
                           :WS-OLD-ADDRESS, :WS-OLD-CITY,
                           :WS-OLD-STATE, :WS-OLD-COUNTRY,
                           :WS-OLD-POSTALCODE,
                           :WS-AU-STATUS:WS-STATUS-IND
                      FROM authors
                      WHERE AU_ID = :AU-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE 'Author not on file' TO WS-REJECT-REASON
                   WHEN SQLCODE < ZERO
                       MOVE SQLCODE TO DISP-CODE
                       DISPLAY 'author read for ' PR-AU-ID ' -> '
                               DISP-CODE
                       PERFORM 900-CHECK-SQLCODE
                       MOVE 'Request could not be processed'
                           TO WS-REJECT-REASON
                   WHEN WS-STATUS-IND NOT < 0
                    AND WS-AU-STATUS = 'I'
                       MOVE 'Author is no longer active'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       EVALUATE PR-REQ-TYPE
                           WHEN 'A'
                               PERFORM 420-ADDRESS-CHANGE
                           WHEN 'P'
                               PERFORM 440-PHONE-CHANGE
                           WHEN 'C'
                               PERFORM 460-CONTACT-CHANGE
                           WHEN 'B'
                               PERFORM 480-BANK-CHANGE
                           WHEN OTHER
                               MOVE 'Unknown request type'
                                   TO WS-REJECT-REASON
                       END-EVALUATE
               END-EVALUATE
           END-IF

           MOVE SPACES      TO RESP-DETAIL-LINE
           MOVE PR-REQ-ID   TO RS-REQ-ID
           MOVE PR-AU-ID    TO RS-AU-ID
           MOVE PR-REQ-TYPE TO RS-REQ-TYPE
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   ADD 1 TO WS-PR-REJECT-CT
                   MOVE 'R' TO RS-STATUS
                   MOVE WS-REJECT-REASON TO RS-REASON
               WHEN WS-REQ-QUEUED
                   ADD 1 TO WS-PR-QUEUED-CT
                   MOVE 'Q' TO RS-STATUS
                   MOVE 'Awaiting verification callback'
                       TO RS-REASON
               WHEN OTHER
                   ADD 1 TO WS-PR-APPLIED-CT
                   MOVE 'A' TO RS-STATUS
           END-EVALUATE
           PERFORM 600-WRITE-RESPONSE.

      *    overlaid on the row as TEST5's C transaction does, and
      *    the whole resulting address put through AUTHVAL's
      *    reference edits -- an address the author has just given
      *    us is confirmed, so any returned-mail hold comes off
       420-ADDRESS-CHANGE.
           IF PR-ADDRESS = SPACES
               MOVE WS-OLD-ADDRESS TO ADDRESS
           ELSE
               MOVE PR-ADDRESS TO ADDRESS
           END-IF
           IF PR-CITY = SPACES
               MOVE WS-OLD-CITY TO CITY
           ELSE
               MOVE PR-CITY TO CITY
           END-IF
           IF PR-STATE = SPACES
               MOVE WS-OLD-STATE TO STATE
           ELSE
               MOVE PR-STATE TO STATE
           END-IF
           IF PR-COUNTRY = SPACES
               MOVE WS-OLD-COUNTRY TO COUNTRY
           ELSE
               MOVE PR-COUNTRY TO COUNTRY
           END-IF
           IF PR-POSTALCODE = SPACES
               MOVE WS-OLD-POSTALCODE TO POSTALCODE
           ELSE
               MOVE PR-POSTALCODE TO POSTALCODE
           END-IF

           MOVE 'S'        TO AVAL-MODE
           MOVE AU-ID      TO AVAL-AU-ID
           MOVE AU-LNAME   TO AVAL-AU-LNAME
           MOVE AU-FNAME   TO AVAL-AU-FNAME
           MOVE ADDRESS    TO AVAL-ADDRESS
           MOVE STATE      TO AVAL-STATE
           MOVE COUNTRY    TO AVAL-COUNTRY
           MOVE POSTALCODE TO AVAL-POSTALCODE
           MOVE SPACES     TO AVAL-TAX-ID
           CALL 'AUTHVAL' USING AVAL-PARM-AREA
           END-CALL
           IF AVAL-RC-FAILED
               MOVE AVAL-REASON TO WS-REJECT-REASON
           ELSE
               EXEC SQL
                   UPDATE authors
                      SET ADDRESS = :ADDRESS,
                          CITY = :CITY,
                          STATE = :STATE,
                          COUNTRY = :COUNTRY,
                          POSTALCODE = :POSTALCODE,
                          MAIL_RETURNED = :WS-MRET-CLEAR,
                          MAIL_RET_DATE = :WS-MRET-DATE-CLEAR
                      WHERE AU_ID = :AU-ID
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'address update for ' AU-ID ' -> ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE NOT = ZERO
                   MOVE 'Request could not be processed'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE 'UPDATE' TO AUDIT-OPERATION
                   MOVE SPACES   TO AUDIT-BEFORE-IMAGE
                                   AUDIT-AFTER-IMAGE
                   STRING 'ADDRESS=' WS-OLD-ADDRESS(1:30)
                          ' CITY=' WS-OLD-CITY
                       DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
                   STRING 'ADDRESS=' ADDRESS(1:30)
                          ' CITY=' CITY
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   PERFORM 800-AUDIT-AND-MIRROR
               END-IF
           END-IF.

      *    the portal lets an author type the number any way they
      *    like -- it must at least carry a full ten digits
       440-PHONE-CHANGE.
           MOVE ZERO TO WS-PHONE-DIGITS
           PERFORM VARYING WS-PHONE-SUB FROM 1 BY 1
                   UNTIL WS-PHONE-SUB > 12
               IF PR-PHONE(WS-PHONE-SUB:1) NUMERIC
                   ADD 1 TO WS-PHONE-DIGITS
               END-IF
           END-PERFORM

           IF WS-PHONE-DIGITS < 10
               MOVE 'Phone number must carry ten digits'
                   TO WS-REJECT-REASON
           ELSE
               PERFORM 450-EDIT-KEYED-CHANGE
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE PR-PHONE TO PHONE
               EXEC SQL
                   UPDATE authors
                      SET PHONE = :PHONE
                      WHERE AU_ID = :AU-ID
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'phone update for ' AU-ID ' -> ' DISP-CODE
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE NOT = ZERO
                   MOVE 'Request could not be processed'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE 'UPDATE' TO AUDIT-OPERATION
                   MOVE SPACES   TO AUDIT-BEFORE-IMAGE
                                   AUDIT-AFTER-IMAGE
                   STRING 'PHONE=' WS-OLD-PHONE
                       DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
                   STRING 'PHONE=' PHONE
                       DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                   PERFORM 800-AUDIT-AND-MIRROR
               END-IF
           END-IF.

      *    phone, contact and bank requests are keyed on AU_ID
      *    alone and take AUTHVAL's update-mode edit, the same way
      *    TEST5's C transaction does
       450-EDIT-KEYED-CHANGE.
           MOVE 'U'      TO AVAL-MODE
           MOVE AU-ID    TO AVAL-AU-ID
           MOVE SPACES   TO AVAL-TAX-ID
           CALL 'AUTHVAL' USING AVAL-PARM-AREA
           END-CALL
           IF AVAL-RC-FAILED
               MOVE AVAL-REASON TO WS-REJECT-REASON
           END-IF.

      *    either preference may be left blank to keep the value on
      *    file; a request changing neither is refused
       460-CONTACT-CHANGE.
           EVALUATE TRUE
               WHEN PR-DNC NOT = SPACE AND NOT = 'Y' AND NOT = 'N'
                   MOVE 'Do-not-contact must be Y or N'
                       TO WS-REJECT-REASON
               WHEN PR-DLVY NOT = SPACE AND NOT = 'P' AND NOT = 'E'
                   MOVE 'Statement delivery must be P or E'
                       TO WS-REJECT-REASON
               WHEN PR-DNC = SPACE AND PR-DLVY = SPACE
                   MOVE 'No preference given' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 450-EDIT-KEYED-CHANGE
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               EXEC SQL
                   SELECT AU_DNC, STMT_DLVY
                      INTO :WS-OLD-DNC:WS-OLD-DNC-IND,
                           :WS-OLD-DLVY:WS-OLD-DLVY-IND
                      FROM authors
                      WHERE AU_ID = :AU-ID
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE NOT = ZERO
                   MOVE 'Request could not be processed'
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM 470-APPLY-CONTACT-CHANGE
               END-IF
           END-IF.

       470-APPLY-CONTACT-CHANGE.
           IF WS-OLD-DNC-IND < 0
               MOVE 'N' TO WS-OLD-DNC
           END-IF
           IF WS-OLD-DLVY-IND < 0
               MOVE 'P' TO WS-OLD-DLVY
           END-IF
           IF PR-DNC = SPACE
               MOVE WS-OLD-DNC TO WS-NEW-DNC
           ELSE
               MOVE PR-DNC TO WS-NEW-DNC
           END-IF
           IF PR-DLVY = SPACE
               MOVE WS-OLD-DLVY TO WS-NEW-DLVY
           ELSE
               MOVE PR-DLVY TO WS-NEW-DLVY
           END-IF

           EXEC SQL
               UPDATE authors
                  SET AU_DNC = :WS-NEW-DNC,
                      STMT_DLVY = :WS-NEW-DLVY
                  WHERE AU_ID = :AU-ID
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'contact update for ' AU-ID ' -> ' DISP-CODE
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE NOT = ZERO
               MOVE 'Request could not be processed'
                   TO WS-REJECT-REASON
           ELSE
               MOVE 'UPDATE' TO AUDIT-OPERATION
               MOVE SPACES   TO AUDIT-BEFORE-IMAGE
                               AUDIT-AFTER-IMAGE
               STRING 'DNC=' WS-OLD-DNC ' DLVY=' WS-OLD-DLVY
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-IMAGE
               STRING 'DNC=' WS-NEW-DNC ' DLVY=' WS-NEW-DLVY
                   DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
               PERFORM 800-AUDIT-AND-MIRROR
           END-IF.

      *    a bank change keyed by whoever holds the author's portal
      *    login is exactly what a payment fraud looks like -- the
      *    request gets BANKMNT's edits and then waits on BANKVRFY
      *    for the desk's callback.  One change waits per author;
      *    a rerun finds its own request id already queued.
       480-BANK-CHANGE.
           MOVE PR-REQ-ID     TO WS-REQ-ID
           MOVE PR-ROUTING-NO TO WS-ROUTING-NO
           MOVE PR-ACCOUNT-NO TO WS-ACCOUNT-NO
           MOVE PR-PAY-METHOD TO WS-PAY-METHOD

           PERFORM 450-EDIT-KEYED-CHANGE
           IF WS-REJECT-REASON = SPACES
               IF WS-ROUTING-NO NOT NUMERIC
                   MOVE 'Routing number not numeric'
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM 490-CHECK-ROUTING-DIGIT
                   IF WS-REJECT-REASON = SPACES
                       IF WS-ACCOUNT-NO = SPACES
                           MOVE 'Account number missing'
                               TO WS-REJECT-REASON
                       ELSE
                           IF WS-PAY-METHOD NOT = 'E'
                              AND WS-PAY-METHOD NOT = 'C'
                               MOVE 'Payment method must be E or C'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                      INTO :WS-QUEUE-COUNT
                      FROM BANKVRFY
                      WHERE REQ_ID = :WS-REQ-ID
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE < ZERO
                   MOVE 'Request could not be processed'
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-QUEUE-COUNT > ZERO
                       SET WS-REQ-QUEUED TO TRUE
                   ELSE
                       PERFORM 495-QUEUE-BANK-CHANGE
                   END-IF
               END-IF
           END-IF.

      *    the ABA 3-7-1 weighting over the nine digits must leave
      *    no remainder -- the same check BANKMNT makes
       490-CHECK-ROUTING-DIGIT.
           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB > 9
               MOVE WS-ROUTING-NO(WS-RTN-SUB:1)
                   TO WS-RTN-DIGIT(WS-RTN-SUB)
           END-PERFORM
           COMPUTE WS-RTN-WEIGHTED =
               3 * (WS-RTN-DIGIT(1) + WS-RTN-DIGIT(4)
                    + WS-RTN-DIGIT(7))
             + 7 * (WS-RTN-DIGIT(2) + WS-RTN-DIGIT(5)
                    + WS-RTN-DIGIT(8))
             + (WS-RTN-DIGIT(3) + WS-RTN-DIGIT(6)
                    + WS-RTN-DIGIT(9))
           COMPUTE WS-RTN-REMAINDER =
               FUNCTION MOD(WS-RTN-WEIGHTED 10)
           IF WS-RTN-REMAINDER NOT = ZERO
               MOVE 'Routing number fails check digit'
                   TO WS-REJECT-REASON
           END-IF.

       495-QUEUE-BANK-CHANGE.
           EXEC SQL
               SELECT COUNT(*)
                  INTO :WS-QUEUE-COUNT
                  FROM BANKVRFY
                  WHERE AU_ID = :AU-ID
                    AND STATUS = 'P'
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           EVALUATE TRUE
               WHEN SQLCODE < ZERO
                   MOVE 'Request could not be processed'
                       TO WS-REJECT-REASON
               WHEN WS-QUEUE-COUNT > ZERO
                   MOVE 'A bank change is already awaiting callback'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   EXEC SQL
                       INSERT INTO BANKVRFY
                        (REQ_ID,AU_ID,ROUTING_NO,ACCOUNT_NO,
                         PAY_METHOD,RECEIVED_DATE,STATUS,RESP_SENT)
                       VALUES
                        (:WS-REQ-ID,:AU-ID,:WS-ROUTING-NO,
                         :WS-ACCOUNT-NO,:WS-PAY-METHOD,
                         :WS-BUSINESS-DATE,'P','N')
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'bank change queued for ' AU-ID ' -> '
                           DISP-CODE
                   PERFORM 900-CHECK-SQLCODE
                   IF SQLCODE NOT = ZERO
                       MOVE 'Request could not be processed'
                           TO WS-REJECT-REASON
                   ELSE
                       SET WS-REQ-QUEUED TO TRUE
                       MOVE 'PORTLOAD'  TO AUDIT-CALLER-ID
                       MOVE 'INSERT'    TO AUDIT-OPERATION
                       MOVE AU-ID       TO AUDIT-AU-ID
                       MOVE SQLERRD(3)  TO AUDIT-ROWS-AFFECTED
                       MOVE SPACES      TO AUDIT-BEFORE-IMAGE
                                           AUDIT-AFTER-IMAGE
                       MOVE 'NONE'      TO AUDIT-BEFORE-IMAGE
                       MOVE WS-ACCOUNT-NO TO WS-MASKED-ACCOUNT
                       PERFORM 497-MASK-ACCOUNT
                       STRING 'QUEUED RTN=' WS-ROUTING-NO ' ACCT='
                              WS-MASKED-ACCOUNT ' MTH='
                              WS-PAY-METHOD
                           DELIMITED BY SIZE INTO AUDIT-AFTER-IMAGE
                       CALL 'AUDITLOG' USING AUDIT-PARM-AREA
                       END-CALL
                   END-IF
           END-EVALUATE.

      *    only the last four of an account ever reach an image
       497-MASK-ACCOUNT.
           MOVE ZERO TO WS-ACCT-LEN
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > 17
               IF WS-MASKED-ACCOUNT(WS-ACCT-SUB:1) NOT = SPACE
                   MOVE WS-ACCT-SUB TO WS-ACCT-LEN
               END-IF
           END-PERFORM
           IF WS-ACCT-LEN > 4
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > WS-ACCT-LEN - 4
                   MOVE '*' TO WS-MASKED-ACCOUNT(WS-ACCT-SUB:1)
               END-PERFORM
           END-IF.

      *    the hash is the sum of the numeric AU_ID keys, so a
      *    swapped or dropped line shows up at the portal
       600-WRITE-RESPONSE.
           ADD 1 TO WS-RESPONSE-CT
           MOVE RS-AU-ID TO WS-AU-ID-NUM-X
           INSPECT WS-AU-ID-NUM-X REPLACING ALL SPACE BY ZERO
           IF WS-AU-ID-NUM-X NUMERIC
               ADD WS-AU-ID-NUM TO WS-HASH-TOTAL
           END-IF
           MOVE RESP-DETAIL-LINE TO PORTAL-RESPONSE-RECORD
           WRITE PORTAL-RESPONSE-RECORD.

      *    bank changes the desk has confirmed (C) or turned down
      *    (R) since the last run go back to the portal under their
      *    original request id, and are marked sent
       700-RETURN-DESK-OUTCOMES.
           EXEC SQL
               DECLARE DESKCURSOR CURSOR FOR
               SELECT REQ_ID, AU_ID, STATUS, REJECT_REASON
                  FROM BANKVRFY
                  WHERE STATUS IN ('C', 'R')
                    AND RESP_SENT = 'N'
                  ORDER BY REQ_ID
           END-EXEC

           EXEC SQL
               OPEN DESKCURSOR
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           MOVE 'Y' TO WS-DESK-MORE-SW
           PERFORM UNTIL WS-DESK-NO-MORE
               EXEC SQL
                   FETCH DESKCURSOR INTO
                      :WS-DSK-REQ-ID, :WS-DSK-AU-ID,
                      :WS-DSK-STATUS,
                      :WS-DSK-REASON:WS-DSK-REASON-IND
               END-EXEC
               IF SQLCODE < 0 OR SQLCODE = 100
                   PERFORM 900-CHECK-SQLCODE
                   SET WS-DESK-NO-MORE TO TRUE
               ELSE
                   PERFORM 750-RETURN-ONE-OUTCOME
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE DESKCURSOR
           END-EXEC.

       750-RETURN-ONE-OUTCOME.
           MOVE SPACES        TO RESP-DETAIL-LINE
           MOVE WS-DSK-REQ-ID TO RS-REQ-ID
           MOVE WS-DSK-AU-ID  TO RS-AU-ID
           MOVE 'B'           TO RS-REQ-TYPE
           IF WS-DSK-STATUS = 'C'
               MOVE 'A' TO RS-STATUS
           ELSE
               MOVE 'R' TO RS-STATUS
               IF WS-DSK-REASON-IND < 0
                  OR WS-DSK-REASON = SPACES
                   MOVE 'Not confirmed by callback' TO RS-REASON
               ELSE
                   MOVE WS-DSK-REASON TO RS-REASON
               END-IF
           END-IF
           PERFORM 600-WRITE-RESPONSE
           ADD 1 TO WS-DESK-RESP-CT

           EXEC SQL
               UPDATE BANKVRFY
                  SET RESP_SENT = 'Y'
                  WHERE REQ_ID = :WS-DSK-REQ-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE.

       800-AUDIT-AND-MIRROR.
           MOVE 'PORTLOAD' TO AUDIT-CALLER-ID
           MOVE AU-ID      TO AUDIT-AU-ID
           MOVE SQLERRD(3) TO AUDIT-ROWS-AFFECTED
           CALL 'AUDITLOG' USING AUDIT-PARM-AREA
           END-CALL

           MOVE 'PORTLOAD' TO IMS-CALLER-ID
           MOVE AU-ID TO IMS-PARM-AU-ID
           SET IMS-FUNC-REPLACE TO TRUE
           CALL 'AUTHIMS' USING IMS-PARM-AREA
           END-CALL
           IF IMS-RC-FAILED
               DISPLAY 'IMS dual-maintenance failed for '
                       IMS-PARM-AU-ID ', status='
                       IMS-PCB-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM PORTLOAD.
