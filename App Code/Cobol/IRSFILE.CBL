       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRSFILE.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-END-FILE ASSIGN TO "YEAREND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YE-FILE-STATUS.
           SELECT WHT-LOG-FILE ASSIGN TO "WHTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHT-FILE-STATUS.
           SELECT IRS-HIST-FILE ASSIGN TO "IRSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT IRS-EFILE-FILE ASSIGN TO "IRSEFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-END-FILE.
       01  YEAR-END-RECORD         PIC X(160).

       FD  WHT-LOG-FILE.
       01  WHT-LOG-RECORD          PIC X(100).

       FD  IRS-HIST-FILE.
       01  IRS-HIST-RECORD         PIC X(80).

       FD  IRS-EFILE-FILE.
       01  IRS-EFILE-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.

       01 DISP-CODE            PIC ----9.
           COPY MYRFPARM.
           COPY RUNPPARM.
           COPY BDTPARM.

      *    IRS information-return electronic filing off the
      *    year-end figures.  YEAREND.DAT says what each author
      *    earned in the tax year and WHTLOG.DAT what was actually
      *    withheld; the tax ID comes off the authors table.  A
      *    payee in the home country gets a 1099-MISC for
      *    royalties, any other payee a 1042-S (income code 12,
      *    royalties).  IRSEFILE.DAT carries a transmitter record,
      *    one payer group per form -- payer record, payee records,
      *    end-of-payer totals -- and an end-of-transmission
      *    record.  The control report ties every dollar on
      *    YEAREND.DAT to a filed, already-filed, under-threshold
      *    or held-out line, so the filing can be signed off
      *    against the year-end extract.
      *
      *    Every payee record filed goes on IRSHIST.DAT.  An
      *    ORIGINAL run files each author not yet filed for the
      *    year (a late original on a rerun); a CORRECTED run
      *    files only the authors whose amount, withholding or
      *    TIN now differ from what was last filed for them.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-YE-FILE-STATUS     PIC XX.
       01 WS-YE-EOF-SW          PIC X VALUE 'N'.
           88 WS-YE-EOF             VALUE 'Y'.
       01 WS-WHT-FILE-STATUS    PIC XX.
       01 WS-WHT-EOF-SW         PIC X VALUE 'N'.
           88 WS-WHT-EOF            VALUE 'Y'.
       01 WS-HIST-FILE-STATUS   PIC XX.
       01 WS-HIST-EOF-SW        PIC X VALUE 'N'.
           88 WS-HIST-EOF           VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).

      *    run control -- tax year and payer identity are required
       01 WS-TAX-YEAR           PIC X(4).
       01 WS-PAYER-TIN          PIC X(9).
       01 WS-PAYER-NAME         PIC X(40).
       01 WS-TCC                PIC X(5) VALUE SPACES.
       01 WS-FILING-MODE        PIC X VALUE 'O'.
           88 WS-MODE-ORIGINAL      VALUE 'O'.
           88 WS-MODE-CORRECTED     VALUE 'C'.
       01 WS-HOME-COUNTRY       PIC X(3) VALUE 'USA'.
      *    the 1099-MISC royalty reporting floor, whole dollars
       01 WS-MISC-MINIMUM       PIC 9(5)V99 VALUE 10.
       01 WS-MIN-X              PIC X(3).
       01 WS-MIN-9 REDEFINES WS-MIN-X
                                PIC 9(3).

      *    YEAREND.DAT lines exactly as YEAREND lays them down --
      *    the amounts are the edited forms, read back with NUMVAL
       01 WS-YE-STATEMENT-LINE.
           05 WY-RECORD-TYPE        PIC X.
           05 FILLER                PIC X.
           05 WY-AU-ID              PIC X(11).
           05 FILLER                PIC X.
           05 WY-AU-LNAME           PIC X(30).
           05 FILLER                PIC X.
           05 WY-STATE              PIC X(2).
           05 FILLER                PIC X.
           05 WY-COUNTRY            PIC X(20).
           05 FILLER                PIC X.
           05 WY-PAYRATE            PIC X(11).
           05 FILLER                PIC X.
           05 WY-COM                PIC X(5).
           05 FILLER                PIC X.
           05 WY-ROYALTIES          PIC X(15).
           05 FILLER                PIC X.
           05 WY-TOTAL              PIC X(15).
           05 FILLER                PIC X.
           05 WY-NOTE               PIC X(8).
           05 FILLER                PIC X(33).
       01 WS-YE-TRAILER-LINE REDEFINES WS-YE-STATEMENT-LINE.
           05 WYT-RECORD-TYPE       PIC X.
           05 FILLER                PIC X.
           05 WYT-TAX-YEAR          PIC X(4).
           05 FILLER                PIC X.
           05 WYT-STMT-COUNT        PIC X(7).
           05 FILLER                PIC X.
           05 WYT-GRAND-TOTAL       PIC X(18).
           05 FILLER                PIC X(127).
       01 WS-YE-TRAILER-SW      PIC X VALUE 'N'.
           88 WS-YE-TRAILER-SEEN    VALUE 'Y'.
       01 WS-YE-STMT-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-YE-TRL-COUNT       PIC 9(7).
       01 WS-YE-TRL-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01 WS-YE-SUM-TOTAL       PIC S9(13)V99 VALUE ZERO.

      *    WHTLOG.DAT line exactly as WHTHIST lays it down
       01 WS-WHT-LINE.
           05 WL-CALLER            PIC X(8).
           05 FILLER               PIC X.
           05 WL-AU-ID             PIC X(11).
           05 FILLER               PIC X.
           05 WL-PERIOD            PIC X(6).
           05 FILLER               PIC X.
           05 WL-COUNTRY           PIC X(30).
           05 FILLER               PIC X.
           05 WL-STATE             PIC X(2).
           05 FILLER               PIC X.
           05 WL-GROSS             PIC 9(9)V99.
           05 FILLER               PIC X.
           05 WL-WITHHELD          PIC 9(9)V99.
           05 FILLER               PIC X(3).

      *    IRSHIST.DAT -- one line per payee record ever filed
       01 IRS-HIST-LINE.
           05 IH-TAX-YEAR           PIC X(4).
           05 FILLER                PIC X  VALUE SPACE.
           05 IH-FORM               PIC X.
           05 FILLER                PIC X  VALUE SPACE.
           05 IH-AU-ID              PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 IH-TIN                PIC X(9).
           05 FILLER                PIC X  VALUE SPACE.
           05 IH-AMOUNT             PIC 9(11)V99.
           05 FILLER                PIC X  VALUE SPACE.
           05 IH-WITHHELD           PIC 9(11)V99.
           05 FILLER                PIC X  VALUE SPACE.
           05 IH-FILING             PIC X.
           05 FILLER                PIC X  VALUE SPACE.
           05 IH-FILE-DATE          PIC X(8).
           05 FILLER                PIC X(13) VALUE SPACES.

      *    one entry per YEAREND statement -- the figures, how the
      *    payee files and what this run does with it.  Action F
      *    filed, U already filed and unchanged, B below the
      *    reporting floor, N no original to correct, X form
      *    changed since the original (worked by hand)
       01 WS-PAYEE-TABLE.
           05 WS-PT-ENTRY OCCURS 3000 TIMES.
               10 PT-AU-ID              PIC X(11).
               10 PT-LNAME              PIC X(40).
               10 PT-FNAME              PIC X(20).
               10 PT-COUNTRY            PIC X(3).
               10 PT-STATE              PIC X(2).
               10 PT-TIN                PIC X(9).
               10 PT-FORM               PIC X.
               10 PT-AMOUNT             PIC S9(11)V99.
               10 PT-WITHHELD           PIC S9(11)V99.
               10 PT-ACTION             PIC X.
       01 WS-PT-CT              PIC 9(4) COMP VALUE ZERO.
       01 WS-PT-SUB             PIC 9(4) COMP.

       01 WS-WHT-TABLE.
           05 WS-WT-ENTRY OCCURS 3000 TIMES.
               10 WT-AU-ID              PIC X(11).
               10 WT-WITHHELD           PIC S9(11)V99.
               10 WT-MATCHED            PIC X.
       01 WS-WT-CT              PIC 9(4) COMP VALUE ZERO.
       01 WS-WT-SUB             PIC 9(4) COMP.

      *    the last filing on record per author for the year --
      *    the history is appended in filing order, so a later
      *    line replaces an earlier one
       01 WS-HIST-TABLE.
           05 WS-HT-ENTRY OCCURS 3000 TIMES.
               10 HT-AU-ID              PIC X(11).
               10 HT-FORM               PIC X.
               10 HT-TIN                PIC X(9).
               10 HT-AMOUNT             PIC S9(11)V99.
               10 HT-WITHHELD           PIC S9(11)V99.
       01 WS-HT-CT              PIC 9(4) COMP VALUE ZERO.
       01 WS-HT-SUB             PIC 9(4) COMP.
       01 WS-FOUND-SW           PIC X.
           88 WS-ENTRY-FOUND        VALUE 'Y'.

       01 WS-AU-ID              PIC X(11).
       01 WS-AU-LNAME           PIC X(40).
       01 WS-AU-FNAME           PIC X(20).
       01 WS-COUNTRY            PIC X(30).
       01 WS-STATE              PIC X(2).
       01 WS-TAX-ID             PIC X(11).
       01 WS-TAX-ID-IND         PIC S9(4) COMP.
       01 WS-TIN-DIGITS         PIC X(9).
       01 WS-TIN-LEN            PIC 9(2) COMP.
       01 WS-TIN-SUB            PIC 9(2) COMP.
       01 WS-AMOUNT             PIC S9(11)V99.

      *    control totals, by form and outcome
       01 WS-CONTROL-TOTALS.
           05 WS-CT-ENTRY OCCURS 2 TIMES.
               10 WS-FILED-CT           PIC 9(7) COMP.
               10 WS-FILED-AMT          PIC S9(13)V99.
               10 WS-FILED-WHT          PIC S9(13)V99.
       01 WS-FORM-SUB           PIC 9 COMP.
       01 WS-FORM-CODE          PIC X.
       01 WS-UNCHANGED-CT       PIC 9(7) COMP VALUE ZERO.
       01 WS-UNCHANGED-AMT      PIC S9(13)V99 VALUE ZERO.
       01 WS-BELOW-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-BELOW-AMT          PIC S9(13)V99 VALUE ZERO.
       01 WS-HELDOUT-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-HELDOUT-AMT        PIC S9(13)V99 VALUE ZERO.
       01 WS-NO-TIN-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-WHT-ORPHAN-CT      PIC 9(7) COMP VALUE ZERO.
       01 WS-WHT-LOG-TOTAL      PIC S9(13)V99 VALUE ZERO.
       01 WS-WHT-ORPHAN-AMT     PIC S9(13)V99 VALUE ZERO.
       01 WS-ACCOUNTED-AMT      PIC S9(13)V99.
       01 WS-DIFFERENCE         PIC S9(13)V99.
       01 WS-EXCEPTION-CT       PIC 9(7) COMP VALUE ZERO.
       01 WS-PAYER-CT           PIC 9(3) COMP VALUE ZERO.
       01 WS-PAYEE-REC-CT       PIC 9(8) COMP VALUE ZERO.
       01 WS-GROUP-CT           PIC 9(8) COMP.
       01 WS-GROUP-AMT          PIC S9(13)V99.
       01 WS-GROUP-WHT          PIC S9(13)V99.
       01 WS-RATE-WORK          PIC 9(3)V99.

      *    IRSEFILE.DAT records -- T transmitter, A payer, B
      *    payee, C end of payer, F end of transmission
       01 EF-TRANSMIT-LINE.
           05 EFT-REC-TYPE          PIC X   VALUE 'T'.
           05 EFT-TAX-YEAR          PIC X(4).
           05 EFT-TCC               PIC X(5).
           05 EFT-PAYER-TIN         PIC X(9).
           05 EFT-PAYER-NAME        PIC X(40).
           05 EFT-FILING            PIC X.
           05 EFT-CREATE-DATE       PIC X(8).
           05 FILLER                PIC X(132) VALUE SPACES.

       01 EF-PAYER-LINE.
           05 EFA-REC-TYPE          PIC X   VALUE 'A'.
           05 EFA-TAX-YEAR          PIC X(4).
           05 EFA-PAYER-TIN         PIC X(9).
           05 EFA-PAYER-NAME        PIC X(40).
           05 EFA-RETURN-TYPE       PIC X(5).
           05 EFA-CORRECTED         PIC X.
           05 FILLER                PIC X(140) VALUE SPACES.

       01 EF-PAYEE-LINE.
           05 EFB-REC-TYPE          PIC X   VALUE 'B'.
           05 EFB-TAX-YEAR          PIC X(4).
           05 EFB-CORRECTED         PIC X.
           05 EFB-NAME-CONTROL      PIC X(4).
           05 EFB-TIN               PIC X(9).
           05 EFB-ACCOUNT           PIC X(20).
           05 EFB-PAYEE-NAME        PIC X(60).
           05 EFB-COUNTRY           PIC X(3).
           05 EFB-STATE             PIC X(2).
           05 EFB-INCOME-CODE       PIC X(2).
           05 EFB-AMOUNT            PIC 9(10)V99.
           05 EFB-WITHHELD          PIC 9(10)V99.
           05 EFB-TAX-RATE          PIC 9(2)V99.
           05 FILLER                PIC X(66) VALUE SPACES.

       01 EF-END-PAYER-LINE.
           05 EFC-REC-TYPE          PIC X   VALUE 'C'.
           05 EFC-PAYEE-COUNT       PIC 9(8).
           05 EFC-AMOUNT            PIC 9(13)V99.
           05 EFC-WITHHELD          PIC 9(13)V99.
           05 FILLER                PIC X(161) VALUE SPACES.

       01 EF-END-LINE.
           05 EFF-REC-TYPE          PIC X   VALUE 'F'.
           05 EFF-PAYER-COUNT       PIC 9(8).
           05 EFF-PAYEE-COUNT       PIC 9(8).
           05 FILLER                PIC X(183) VALUE SPACES.

       01 CTL-DETAIL-LINE.
           05 CD-LABEL              PIC X(32).
           05 FILLER                PIC X  VALUE SPACE.
           05 CD-COUNT              PIC ZZZ,ZZ9.
           05 FILLER                PIC X  VALUE SPACE.
           05 CD-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 CD-WITHHELD           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.

       01 CTL-EXCEPTION-LINE.
           05 CX-VERDICT            PIC X(12).
           05 FILLER                PIC X  VALUE SPACE.
           05 CX-AU-ID              PIC X(11).
           05 FILLER                PIC X  VALUE SPACE.
           05 CX-NAME               PIC X(25).
           05 FILLER                PIC X  VALUE SPACE.
           05 CX-FORM               PIC X(5).
           05 FILLER                PIC X  VALUE SPACE.
           05 CX-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X  VALUE SPACE.
           05 CX-WITHHELD           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 IRS-CTL-RPT.
           COPY RPTPARM.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'IRSFILE' TO MYRF-CALLER-ID
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

           PERFORM 150-GET-RUN-PARMS
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 200-LOAD-YEAREND
           IF NOT WS-RUN-FAILED
               PERFORM 250-LOAD-WHTLOG
           END-IF
           IF NOT WS-RUN-FAILED
               PERFORM 270-LOAD-HISTORY
           END-IF
      *    nothing is cut from figures that did not load whole
           IF WS-RUN-FAILED
               DISPLAY 'Year-end figures incomplete - no filing '
                       'file cut'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 300-CLASSIFY-PAYEE
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-CT

           PERFORM 500-WRITE-EFILE
           IF NOT WS-RUN-FAILED
               PERFORM 600-RECORD-HISTORY
           END-IF
           PERFORM 700-CONTROL-REPORT

           DISPLAY 'IRS filing - mode ' WS-FILING-MODE
                   ' tax year ' WS-TAX-YEAR
           MOVE WS-PAYEE-REC-CT TO DISP-CODE
           DISPLAY 'IRS filing - payee records: ' DISP-CODE
           .
       100-EXIT.
      *    an untied control total or a held-out payee is an
      *    exception the tax desk works before transmitting
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DIFFERENCE NOT = ZERO
               WHEN WS-EXCEPTION-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

      *    the tax year and the payer's TIN and name are required
      *    cards, echoed to the listing the way WHTYEAR echoes its
      *    year; the rest default
       150-GET-RUN-PARMS.
           MOVE 'IRSFILE' TO RUNP-STEP-NAME
           MOVE 'TAX-YEAR' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:4) TO WS-TAX-YEAR
           IF NOT RUNP-RC-OK OR WS-TAX-YEAR NOT NUMERIC
               DISPLAY 'IRSFILE run parameter TAX-YEAR missing '
                       'or invalid - run aborted'
               SET WS-RUN-FAILED TO TRUE
           END-IF

           MOVE 'PAYER-TIN' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:9) TO WS-PAYER-TIN
           IF NOT RUNP-RC-OK OR WS-PAYER-TIN NOT NUMERIC
               DISPLAY 'IRSFILE run parameter PAYER-TIN missing '
                       'or invalid - run aborted'
               SET WS-RUN-FAILED TO TRUE
           END-IF

           MOVE 'PAYER-NAME' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE TO WS-PAYER-NAME
           IF NOT RUNP-RC-OK OR WS-PAYER-NAME = SPACES
               DISPLAY 'IRSFILE run parameter PAYER-NAME missing '
                       '- run aborted'
               SET WS-RUN-FAILED TO TRUE
           END-IF

           MOVE 'TCC' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           IF RUNP-RC-OK
               MOVE RUNP-VALUE(1:5) TO WS-TCC
           END-IF

           MOVE 'MODE' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           IF RUNP-RC-OK AND RUNP-VALUE(1:9) = 'CORRECTED'
               SET WS-MODE-CORRECTED TO TRUE
           END-IF

           MOVE 'HOME-COUNTRY' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           IF RUNP-RC-OK AND RUNP-VALUE(1:3) NOT = SPACES
               MOVE RUNP-VALUE(1:3) TO WS-HOME-COUNTRY
           END-IF

           MOVE 'MISC-MINIMUM' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-MIN-X
           IF RUNP-RC-OK
              AND WS-MIN-X NUMERIC
               MOVE WS-MIN-9 TO WS-MISC-MINIMUM
           END-IF

           IF NOT WS-RUN-FAILED
               DISPLAY 'IRSFILE run parameters - TAX-YEAR='
                       WS-TAX-YEAR ' MODE=' WS-FILING-MODE
                       ' HOME-COUNTRY=' WS-HOME-COUNTRY
           END-IF.

      *    the extract must be for the year being filed and must
      *    tie to its own trailer, or nothing downstream can tie
       200-LOAD-YEAREND.
           OPEN INPUT YEAR-END-FILE
           IF WS-YE-FILE-STATUS NOT = '00'
               DISPLAY 'No year-end extract, status '
                       WS-YE-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
               SET WS-YE-EOF TO TRUE
           END-IF
           PERFORM 210-LOAD-ONE-YE-RECORD UNTIL WS-YE-EOF
           IF WS-YE-FILE-STATUS = '00' OR '10'
               CLOSE YEAR-END-FILE
           END-IF

           IF NOT WS-RUN-FAILED
               EVALUATE TRUE
                   WHEN NOT WS-YE-TRAILER-SEEN
                       DISPLAY 'No trailer on year-end extract'
                       SET WS-RUN-FAILED TO TRUE
                   WHEN WYT-TAX-YEAR NOT = WS-TAX-YEAR
                       DISPLAY 'Year-end extract is for '
                               WYT-TAX-YEAR ', not ' WS-TAX-YEAR
                       SET WS-RUN-FAILED TO TRUE
                   WHEN WS-YE-TRL-COUNT NOT = WS-YE-STMT-CT
                       DISPLAY 'Year-end statements do not tie to '
                               'the extract trailer'
                       SET WS-RUN-FAILED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       210-LOAD-ONE-YE-RECORD.
           READ YEAR-END-FILE
               AT END
                   SET WS-YE-EOF TO TRUE
           END-READ
           IF NOT WS-YE-EOF
               MOVE YEAR-END-RECORD TO WS-YE-STATEMENT-LINE
               EVALUATE WY-RECORD-TYPE
                   WHEN 'S'
                       PERFORM 220-STORE-STATEMENT
                   WHEN 'T'
                       SET WS-YE-TRAILER-SEEN TO TRUE
                       IF WYT-STMT-COUNT NUMERIC
                           MOVE WYT-STMT-COUNT TO WS-YE-TRL-COUNT
                       ELSE
                           MOVE ZERO TO WS-YE-TRL-COUNT
                       END-IF
                       COMPUTE WS-YE-TRL-TOTAL =
                           FUNCTION NUMVAL(WYT-GRAND-TOTAL)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       220-STORE-STATEMENT.
           ADD 1 TO WS-YE-STMT-CT
           IF WS-PT-CT < 3000
               ADD 1 TO WS-PT-CT
               MOVE WY-AU-ID         TO PT-AU-ID(WS-PT-CT)
               MOVE WY-AU-LNAME      TO PT-LNAME(WS-PT-CT)
               MOVE SPACES           TO PT-FNAME(WS-PT-CT)
                                        PT-TIN(WS-PT-CT)
                                        PT-FORM(WS-PT-CT)
                                        PT-ACTION(WS-PT-CT)
               MOVE WY-COUNTRY(1:3)  TO PT-COUNTRY(WS-PT-CT)
               MOVE WY-STATE         TO PT-STATE(WS-PT-CT)
               COMPUTE PT-AMOUNT(WS-PT-CT) =
                   FUNCTION NUMVAL(WY-TOTAL)
               MOVE ZERO             TO PT-WITHHELD(WS-PT-CT)
               ADD PT-AMOUNT(WS-PT-CT) TO WS-YE-SUM-TOTAL
           ELSE
               DISPLAY 'Payee table full - run aborted'
               SET WS-RUN-FAILED TO TRUE
               SET WS-YE-EOF TO TRUE
           END-IF.

      *    what was actually withheld in the tax year, per author
      *    -- the same log WHTYEAR summarizes
       250-LOAD-WHTLOG.
           OPEN INPUT WHT-LOG-FILE
           IF WS-WHT-FILE-STATUS NOT = '00'
               DISPLAY 'No withholding log, status '
                       WS-WHT-FILE-STATUS
               SET WS-WHT-EOF TO TRUE
           END-IF
           PERFORM 260-LOAD-ONE-WHT-RECORD UNTIL WS-WHT-EOF
           IF WS-WHT-FILE-STATUS = '00' OR '10'
               CLOSE WHT-LOG-FILE
           END-IF.

       260-LOAD-ONE-WHT-RECORD.
           READ WHT-LOG-FILE
               AT END
                   SET WS-WHT-EOF TO TRUE
           END-READ
           IF NOT WS-WHT-EOF
               MOVE WHT-LOG-RECORD TO WS-WHT-LINE
               IF WL-PERIOD(1:4) = WS-TAX-YEAR
                  AND WL-WITHHELD NUMERIC
                   ADD WL-WITHHELD TO WS-WHT-LOG-TOTAL
                   MOVE 'N' TO WS-FOUND-SW
                   PERFORM VARYING WS-WT-SUB FROM 1 BY 1
                           UNTIL WS-WT-SUB > WS-WT-CT
                              OR WS-ENTRY-FOUND
                       IF WT-AU-ID(WS-WT-SUB) = WL-AU-ID
                           SET WS-ENTRY-FOUND TO TRUE
                           ADD WL-WITHHELD TO WT-WITHHELD(WS-WT-SUB)
                       END-IF
                   END-PERFORM
                   IF NOT WS-ENTRY-FOUND
                       IF WS-WT-CT < 3000
                           ADD 1 TO WS-WT-CT
                           MOVE WL-AU-ID    TO WT-AU-ID(WS-WT-CT)
                           MOVE WL-WITHHELD TO WT-WITHHELD(WS-WT-CT)
                           MOVE 'N'         TO WT-MATCHED(WS-WT-CT)
                       ELSE
                           DISPLAY 'Withholding table full - run '
                                   'aborted'
                           SET WS-RUN-FAILED TO TRUE
                           SET WS-WHT-EOF TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       270-LOAD-HISTORY.
           OPEN INPUT IRS-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = '00'
               SET WS-HIST-EOF TO TRUE
           END-IF
           PERFORM 280-LOAD-ONE-HIST-RECORD UNTIL WS-HIST-EOF
           IF WS-HIST-FILE-STATUS = '00' OR '10'
               CLOSE IRS-HIST-FILE
           END-IF.

       280-LOAD-ONE-HIST-RECORD.
           READ IRS-HIST-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               MOVE IRS-HIST-RECORD TO IRS-HIST-LINE
               IF IH-TAX-YEAR = WS-TAX-YEAR
                  AND IH-AMOUNT NUMERIC
                  AND IH-WITHHELD NUMERIC
                   MOVE IH-AU-ID TO WS-AU-ID
                   PERFORM 290-FIND-HISTORY
                   IF NOT WS-ENTRY-FOUND
                       IF WS-HT-CT < 3000
                           ADD 1 TO WS-HT-CT
                           MOVE WS-HT-CT TO WS-HT-SUB
                       ELSE
                           DISPLAY 'Filing history table full - '
                                   'run aborted'
                           SET WS-RUN-FAILED TO TRUE
                           SET WS-HIST-EOF TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-HIST-EOF OR WS-ENTRY-FOUND
                       MOVE IH-AU-ID    TO HT-AU-ID(WS-HT-SUB)
                       MOVE IH-FORM     TO HT-FORM(WS-HT-SUB)
                       MOVE IH-TIN      TO HT-TIN(WS-HT-SUB)
                       MOVE IH-AMOUNT   TO HT-AMOUNT(WS-HT-SUB)
                       MOVE IH-WITHHELD TO HT-WITHHELD(WS-HT-SUB)
                   END-IF
               END-IF
           END-IF.

      *    leaves WS-HT-SUB on the author's entry when found
       290-FIND-HISTORY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                   UNTIL WS-HT-SUB > WS-HT-CT
                      OR WS-ENTRY-FOUND
               IF HT-AU-ID(WS-HT-SUB) = WS-AU-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-HT-SUB
               END-IF
           END-PERFORM.

      *    the tax ID, name and country come off the live authors
      *    row; an author archived during the year files under the
      *    extract's name with no TIN, which the control report
      *    flags for the desk
       300-CLASSIFY-PAYEE.
           MOVE PT-AU-ID(WS-PT-SUB) TO WS-AU-ID
           EXEC SQL
               SELECT AU_LNAME, AU_FNAME, COUNTRY, STATE, AU_TAX_ID
                  INTO :WS-AU-LNAME, :WS-AU-FNAME, :WS-COUNTRY,
                       :WS-STATE, :WS-TAX-ID:WS-TAX-ID-IND
                  FROM authors
                  WHERE AU_ID = :WS-AU-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE WS-AU-LNAME TO PT-LNAME(WS-PT-SUB)
                   MOVE WS-AU-FNAME TO PT-FNAME(WS-PT-SUB)
                   MOVE WS-COUNTRY(1:3) TO PT-COUNTRY(WS-PT-SUB)
                   MOVE WS-STATE    TO PT-STATE(WS-PT-SUB)
                   IF WS-TAX-ID-IND < 0
                       MOVE SPACES TO WS-TAX-ID
                   END-IF
                   PERFORM 320-NORMALIZE-TIN
                   MOVE WS-TIN-DIGITS TO PT-TIN(WS-PT-SUB)
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 900-CHECK-SQLCODE
                   DISPLAY 'Author lookup failed for ' WS-AU-ID
           END-EVALUATE

           IF PT-COUNTRY(WS-PT-SUB) = WS-HOME-COUNTRY
              OR PT-COUNTRY(WS-PT-SUB) = SPACES
               MOVE 'M' TO PT-FORM(WS-PT-SUB)
           ELSE
               MOVE 'S' TO PT-FORM(WS-PT-SUB)
           END-IF

           PERFORM VARYING WS-WT-SUB FROM 1 BY 1
                   UNTIL WS-WT-SUB > WS-WT-CT
               IF WT-AU-ID(WS-WT-SUB) = WS-AU-ID
                   MOVE WT-WITHHELD(WS-WT-SUB)
                       TO PT-WITHHELD(WS-PT-SUB)
                   MOVE 'Y' TO WT-MATCHED(WS-WT-SUB)
               END-IF
           END-PERFORM

           PERFORM 350-DECIDE-ACTION.

      *    the TIN as nine digits, whether keyed plain or dashed
       320-NORMALIZE-TIN.
           MOVE SPACES TO WS-TIN-DIGITS
           MOVE ZERO TO WS-TIN-LEN
           PERFORM VARYING WS-TIN-SUB FROM 1 BY 1
                   UNTIL WS-TIN-SUB > 11
               IF WS-TAX-ID(WS-TIN-SUB:1) NUMERIC
                  AND WS-TIN-LEN < 9
                   ADD 1 TO WS-TIN-LEN
                   MOVE WS-TAX-ID(WS-TIN-SUB:1)
                       TO WS-TIN-DIGITS(WS-TIN-LEN:1)
               END-IF
           END-PERFORM
           IF WS-TIN-LEN NOT = 9
               MOVE SPACES TO WS-TIN-DIGITS
           END-IF.

       350-DECIDE-ACTION.
           MOVE PT-AU-ID(WS-PT-SUB) TO WS-AU-ID
           PERFORM 290-FIND-HISTORY
           EVALUATE TRUE
               WHEN PT-WITHHELD(WS-PT-SUB) = ZERO
                AND (PT-AMOUNT(WS-PT-SUB) NOT > ZERO
                     OR (PT-FORM(WS-PT-SUB) = 'M'
                         AND PT-AMOUNT(WS-PT-SUB) < WS-MISC-MINIMUM))
                AND NOT WS-ENTRY-FOUND
                   MOVE 'B' TO PT-ACTION(WS-PT-SUB)
               WHEN WS-MODE-ORIGINAL AND WS-ENTRY-FOUND
                   MOVE 'U' TO PT-ACTION(WS-PT-SUB)
               WHEN WS-MODE-ORIGINAL
                   MOVE 'F' TO PT-ACTION(WS-PT-SUB)
               WHEN NOT WS-ENTRY-FOUND
                   MOVE 'N' TO PT-ACTION(WS-PT-SUB)
               WHEN HT-FORM(WS-HT-SUB) NOT = PT-FORM(WS-PT-SUB)
                   MOVE 'X' TO PT-ACTION(WS-PT-SUB)
               WHEN HT-AMOUNT(WS-HT-SUB) = PT-AMOUNT(WS-PT-SUB)
                AND HT-WITHHELD(WS-HT-SUB) = PT-WITHHELD(WS-PT-SUB)
                AND HT-TIN(WS-HT-SUB) = PT-TIN(WS-PT-SUB)
                   MOVE 'U' TO PT-ACTION(WS-PT-SUB)
               WHEN OTHER
                   MOVE 'F' TO PT-ACTION(WS-PT-SUB)
           END-EVALUATE.

       500-WRITE-EFILE.
           OPEN OUTPUT IRS-EFILE-FILE

           MOVE WS-TAX-YEAR      TO EFT-TAX-YEAR
           MOVE WS-TCC           TO EFT-TCC
           MOVE WS-PAYER-TIN     TO EFT-PAYER-TIN
           MOVE WS-PAYER-NAME    TO EFT-PAYER-NAME
           MOVE WS-FILING-MODE   TO EFT-FILING
           MOVE WS-BUSINESS-DATE TO EFT-CREATE-DATE
           MOVE EF-TRANSMIT-LINE TO IRS-EFILE-RECORD
           WRITE IRS-EFILE-RECORD

           INITIALIZE WS-CONTROL-TOTALS
           MOVE 1   TO WS-FORM-SUB
           MOVE 'M' TO WS-FORM-CODE
           PERFORM 520-WRITE-PAYER-GROUP
           MOVE 2   TO WS-FORM-SUB
           MOVE 'S' TO WS-FORM-CODE
           PERFORM 520-WRITE-PAYER-GROUP

           MOVE WS-PAYER-CT     TO EFF-PAYER-COUNT
           MOVE WS-PAYEE-REC-CT TO EFF-PAYEE-COUNT
           MOVE EF-END-LINE TO IRS-EFILE-RECORD
           WRITE IRS-EFILE-RECORD

           CLOSE IRS-EFILE-FILE.

      *    a payer group is written only when the form has a payee
      *    to file
       520-WRITE-PAYER-GROUP.
           MOVE ZERO TO WS-GROUP-CT WS-GROUP-AMT WS-GROUP-WHT
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-CT
               IF PT-FORM(WS-PT-SUB) = WS-FORM-CODE
                  AND PT-ACTION(WS-PT-SUB) = 'F'
                   IF WS-GROUP-CT = ZERO
                       PERFORM 530-WRITE-PAYER-RECORD
                   END-IF
                   PERFORM 540-WRITE-PAYEE-RECORD
               END-IF
           END-PERFORM

           IF WS-GROUP-CT > ZERO
               MOVE WS-GROUP-CT  TO EFC-PAYEE-COUNT
               MOVE WS-GROUP-AMT TO EFC-AMOUNT
               MOVE WS-GROUP-WHT TO EFC-WITHHELD
               MOVE EF-END-PAYER-LINE TO IRS-EFILE-RECORD
               WRITE IRS-EFILE-RECORD
               MOVE WS-GROUP-CT  TO WS-FILED-CT(WS-FORM-SUB)
               MOVE WS-GROUP-AMT TO WS-FILED-AMT(WS-FORM-SUB)
               MOVE WS-GROUP-WHT TO WS-FILED-WHT(WS-FORM-SUB)
           END-IF.

       530-WRITE-PAYER-RECORD.
           ADD 1 TO WS-PAYER-CT
           MOVE WS-TAX-YEAR   TO EFA-TAX-YEAR
           MOVE WS-PAYER-TIN  TO EFA-PAYER-TIN
           MOVE WS-PAYER-NAME TO EFA-PAYER-NAME
           IF WS-FORM-CODE = 'M'
               MOVE 'MISC ' TO EFA-RETURN-TYPE
           ELSE
               MOVE '1042S' TO EFA-RETURN-TYPE
           END-IF
           IF WS-MODE-CORRECTED
               MOVE 'G' TO EFA-CORRECTED
           ELSE
               MOVE SPACE TO EFA-CORRECTED
           END-IF
           MOVE EF-PAYER-LINE TO IRS-EFILE-RECORD
           WRITE IRS-EFILE-RECORD.

      *    the name control is the first four of the surname, the
      *    way the IRS matches a TIN to its holder
       540-WRITE-PAYEE-RECORD.
           MOVE WS-TAX-YEAR           TO EFB-TAX-YEAR
           MOVE EFA-CORRECTED         TO EFB-CORRECTED
           MOVE PT-LNAME(WS-PT-SUB)(1:4) TO EFB-NAME-CONTROL
           INSPECT EFB-NAME-CONTROL CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE PT-TIN(WS-PT-SUB)     TO EFB-TIN
           MOVE PT-AU-ID(WS-PT-SUB)   TO EFB-ACCOUNT
           MOVE SPACES TO EFB-PAYEE-NAME
           IF PT-FNAME(WS-PT-SUB) = SPACES
               MOVE PT-LNAME(WS-PT-SUB) TO EFB-PAYEE-NAME
           ELSE
               STRING PT-FNAME(WS-PT-SUB) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      PT-LNAME(WS-PT-SUB) DELIMITED BY '  '
                   INTO EFB-PAYEE-NAME
           END-IF
           MOVE PT-COUNTRY(WS-PT-SUB) TO EFB-COUNTRY
           MOVE PT-STATE(WS-PT-SUB)   TO EFB-STATE
           MOVE ZERO TO EFB-TAX-RATE
           IF WS-FORM-CODE = 'S'
               MOVE '12' TO EFB-INCOME-CODE
               IF PT-AMOUNT(WS-PT-SUB) > ZERO
                   COMPUTE WS-RATE-WORK ROUNDED =
                       PT-WITHHELD(WS-PT-SUB) * 100
                           / PT-AMOUNT(WS-PT-SUB)
                   MOVE WS-RATE-WORK TO EFB-TAX-RATE
               END-IF
           ELSE
               MOVE SPACES TO EFB-INCOME-CODE
           END-IF
           IF PT-AMOUNT(WS-PT-SUB) > ZERO
               MOVE PT-AMOUNT(WS-PT-SUB) TO EFB-AMOUNT
           ELSE
               MOVE ZERO TO EFB-AMOUNT
           END-IF
           MOVE PT-WITHHELD(WS-PT-SUB) TO EFB-WITHHELD
           MOVE EF-PAYEE-LINE TO IRS-EFILE-RECORD
           WRITE IRS-EFILE-RECORD

           ADD 1 TO WS-GROUP-CT WS-PAYEE-REC-CT
           ADD PT-AMOUNT(WS-PT-SUB)   TO WS-GROUP-AMT
           ADD PT-WITHHELD(WS-PT-SUB) TO WS-GROUP-WHT.

      *    what was filed is what the next corrected run compares
      *    against
       600-RECORD-HISTORY.
           OPEN EXTEND IRS-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = '00'
              AND WS-HIST-FILE-STATUS NOT = '05'
               DISPLAY 'Filing history open failed, status '
                       WS-HIST-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                       UNTIL WS-PT-SUB > WS-PT-CT
                   IF PT-ACTION(WS-PT-SUB) = 'F'
                       MOVE SPACES TO IRS-HIST-LINE
                       MOVE WS-TAX-YEAR           TO IH-TAX-YEAR
                       MOVE PT-FORM(WS-PT-SUB)    TO IH-FORM
                       MOVE PT-AU-ID(WS-PT-SUB)   TO IH-AU-ID
                       MOVE PT-TIN(WS-PT-SUB)     TO IH-TIN
                       MOVE PT-AMOUNT(WS-PT-SUB)  TO IH-AMOUNT
                       MOVE PT-WITHHELD(WS-PT-SUB) TO IH-WITHHELD
                       MOVE WS-FILING-MODE        TO IH-FILING
                       MOVE WS-BUSINESS-DATE      TO IH-FILE-DATE
                       MOVE IRS-HIST-LINE TO IRS-HIST-RECORD
                       WRITE IRS-HIST-RECORD
                   END-IF
               END-PERFORM
               CLOSE IRS-HIST-FILE
           END-IF.

      *    every YEAREND dollar lands in exactly one bucket, and
      *    the buckets must add back to the extract's trailer
       700-CONTROL-REPORT.
           MOVE 'IRSCTL.DAT' TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING 'IRS INFORMATION RETURN CONTROL TOTALS - TAX YEAR '
                  WS-TAX-YEAR
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADS
           STRING 'CATEGORY                           COUNT'
                  '              AMOUNT            WITHHELD'
               DELIMITED BY SIZE INTO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING IRS-CTL-RPT
           END-CALL

           PERFORM 720-BUCKET-ONE-PAYEE
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-CT

           PERFORM VARYING WS-WT-SUB FROM 1 BY 1
                   UNTIL WS-WT-SUB > WS-WT-CT
               IF WT-MATCHED(WS-WT-SUB) = 'N'
                   ADD 1 TO WS-WHT-ORPHAN-CT WS-EXCEPTION-CT
                   ADD WT-WITHHELD(WS-WT-SUB) TO WS-WHT-ORPHAN-AMT
                   MOVE SPACES TO CTL-EXCEPTION-LINE
                   MOVE 'WHT NO STMT' TO CX-VERDICT
                   MOVE WT-AU-ID(WS-WT-SUB) TO CX-AU-ID
                   MOVE ZERO TO CX-AMOUNT
                   MOVE WT-WITHHELD(WS-WT-SUB) TO CX-WITHHELD
                   PERFORM 790-WRITE-EXCEPTION
               END-IF
           END-PERFORM

           MOVE 'YEAREND EXTRACT (TRAILER)' TO CD-LABEL
           MOVE WS-YE-TRL-COUNT  TO CD-COUNT
           MOVE WS-YE-TRL-TOTAL  TO CD-AMOUNT
           MOVE WS-WHT-LOG-TOTAL TO CD-WITHHELD
           PERFORM 780-WRITE-CONTROL-LINE

           MOVE '1099-MISC FILED' TO CD-LABEL
           MOVE WS-FILED-CT(1)  TO CD-COUNT
           MOVE WS-FILED-AMT(1) TO CD-AMOUNT
           MOVE WS-FILED-WHT(1) TO CD-WITHHELD
           PERFORM 780-WRITE-CONTROL-LINE

           MOVE '1042-S FILED' TO CD-LABEL
           MOVE WS-FILED-CT(2)  TO CD-COUNT
           MOVE WS-FILED-AMT(2) TO CD-AMOUNT
           MOVE WS-FILED-WHT(2) TO CD-WITHHELD
           PERFORM 780-WRITE-CONTROL-LINE

           MOVE 'FILED BEFORE, UNCHANGED' TO CD-LABEL
           MOVE WS-UNCHANGED-CT  TO CD-COUNT
           MOVE WS-UNCHANGED-AMT TO CD-AMOUNT
           MOVE ZERO TO CD-WITHHELD
           PERFORM 780-WRITE-CONTROL-LINE

           MOVE 'BELOW REPORTING FLOOR' TO CD-LABEL
           MOVE WS-BELOW-CT  TO CD-COUNT
           MOVE WS-BELOW-AMT TO CD-AMOUNT
           MOVE ZERO TO CD-WITHHELD
           PERFORM 780-WRITE-CONTROL-LINE

           MOVE 'HELD OUT FOR THE TAX DESK' TO CD-LABEL
           MOVE WS-HELDOUT-CT  TO CD-COUNT
           MOVE WS-HELDOUT-AMT TO CD-AMOUNT
           MOVE ZERO TO CD-WITHHELD
           PERFORM 780-WRITE-CONTROL-LINE

           MOVE 'WITHHOLDING WITH NO STATEMENT' TO CD-LABEL
           MOVE WS-WHT-ORPHAN-CT  TO CD-COUNT
           MOVE ZERO TO CD-AMOUNT
           MOVE WS-WHT-ORPHAN-AMT TO CD-WITHHELD
           PERFORM 780-WRITE-CONTROL-LINE

           COMPUTE WS-ACCOUNTED-AMT =
               WS-FILED-AMT(1) + WS-FILED-AMT(2)
             + WS-UNCHANGED-AMT + WS-BELOW-AMT + WS-HELDOUT-AMT
           COMPUTE WS-DIFFERENCE = WS-YE-TRL-TOTAL - WS-ACCOUNTED-AMT
           MOVE 'DIFFERENCE TO YEAREND' TO CD-LABEL
           MOVE ZERO TO CD-COUNT
           MOVE WS-DIFFERENCE TO CD-AMOUNT
           MOVE ZERO TO CD-WITHHELD
           PERFORM 780-WRITE-CONTROL-LINE

           MOVE 'PAYEES FILED WITH NO VALID TIN' TO CD-LABEL
           MOVE WS-NO-TIN-CT TO CD-COUNT
           MOVE ZERO TO CD-AMOUNT CD-WITHHELD
           PERFORM 780-WRITE-CONTROL-LINE

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING IRS-CTL-RPT
           END-CALL

           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY 'IRS filing does not tie to YEAREND - '
                       'see IRSCTL.DAT'
           END-IF.

       720-BUCKET-ONE-PAYEE.
           MOVE SPACES TO CTL-EXCEPTION-LINE
           EVALUATE PT-ACTION(WS-PT-SUB)
               WHEN 'F'
                   IF PT-TIN(WS-PT-SUB) = SPACES
                       ADD 1 TO WS-NO-TIN-CT WS-EXCEPTION-CT
                       MOVE 'FILED NO TIN' TO CX-VERDICT
                       PERFORM 770-FILL-EXCEPTION
                   END-IF
               WHEN 'U'
                   ADD 1 TO WS-UNCHANGED-CT
                   ADD PT-AMOUNT(WS-PT-SUB) TO WS-UNCHANGED-AMT
               WHEN 'B'
                   ADD 1 TO WS-BELOW-CT
                   ADD PT-AMOUNT(WS-PT-SUB) TO WS-BELOW-AMT
               WHEN 'N'
                   ADD 1 TO WS-HELDOUT-CT WS-EXCEPTION-CT
                   ADD PT-AMOUNT(WS-PT-SUB) TO WS-HELDOUT-AMT
                   MOVE 'NO ORIGINAL' TO CX-VERDICT
                   PERFORM 770-FILL-EXCEPTION
               WHEN 'X'
                   ADD 1 TO WS-HELDOUT-CT WS-EXCEPTION-CT
                   ADD PT-AMOUNT(WS-PT-SUB) TO WS-HELDOUT-AMT
                   MOVE 'FORM CHANGED' TO CX-VERDICT
                   PERFORM 770-FILL-EXCEPTION
           END-EVALUATE.

       770-FILL-EXCEPTION.
           MOVE PT-AU-ID(WS-PT-SUB) TO CX-AU-ID
           MOVE PT-LNAME(WS-PT-SUB) TO CX-NAME
           IF PT-FORM(WS-PT-SUB) = 'M'
               MOVE 'MISC' TO CX-FORM
           ELSE
               MOVE '1042S' TO CX-FORM
           END-IF
           MOVE PT-AMOUNT(WS-PT-SUB)   TO CX-AMOUNT
           MOVE PT-WITHHELD(WS-PT-SUB) TO CX-WITHHELD
           PERFORM 790-WRITE-EXCEPTION.

       780-WRITE-CONTROL-LINE.
           MOVE CTL-DETAIL-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING IRS-CTL-RPT
           END-CALL.

       790-WRITE-EXCEPTION.
           MOVE CTL-EXCEPTION-LINE TO RPT-DETAIL-LINE
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING IRS-CTL-RPT
           END-CALL.

      *    latches the run-failed switch so a transient success later
      *    in the job can't paper over an earlier bad SQLCODE
       900-CHECK-SQLCODE.
           IF SQLCODE < 0
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       END PROGRAM IRSFILE.
