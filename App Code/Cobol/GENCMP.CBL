       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCMP.
       AUTHOR. MR. HU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-CARD-FILE ASSIGN TO "GENCMPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT GEN-CATALOG-FILE ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT BEFORE-GEN-FILE ASSIGN TO WS-BEFORE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BGEN-FILE-STATUS.
           SELECT AFTER-GEN-FILE ASSIGN TO WS-AFTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGEN-FILE-STATUS.
           SELECT BEFORE-WORK-FILE ASSIGN TO "GCMPBEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-KEY
               FILE STATUS IS WS-BWK-FILE-STATUS.
           SELECT AFTER-WORK-FILE ASSIGN TO "GCMPAFT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    one card per comparison: the feed as GENCAT.DAT names it,
      *    then the before and after generation numbers.  A blank
      *    after is the feed's newest generation and a blank before
      *    the newest one older than the after; the same number
      *    twice takes the newest two of that number, which is how
      *    two of YRCLOSE's year-end generation 00s are compared.
       FD  CMP-CARD-FILE.
       01  CMP-CARD-RECORD.
           05 CC-FEED-NAME          PIC X(8).
           05 FILLER                PIC X.
           05 CC-BEFORE-GEN         PIC X(2).
           05 FILLER                PIC X.
           05 CC-AFTER-GEN          PIC X(2).

       FD  GEN-CATALOG-FILE.
       01  GEN-CATALOG-RECORD.
           05 CAT-FEED-NAME         PIC X(8).
           05 FILLER                PIC X.
           05 CAT-GEN-NUM           PIC 9(2).
           05 FILLER                PIC X.
           05 CAT-BUSINESS-DATE     PIC X(8).
           05 FILLER                PIC X.
           05 CAT-FILE-NAME         PIC X(12).
           05 FILLER                PIC X.
           05 CAT-CREATED-DATE      PIC X(8).

       FD  BEFORE-GEN-FILE.
       01  BEFORE-GEN-RECORD        PIC X(200).

       FD  AFTER-GEN-FILE.
       01  AFTER-GEN-RECORD         PIC X(200).

      *    each generation keyed by record type, business key and
      *    the record's occurrence under that key, so a key that
      *    repeats in a file is matched first to first, second to
      *    second
       FD  BEFORE-WORK-FILE.
       01  BEFORE-WORK-RECORD.
           05  BW-KEY.
               10  BW-TYPE             PIC X.
               10  BW-BIZ-KEY          PIC X(40).
               10  BW-OCC              PIC 9(4).
           05  BW-DATA                 PIC X(200).

       FD  AFTER-WORK-FILE.
       01  AFTER-WORK-RECORD.
           05  AW-KEY.
               10  AW-TYPE             PIC X.
               10  AW-BIZ-KEY          PIC X(40).
               10  AW-OCC              PIC 9(4).
           05  AW-DATA                 PIC X(200).

       WORKING-STORAGE SECTION.

           COPY MYRFPARM.
           COPY BDTPARM.
           COPY RUNPPARM.

      *    parallel-run comparator for the cycle's keyed outputs --
      *    signing off a program change used to mean eyeballing
      *    yesterday's ROYPAY.DAT against today's.  Two generations
      *    of a feed are taken off GENCAT.DAT, every record is
      *    matched to its counterpart on its business key, and the
      *    report lists the records added, the records dropped and
      *    every field that differs with its before and after
      *    values.  Amounts are compared as figures against the
      *    feed's run-control tolerance, so a rounding change can
      *    be signed off without a page of penny differences.  A
      *    summary closes the report with each file's verdict;
      *    any file with differences, or that could not be
      *    compared, ends the step RC=4.
       01 WS-RUN-STATUS-SW      PIC X VALUE 'N'.
           88 WS-RUN-FAILED         VALUE 'Y'.
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-CARD-FILE-STATUS   PIC XX.
       01 WS-CARD-EOF-SW        PIC X VALUE 'N'.
           88 WS-CARD-EOF           VALUE 'Y'.
       01 WS-CAT-FILE-STATUS    PIC XX.
       01 WS-CAT-EOF-SW         PIC X VALUE 'N'.
           88 WS-CAT-EOF            VALUE 'Y'.
       01 WS-BEFORE-FILE-NAME   PIC X(12).
       01 WS-AFTER-FILE-NAME    PIC X(12).
       01 WS-BGEN-FILE-STATUS   PIC XX.
       01 WS-AGEN-FILE-STATUS   PIC XX.
       01 WS-GEN-EOF-SW         PIC X.
           88 WS-GEN-EOF            VALUE 'Y'.
       01 WS-BWK-FILE-STATUS    PIC XX.
       01 WS-AWK-FILE-STATUS    PIC XX.
       01 WS-WORK-EOF-SW        PIC X.
           88 WS-WORK-EOF           VALUE 'Y'.
       01 WS-WORK-OPEN-SW       PIC X.
           88 WS-WORK-OPEN          VALUE 'Y'.
       01 WS-WRITTEN-SW         PIC X.
           88 WS-WRITTEN            VALUE 'Y'.
       01 WS-MATCH-SW           PIC X.
           88 WS-MATCHED            VALUE 'Y'.

      *    the keyed outputs this step knows the layout of, each
      *    with the run-control card holding its amount tolerance
      *    in cents -- none carded is an exact match.  AUTHCRM
      *    carries no amounts, so it has no card.
       01 CMP-FEED-INIT.
           05 FILLER PIC X(8)  VALUE 'ROYPAY'.
           05 FILLER PIC X(12) VALUE 'ROYPAY-TOL'.
           05 FILLER PIC X(8)  VALUE 'PAYEXTR'.
           05 FILLER PIC X(12) VALUE 'PAYEXTR-TOL'.
           05 FILLER PIC X(8)  VALUE 'AUTHCRM'.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'YEAREND'.
           05 FILLER PIC X(12) VALUE 'YEAREND-TOL'.
       01 CMP-FEED-TABLE REDEFINES CMP-FEED-INIT.
           05 CFD-ENTRY OCCURS 4 TIMES.
               10 CFD-FEED             PIC X(8).
               10 CFD-TOL-KEYWORD      PIC X(12).
       01 CFD-ENTRY-CT          PIC 9(2) COMP VALUE 4.
       01 CFD-SUB               PIC 9(2) COMP.
       01 WS-FEED-TOL-TABLE.
           05 WS-FEED-TOL OCCURS 4 TIMES
                                PIC 9(5)V99.
       01 WS-TOL-X              PIC X(7).
       01 WS-TOL-9 REDEFINES WS-TOL-X
                                PIC 9(5)V99.
       01 WS-CUR-TOL            PIC 9(5)V99.

      *    record layouts, one entry per field: feed, record type,
      *    field name, then start, length and kind -- K a business
      *    key segment, A an amount, F any other field.  A record's
      *    type is its first byte when the second is blank; the
      *    AUTHCRM detail opens on the AU_ID itself and is typed *.
      *    Record types with no entries -- the file headers, whose
      *    business date and cycle number differ between any two
      *    runs by design -- are counted but not compared, and so
      *    are the payment numbers ROYCALC draws, which no two runs
      *    share.  A trailer is keyed on its type alone.
       01 CMP-LAYOUT-INIT.
           05 FILLER PIC X(21) VALUE 'ROYPAY  DAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  DTITLE-ID'.
           05 FILLER PIC X(6)  VALUE '01505K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  DTITLE-NAME'.
           05 FILLER PIC X(6)  VALUE '02140F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  DROYALTY-PCT'.
           05 FILLER PIC X(6)  VALUE '06203F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  DPRICE'.
           05 FILLER PIC X(6)  VALUE '06610A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  DUNITS'.
           05 FILLER PIC X(6)  VALUE '07707F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  DSALES-AMT'.
           05 FILLER PIC X(6)  VALUE '08514A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  DEARNED'.
           05 FILLER PIC X(6)  VALUE '10014A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  DPAY-ENTITY'.
           05 FILLER PIC X(6)  VALUE '11504F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  SAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  SLAST-NAME'.
           05 FILLER PIC X(6)  VALUE '01540F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  SFIRST-NAME'.
           05 FILLER PIC X(6)  VALUE '05620F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  SAUTHOR-TOTAL'.
           05 FILLER PIC X(6)  VALUE '07714A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  SPAY-TAG'.
           05 FILLER PIC X(6)  VALUE '09204F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  AAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  ATITLE-ID'.
           05 FILLER PIC X(6)  VALUE '01505K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  ARECOUPED'.
           05 FILLER PIC X(6)  VALUE '02114A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  ANET'.
           05 FILLER PIC X(6)  VALUE '03614A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  JAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  JTITLE-ID'.
           05 FILLER PIC X(6)  VALUE '01505K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  JADJ-TYPE'.
           05 FILLER PIC X(6)  VALUE '02101K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  JREASON'.
           05 FILLER PIC X(6)  VALUE '03804K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  JAMOUNT'.
           05 FILLER PIC X(6)  VALUE '02314A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  IAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  ITITLE-ID'.
           05 FILLER PIC X(6)  VALUE '01505K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  IRIGHTS-TYPE'.
           05 FILLER PIC X(6)  VALUE '02102K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  IPERCENT'.
           05 FILLER PIC X(6)  VALUE '02403F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  IGROSS'.
           05 FILLER PIC X(6)  VALUE '02814A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  ISHARE'.
           05 FILLER PIC X(6)  VALUE '04314A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  ILICENSEE'.
           05 FILLER PIC X(6)  VALUE '05830F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  LAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  LUSD'.
           05 FILLER PIC X(6)  VALUE '01514A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  LLOCAL'.
           05 FILLER PIC X(6)  VALUE '03014A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  LCURRENCY'.
           05 FILLER PIC X(6)  VALUE '04503F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  LRATE'.
           05 FILLER PIC X(6)  VALUE '04910F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  RAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  RRESERVED'.
           05 FILLER PIC X(6)  VALUE '01514A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  UAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  URETURNS'.
           05 FILLER PIC X(6)  VALUE '01514A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  UUSED'.
           05 FILLER PIC X(6)  VALUE '03014A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  EAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  ERELEASED'.
           05 FILLER PIC X(6)  VALUE '01514A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  WAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  WGROSS'.
           05 FILLER PIC X(6)  VALUE '01514A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  WRATE'.
           05 FILLER PIC X(6)  VALUE '03006F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  WWITHHELD'.
           05 FILLER PIC X(6)  VALUE '03714A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  WNET'.
           05 FILLER PIC X(6)  VALUE '05214A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  GAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  GORDER-ID'.
           05 FILLER PIC X(6)  VALUE '01512K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  GAGENCY-ID'.
           05 FILLER PIC X(6)  VALUE '02811F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  GAMOUNT'.
           05 FILLER PIC X(6)  VALUE '04014A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  PAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  PPAY-ENTITY'.
           05 FILLER PIC X(6)  VALUE '01504K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  PAMOUNT'.
           05 FILLER PIC X(6)  VALUE '02014A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  TRECORD-TYPE'.
           05 FILLER PIC X(6)  VALUE '00101K'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  TDETAIL-CT'.
           05 FILLER PIC X(6)  VALUE '00309F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  TSUMMARY-CT'.
           05 FILLER PIC X(6)  VALUE '01309F'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  TGRAND-TOTAL'.
           05 FILLER PIC X(6)  VALUE '02317A'.
           05 FILLER PIC X(21) VALUE 'ROYPAY  TPERIOD'.
           05 FILLER PIC X(6)  VALUE '04706F'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR DAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR DLAST-NAME'.
           05 FILLER PIC X(6)  VALUE '01540F'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR DFIRST-NAME'.
           05 FILLER PIC X(6)  VALUE '05620F'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR DTOTAL-COMP'.
           05 FILLER PIC X(6)  VALUE '07714A'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR DCURRENCY'.
           05 FILLER PIC X(6)  VALUE '09203F'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR DRATE'.
           05 FILLER PIC X(6)  VALUE '09610F'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR DUSD-COMP'.
           05 FILLER PIC X(6)  VALUE '10714A'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR AAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR AEFF-DATE'.
           05 FILLER PIC X(6)  VALUE '01508K'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR APERIODS'.
           05 FILLER PIC X(6)  VALUE '02403F'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR ADIFF'.
           05 FILLER PIC X(6)  VALUE '02811A'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR ATOTAL'.
           05 FILLER PIC X(6)  VALUE '04013A'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR TRECORD-TYPE'.
           05 FILLER PIC X(6)  VALUE '00101K'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR TROW-COUNT'.
           05 FILLER PIC X(6)  VALUE '00305F'.
           05 FILLER PIC X(21) VALUE 'PAYEXTR THASH-TOTAL'.
           05 FILLER PIC X(6)  VALUE '00917A'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM *AU-ID'.
           05 FILLER PIC X(6)  VALUE '00111K'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM *LAST-NAME'.
           05 FILLER PIC X(6)  VALUE '01240F'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM *FIRST-NAME'.
           05 FILLER PIC X(6)  VALUE '05220F'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM *PHONE'.
           05 FILLER PIC X(6)  VALUE '07212F'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM *ADDRESS'.
           05 FILLER PIC X(6)  VALUE '08440F'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM *CITY'.
           05 FILLER PIC X(6)  VALUE '12420F'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM *STATE'.
           05 FILLER PIC X(6)  VALUE '14402F'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM *COUNTRY'.
           05 FILLER PIC X(6)  VALUE '14630F'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM *POSTAL-CODE'.
           05 FILLER PIC X(6)  VALUE '17610F'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM *TAX-ID'.
           05 FILLER PIC X(6)  VALUE '18611F'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM *HOUSEHOLD'.
           05 FILLER PIC X(6)  VALUE '19706F'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM *HH-RECIPIENT'.
           05 FILLER PIC X(6)  VALUE '20401F'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM TRECORD-TYPE'.
           05 FILLER PIC X(6)  VALUE '00101K'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM TRECORD-CT'.
           05 FILLER PIC X(6)  VALUE '00307F'.
           05 FILLER PIC X(21) VALUE 'AUTHCRM TKEY-HASH'.
           05 FILLER PIC X(6)  VALUE '01115F'.
           05 FILLER PIC X(21) VALUE 'YEAREND SAU-ID'.
           05 FILLER PIC X(6)  VALUE '00311K'.
           05 FILLER PIC X(21) VALUE 'YEAREND SLAST-NAME'.
           05 FILLER PIC X(6)  VALUE '01530F'.
           05 FILLER PIC X(21) VALUE 'YEAREND SSTATE'.
           05 FILLER PIC X(6)  VALUE '04602F'.
           05 FILLER PIC X(21) VALUE 'YEAREND SCOUNTRY'.
           05 FILLER PIC X(6)  VALUE '04920F'.
           05 FILLER PIC X(21) VALUE 'YEAREND SPAYRATE'.
           05 FILLER PIC X(6)  VALUE '07011A'.
           05 FILLER PIC X(21) VALUE 'YEAREND SCOMMISSION'.
           05 FILLER PIC X(6)  VALUE '08205F'.
           05 FILLER PIC X(21) VALUE 'YEAREND SROYALTIES'.
           05 FILLER PIC X(6)  VALUE '08815A'.
           05 FILLER PIC X(21) VALUE 'YEAREND STOTAL'.
           05 FILLER PIC X(6)  VALUE '10415A'.
           05 FILLER PIC X(21) VALUE 'YEAREND SNOTE'.
           05 FILLER PIC X(6)  VALUE '12008F'.
           05 FILLER PIC X(21) VALUE 'YEAREND JSTATE'.
           05 FILLER PIC X(6)  VALUE '00302K'.
           05 FILLER PIC X(21) VALUE 'YEAREND JCOUNTRY'.
           05 FILLER PIC X(6)  VALUE '00630K'.
           05 FILLER PIC X(21) VALUE 'YEAREND JAUTHOR-CT'.
           05 FILLER PIC X(6)  VALUE '03707F'.
           05 FILLER PIC X(21) VALUE 'YEAREND JTOTAL'.
           05 FILLER PIC X(6)  VALUE '04517A'.
           05 FILLER PIC X(21) VALUE 'YEAREND TRECORD-TYPE'.
           05 FILLER PIC X(6)  VALUE '00101K'.
           05 FILLER PIC X(21) VALUE 'YEAREND TTAX-YEAR'.
           05 FILLER PIC X(6)  VALUE '00304F'.
           05 FILLER PIC X(21) VALUE 'YEAREND TSTMT-CT'.
           05 FILLER PIC X(6)  VALUE '00807F'.
           05 FILLER PIC X(21) VALUE 'YEAREND TGRAND-TOTAL'.
           05 FILLER PIC X(6)  VALUE '01617A'.
       01 CMP-LAYOUT-TABLE REDEFINES CMP-LAYOUT-INIT.
           05 CL-ENTRY OCCURS 106 TIMES.
               10 CL-FEED              PIC X(8).
               10 CL-TYPE              PIC X.
               10 CL-NAME              PIC X(12).
               10 CL-START             PIC 9(3).
               10 CL-LEN               PIC 9(2).
               10 CL-KIND              PIC X.
                   88 CL-KEY               VALUE 'K'.
                   88 CL-AMOUNT            VALUE 'A'.
       01 CL-ENTRY-CT           PIC 9(3) COMP VALUE 106.
       01 CL-SUB                PIC 9(3) COMP.

       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 400 TIMES.
               10 WS-TAB-FEED          PIC X(8).
               10 WS-TAB-GEN           PIC 9(2).
               10 WS-TAB-BUSDATE       PIC X(8).
               10 WS-TAB-FILENAME      PIC X(12).
               10 WS-TAB-CREATED       PIC X(8).
       01 WS-CAT-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-CAT-SUB            PIC 9(4) COMP.

      *    generations are ordered the way GENARCH sweeps them, by
      *    created date then generation number
       01 WS-CMP-FEED           PIC X(8).
       01 WS-REQ-BEFORE         PIC X(2).
       01 WS-REQ-AFTER          PIC X(2).
       01 WS-REQ-GEN            PIC X(2).
       01 WS-GEN-X              PIC X(2).
       01 WS-ENTRY-KEY          PIC X(10).
       01 WS-LIMIT-KEY          PIC X(10).
       01 WS-FOUND-KEY          PIC X(10).
       01 WS-FOUND-SUB          PIC 9(4) COMP.
       01 WS-BEFORE-SUB         PIC 9(4) COMP.
       01 WS-AFTER-SUB          PIC 9(4) COMP.
       01 WS-CMP-OK-SW          PIC X.
           88 WS-CMP-OK             VALUE 'Y'.

      *    one record's type and business key as they are built
       01 WS-REC                PIC X(200).
       01 WS-REC-TYPE           PIC X.
       01 WS-BUILD-KEY          PIC X(40).
       01 WS-KEY-POS            PIC 9(3) COMP.
       01 WS-LAYOUT-SW          PIC X.
           88 WS-TYPE-HAS-LAYOUT    VALUE 'Y'.
       01 WS-REC-CHANGED-SW     PIC X.
           88 WS-REC-CHANGED        VALUE 'Y'.
       01 WS-FIELD-DIFF-SW      PIC X.
           88 WS-FIELD-DIFF         VALUE 'Y'.

       01 WS-AMT-TEXT           PIC X(20).
       01 WS-AMT-BEFORE         PIC S9(13)V99.
       01 WS-AMT-AFTER          PIC S9(13)V99.
       01 WS-AMT-DIFF           PIC S9(13)V99.
       01 WS-AMT-ABS            PIC 9(13)V99.

      *    each comparison's outcome, kept for the closing summary
       01 CMP-RESULT-TABLE.
           05 CR-ENTRY OCCURS 20 TIMES.
               10 CR-FEED              PIC X(8).
               10 CR-BEFORE-GEN        PIC X(2).
               10 CR-BEFORE-DATE       PIC X(8).
               10 CR-BEFORE-FILE       PIC X(12).
               10 CR-AFTER-GEN         PIC X(2).
               10 CR-AFTER-DATE        PIC X(8).
               10 CR-AFTER-FILE        PIC X(12).
               10 CR-TOLERANCE         PIC 9(5)V99.
               10 CR-BEFORE-CT         PIC 9(7).
               10 CR-AFTER-CT          PIC 9(7).
               10 CR-MATCHED-CT        PIC 9(7).
               10 CR-ADDED-CT          PIC 9(7).
               10 CR-DROPPED-CT        PIC 9(7).
               10 CR-CHANGED-CT        PIC 9(7).
               10 CR-FIELD-CT          PIC 9(7).
               10 CR-TOLER-CT          PIC 9(7).
               10 CR-SKIPPED-CT        PIC 9(7).
               10 CR-VERDICT           PIC X(11).
               10 CR-REASON            PIC X(40).
       01 WS-RESULT-CT          PIC 9(2) COMP VALUE ZERO.
       01 CR-SUB                PIC 9(2) COMP.
       01 WS-FLAG-CT            PIC 9(4) COMP VALUE ZERO.
       01 DISP-CMP-CT           PIC ZZZ9.
       01 DISP-TOLERANCE        PIC ZZ,ZZ9.99.

       01 CMP-HEAD-LINE.
           05 FILLER PIC X(18) VALUE 'ACTION FEED     T '.
           05 FILLER PIC X(41) VALUE 'BUSINESS KEY'.
           05 FILLER PIC X(5)  VALUE ' OCC '.
           05 FILLER PIC X(13) VALUE 'FIELD'.
           05 FILLER PIC X(41) VALUE 'BEFORE'.
           05 FILLER PIC X(41) VALUE 'AFTER'.
           05 FILLER PIC X(16) VALUE '      DIFFERENCE'.

       01 CMP-DIFF-LINE.
           05 GD-ACTION             PIC X(6).
           05 FILLER                PIC X.
           05 GD-FEED               PIC X(8).
           05 FILLER                PIC X.
           05 GD-TYPE               PIC X.
           05 FILLER                PIC X.
           05 GD-KEY                PIC X(40).
           05 FILLER                PIC X.
           05 GD-OCC                PIC ZZZ9.
           05 FILLER                PIC X.
           05 GD-DETAIL.
               10 GD-FIELD             PIC X(12).
               10 FILLER               PIC X.
               10 GD-BEFORE            PIC X(40).
               10 FILLER               PIC X.
               10 GD-AFTER             PIC X(40).
               10 FILLER               PIC X.
               10 GD-DIFF              PIC -(12)9.99.
           05 GD-RECORD-TEXT REDEFINES GD-DETAIL
                                    PIC X(111).

       01 CMP-COUNT-LINE.
           05 FILLER PIC X(12) VALUE '      BEFORE'.
           05 GC-BEFORE-CT          PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(7)  VALUE '  AFTER'.
           05 GC-AFTER-CT           PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(9)  VALUE '  MATCHED'.
           05 GC-MATCHED-CT         PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(7)  VALUE '  ADDED'.
           05 GC-ADDED-CT           PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(9)  VALUE '  DROPPED'.
           05 GC-DROPPED-CT         PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(9)  VALUE '  CHANGED'.
           05 GC-CHANGED-CT         PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE '  FIELD DIFFS'.
           05 GC-FIELD-CT           PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE '  IN TOLERANCE'.
           05 GC-TOLER-CT           PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE '  NOT COMPARED'.
           05 GC-SKIPPED-CT         PIC Z,ZZZ,ZZ9.

       01 CMP-RPT-CTL.
           COPY RPTPARM.

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE 'GENCMP' TO MYRF-CALLER-ID
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

           PERFORM 150-LOAD-TOLERANCES
           PERFORM 200-LOAD-CATALOG

           MOVE 'GENCMP.DAT' TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING 'PARALLEL-RUN COMPARISON OF GENERATIONS - '
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE CMP-HEAD-LINE TO RPT-COLUMN-HEADS
           SET RPT-FUNC-OPEN TO TRUE
           CALL 'RPTWRITE' USING CMP-RPT-CTL
           END-CALL

           PERFORM 250-READ-COMPARE-CARDS
           PERFORM 700-REPORT-SUMMARY

           SET RPT-FUNC-CLOSE TO TRUE
           CALL 'RPTWRITE' USING CMP-RPT-CTL
           END-CALL

           MOVE WS-RESULT-CT TO DISP-CMP-CT
           DISPLAY 'Generation compare - files compared: ' DISP-CMP-CT
           MOVE WS-FLAG-CT TO DISP-CMP-CT
           DISPLAY 'Generation compare - not matching:   ' DISP-CMP-CT
           .
       100-EXIT.
           IF WS-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-FLAG-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       150-LOAD-TOLERANCES.
           PERFORM VARYING CFD-SUB FROM 1 BY 1
                   UNTIL CFD-SUB > CFD-ENTRY-CT
               MOVE ZERO TO WS-FEED-TOL(CFD-SUB)
               IF CFD-TOL-KEYWORD(CFD-SUB) NOT = SPACES
                   MOVE 'GENCMP' TO RUNP-STEP-NAME
                   MOVE CFD-TOL-KEYWORD(CFD-SUB) TO RUNP-KEYWORD
                   CALL 'RUNPARM' USING RUNP-PARM-AREA
                   END-CALL
                   MOVE RUNP-VALUE(1:7) TO WS-TOL-X
                   IF RUNP-RC-OK AND WS-TOL-X NUMERIC
                       MOVE WS-TOL-9 TO WS-FEED-TOL(CFD-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       200-LOAD-CATALOG.
           OPEN INPUT GEN-CATALOG-FILE
           IF WS-CAT-FILE-STATUS NOT = '00'
               DISPLAY 'No generation catalog - nothing to compare'
               SET WS-CAT-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-CAT-EOF
               READ GEN-CATALOG-FILE
                   AT END
                       SET WS-CAT-EOF TO TRUE
               END-READ
               IF NOT WS-CAT-EOF
                  AND CAT-FEED-NAME NOT = SPACES
                   IF WS-CAT-CT < 400
                       ADD 1 TO WS-CAT-CT
                       MOVE CAT-FEED-NAME
                           TO WS-TAB-FEED(WS-CAT-CT)
                       MOVE CAT-GEN-NUM
                           TO WS-TAB-GEN(WS-CAT-CT)
                       MOVE CAT-BUSINESS-DATE
                           TO WS-TAB-BUSDATE(WS-CAT-CT)
                       MOVE CAT-FILE-NAME
                           TO WS-TAB-FILENAME(WS-CAT-CT)
                       MOVE CAT-CREATED-DATE
                           TO WS-TAB-CREATED(WS-CAT-CT)
                   ELSE
                       DISPLAY 'Generation catalog over 400 entries'
                               ' - ' CAT-FILE-NAME ' not considered'
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CAT-FILE-STATUS = '00' OR WS-CAT-FILE-STATUS = '10'
               CLOSE GEN-CATALOG-FILE
           END-IF.

      *    with no card file the newest two generations of every
      *    feed above are compared, which is the nightly check
       250-READ-COMPARE-CARDS.
           OPEN INPUT CMP-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'No comparison cards - comparing the newest '
                       'two generations of each keyed output'
               PERFORM VARYING CFD-SUB FROM 1 BY 1
                       UNTIL CFD-SUB > CFD-ENTRY-CT
                   MOVE CFD-FEED(CFD-SUB) TO WS-CMP-FEED
                   MOVE SPACES TO WS-REQ-BEFORE WS-REQ-AFTER
                   PERFORM 300-COMPARE-FEED
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-CARD-EOF
                   READ CMP-CARD-FILE
                       AT END
                           SET WS-CARD-EOF TO TRUE
                   END-READ
                   IF NOT WS-CARD-EOF
                      AND CC-FEED-NAME NOT = SPACES
                       MOVE CC-FEED-NAME  TO WS-CMP-FEED
                       MOVE CC-BEFORE-GEN TO WS-REQ-BEFORE
                       MOVE CC-AFTER-GEN  TO WS-REQ-AFTER
                       PERFORM 300-COMPARE-FEED
                   END-IF
               END-PERFORM
               CLOSE CMP-CARD-FILE
           END-IF.

       300-COMPARE-FEED.
           IF WS-RESULT-CT NOT < 20
               DISPLAY 'More than 20 comparisons carded - '
                       WS-CMP-FEED ' not compared'
               ADD 1 TO WS-FLAG-CT
           ELSE
               ADD 1 TO WS-RESULT-CT
               MOVE WS-RESULT-CT TO CR-SUB
               INITIALIZE CR-ENTRY(CR-SUB)
               MOVE WS-CMP-FEED TO CR-FEED(CR-SUB)
               SET WS-CMP-OK TO TRUE
               MOVE 'N' TO WS-WORK-OPEN-SW

               PERFORM 310-FIND-FEED
               IF WS-CMP-OK
                   PERFORM 320-PICK-GENERATIONS
               END-IF
               IF WS-CMP-OK
                   PERFORM 400-LOAD-GENERATIONS
               END-IF
               IF WS-CMP-OK
                   PERFORM 500-MATCH-RECORDS
               END-IF
               IF WS-WORK-OPEN
                   CLOSE BEFORE-WORK-FILE
                   CLOSE AFTER-WORK-FILE
               END-IF

               PERFORM 390-SET-VERDICT
           END-IF.

       310-FIND-FEED.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING CFD-SUB FROM 1 BY 1
                   UNTIL CFD-SUB > CFD-ENTRY-CT
               IF CFD-FEED(CFD-SUB) = WS-CMP-FEED
                   MOVE CFD-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               MOVE 'N' TO WS-CMP-OK-SW
               MOVE 'NO RECORD LAYOUT FOR THIS FEED'
                   TO CR-REASON(CR-SUB)
           ELSE
               MOVE WS-FEED-TOL(WS-FOUND-SUB) TO WS-CUR-TOL
               MOVE WS-CUR-TOL TO CR-TOLERANCE(CR-SUB)
           END-IF.

      *    the after side first -- the generation carded or the
      *    feed's newest -- then the before side, the generation
      *    carded or else the newest one older than the after
       320-PICK-GENERATIONS.
           MOVE ZERO TO WS-BEFORE-SUB WS-AFTER-SUB
           IF (WS-REQ-BEFORE NOT = SPACES
               AND WS-REQ-BEFORE NOT NUMERIC)
              OR (WS-REQ-AFTER NOT = SPACES
               AND WS-REQ-AFTER NOT NUMERIC)
               MOVE 'N' TO WS-CMP-OK-SW
               MOVE 'GENERATION ON CARD NOT NUMERIC'
                   TO CR-REASON(CR-SUB)
           ELSE
               MOVE HIGH-VALUES  TO WS-LIMIT-KEY
               MOVE WS-REQ-AFTER TO WS-REQ-GEN
               PERFORM 330-FIND-ONE-GEN
               MOVE WS-FOUND-SUB TO WS-AFTER-SUB
               IF WS-AFTER-SUB = ZERO
                   MOVE 'N' TO WS-CMP-OK-SW
                   IF WS-REQ-AFTER = SPACES
                       MOVE 'NO GENERATION ON GENCAT'
                           TO CR-REASON(CR-SUB)
                   ELSE
                       MOVE 'AFTER GENERATION NOT ON GENCAT'
                           TO CR-REASON(CR-SUB)
                   END-IF
               ELSE
                   IF WS-REQ-BEFORE = SPACES
                      OR WS-REQ-BEFORE = WS-REQ-AFTER
                       MOVE WS-FOUND-KEY TO WS-LIMIT-KEY
                   END-IF
                   MOVE WS-REQ-BEFORE TO WS-REQ-GEN
                   PERFORM 330-FIND-ONE-GEN
                   MOVE WS-FOUND-SUB TO WS-BEFORE-SUB
                   EVALUATE TRUE
                       WHEN WS-BEFORE-SUB = ZERO
                        AND WS-REQ-BEFORE = SPACES
                           MOVE 'N' TO WS-CMP-OK-SW
                           MOVE 'ONLY ONE GENERATION ON GENCAT'
                               TO CR-REASON(CR-SUB)
                       WHEN WS-BEFORE-SUB = ZERO
                           MOVE 'N' TO WS-CMP-OK-SW
                           MOVE 'BEFORE GENERATION NOT ON GENCAT'
                               TO CR-REASON(CR-SUB)
                       WHEN WS-BEFORE-SUB = WS-AFTER-SUB
                           MOVE 'N' TO WS-CMP-OK-SW
                           MOVE 'BEFORE AND AFTER ARE ONE GENERATION'
                               TO CR-REASON(CR-SUB)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF

           IF WS-AFTER-SUB NOT = ZERO
               MOVE WS-TAB-GEN(WS-AFTER-SUB) TO CR-AFTER-GEN(CR-SUB)
               MOVE WS-TAB-BUSDATE(WS-AFTER-SUB)
                   TO CR-AFTER-DATE(CR-SUB)
               MOVE WS-TAB-FILENAME(WS-AFTER-SUB)
                   TO CR-AFTER-FILE(CR-SUB)
           END-IF
           IF WS-BEFORE-SUB NOT = ZERO
               MOVE WS-TAB-GEN(WS-BEFORE-SUB) TO CR-BEFORE-GEN(CR-SUB)
               MOVE WS-TAB-BUSDATE(WS-BEFORE-SUB)
                   TO CR-BEFORE-DATE(CR-SUB)
               MOVE WS-TAB-FILENAME(WS-BEFORE-SUB)
                   TO CR-BEFORE-FILE(CR-SUB)
           END-IF.

      *    the feed's newest generation under the limit key, of the
      *    requested number when one is given
       330-FIND-ONE-GEN.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE LOW-VALUES TO WS-FOUND-KEY
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-CT
               MOVE WS-TAB-GEN(WS-CAT-SUB) TO WS-GEN-X
               MOVE SPACES TO WS-ENTRY-KEY
               STRING WS-TAB-CREATED(WS-CAT-SUB)
                      WS-TAB-GEN(WS-CAT-SUB)
                   DELIMITED BY SIZE INTO WS-ENTRY-KEY
               IF WS-TAB-FEED(WS-CAT-SUB) = WS-CMP-FEED
                  AND (WS-REQ-GEN = SPACES OR WS-GEN-X = WS-REQ-GEN)
                  AND WS-ENTRY-KEY < WS-LIMIT-KEY
                  AND WS-ENTRY-KEY > WS-FOUND-KEY
                   MOVE WS-CAT-SUB   TO WS-FOUND-SUB
                   MOVE WS-ENTRY-KEY TO WS-FOUND-KEY
               END-IF
           END-PERFORM.

       390-SET-VERDICT.
           EVALUATE TRUE
               WHEN NOT WS-CMP-OK
                   MOVE 'NOT RUN' TO CR-VERDICT(CR-SUB)
                   ADD 1 TO WS-FLAG-CT
               WHEN CR-ADDED-CT(CR-SUB) = ZERO
                AND CR-DROPPED-CT(CR-SUB) = ZERO
                AND CR-FIELD-CT(CR-SUB) = ZERO
                   MOVE 'MATCH' TO CR-VERDICT(CR-SUB)
               WHEN OTHER
                   MOVE 'DIFFERENCES' TO CR-VERDICT(CR-SUB)
                   ADD 1 TO WS-FLAG-CT
           END-EVALUATE
           DISPLAY 'Compared ' WS-CMP-FEED ' - '
                   CR-VERDICT(CR-SUB) ' ' CR-REASON(CR-SUB).

      *    both generation files are read into the keyed work files
      *    in full before any record is matched
       400-LOAD-GENERATIONS.
           MOVE WS-TAB-FILENAME(WS-BEFORE-SUB) TO WS-BEFORE-FILE-NAME
           MOVE WS-TAB-FILENAME(WS-AFTER-SUB)  TO WS-AFTER-FILE-NAME
           OPEN INPUT BEFORE-GEN-FILE
           IF WS-BGEN-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-CMP-OK-SW
               MOVE 'BEFORE GENERATION FILE IS MISSING'
                   TO CR-REASON(CR-SUB)
           ELSE
               OPEN INPUT AFTER-GEN-FILE
               IF WS-AGEN-FILE-STATUS NOT = '00'
                   MOVE 'N' TO WS-CMP-OK-SW
                   MOVE 'AFTER GENERATION FILE IS MISSING'
                       TO CR-REASON(CR-SUB)
               ELSE
                   PERFORM 420-OPEN-WORK-FILES
                   IF WS-CMP-OK
                       MOVE 'N' TO WS-GEN-EOF-SW
                       PERFORM 410-LOAD-BEFORE-RECORD
                           UNTIL WS-GEN-EOF
                       MOVE 'N' TO WS-GEN-EOF-SW
                       PERFORM 430-LOAD-AFTER-RECORD
                           UNTIL WS-GEN-EOF
                   END-IF
                   CLOSE AFTER-GEN-FILE
               END-IF
               CLOSE BEFORE-GEN-FILE
           END-IF.

       410-LOAD-BEFORE-RECORD.
           READ BEFORE-GEN-FILE
               AT END
                   SET WS-GEN-EOF TO TRUE
           END-READ
           IF NOT WS-GEN-EOF
               ADD 1 TO CR-BEFORE-CT(CR-SUB)
               MOVE BEFORE-GEN-RECORD TO WS-REC
               PERFORM 450-BUILD-KEY
               IF WS-TYPE-HAS-LAYOUT
                   MOVE WS-REC-TYPE  TO BW-TYPE
                   MOVE WS-BUILD-KEY TO BW-BIZ-KEY
                   MOVE 1            TO BW-OCC
                   MOVE WS-REC       TO BW-DATA
                   MOVE 'N' TO WS-WRITTEN-SW
                   PERFORM 415-WRITE-BEFORE-WORK UNTIL WS-WRITTEN
               ELSE
                   ADD 1 TO CR-SKIPPED-CT(CR-SUB)
               END-IF
           END-IF.

      *    a key already on file is the next occurrence of it
       415-WRITE-BEFORE-WORK.
           WRITE BEFORE-WORK-RECORD
               INVALID KEY
                   IF WS-BWK-FILE-STATUS = '22'
                      AND BW-OCC < 9999
                       ADD 1 TO BW-OCC
                   ELSE
                       DISPLAY 'Before work file write failed, '
                               'status ' WS-BWK-FILE-STATUS
                       SET WS-RUN-FAILED TO TRUE
                       MOVE 'N' TO WS-CMP-OK-SW
                       MOVE 'WORK FILE WRITE FAILED'
                           TO CR-REASON(CR-SUB)
                       SET WS-WRITTEN TO TRUE
                       SET WS-GEN-EOF TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET WS-WRITTEN TO TRUE
           END-WRITE.

       420-OPEN-WORK-FILES.
           OPEN OUTPUT BEFORE-WORK-FILE
           OPEN OUTPUT AFTER-WORK-FILE
           IF WS-BWK-FILE-STATUS NOT = '00'
              OR WS-AWK-FILE-STATUS NOT = '00'
               DISPLAY 'Work file create failed, status '
                       WS-BWK-FILE-STATUS ' ' WS-AWK-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
               MOVE 'N' TO WS-CMP-OK-SW
               MOVE 'WORK FILE CREATE FAILED' TO CR-REASON(CR-SUB)
           ELSE
               CLOSE BEFORE-WORK-FILE
               CLOSE AFTER-WORK-FILE
               OPEN I-O BEFORE-WORK-FILE
               OPEN I-O AFTER-WORK-FILE
               SET WS-WORK-OPEN TO TRUE
           END-IF.

       430-LOAD-AFTER-RECORD.
           READ AFTER-GEN-FILE
               AT END
                   SET WS-GEN-EOF TO TRUE
           END-READ
           IF NOT WS-GEN-EOF
               ADD 1 TO CR-AFTER-CT(CR-SUB)
               MOVE AFTER-GEN-RECORD TO WS-REC
               PERFORM 450-BUILD-KEY
               IF WS-TYPE-HAS-LAYOUT
                   MOVE WS-REC-TYPE  TO AW-TYPE
                   MOVE WS-BUILD-KEY TO AW-BIZ-KEY
                   MOVE 1            TO AW-OCC
                   MOVE WS-REC       TO AW-DATA
                   MOVE 'N' TO WS-WRITTEN-SW
                   PERFORM 435-WRITE-AFTER-WORK UNTIL WS-WRITTEN
               ELSE
                   ADD 1 TO CR-SKIPPED-CT(CR-SUB)
               END-IF
           END-IF.

       435-WRITE-AFTER-WORK.
           WRITE AFTER-WORK-RECORD
               INVALID KEY
                   IF WS-AWK-FILE-STATUS = '22'
                      AND AW-OCC < 9999
                       ADD 1 TO AW-OCC
                   ELSE
                       DISPLAY 'After work file write failed, '
                               'status ' WS-AWK-FILE-STATUS
                       SET WS-RUN-FAILED TO TRUE
                       MOVE 'N' TO WS-CMP-OK-SW
                       MOVE 'WORK FILE WRITE FAILED'
                           TO CR-REASON(CR-SUB)
                       SET WS-WRITTEN TO TRUE
                       SET WS-GEN-EOF TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET WS-WRITTEN TO TRUE
           END-WRITE.

      *    the record's type, then its key segments one space apart
       450-BUILD-KEY.
           IF WS-REC(2:1) = SPACE
               MOVE WS-REC(1:1) TO WS-REC-TYPE
           ELSE
               MOVE '*' TO WS-REC-TYPE
           END-IF
           MOVE SPACES TO WS-BUILD-KEY
           MOVE 1 TO WS-KEY-POS
           MOVE 'N' TO WS-LAYOUT-SW
           PERFORM VARYING CL-SUB FROM 1 BY 1
                   UNTIL CL-SUB > CL-ENTRY-CT
               IF CL-FEED(CL-SUB) = WS-CMP-FEED
                  AND CL-TYPE(CL-SUB) = WS-REC-TYPE
                   SET WS-TYPE-HAS-LAYOUT TO TRUE
                   IF CL-KEY(CL-SUB)
                       MOVE WS-REC(CL-START(CL-SUB):CL-LEN(CL-SUB))
                           TO WS-BUILD-KEY(WS-KEY-POS:CL-LEN(CL-SUB))
                       COMPUTE WS-KEY-POS =
                           WS-KEY-POS + CL-LEN(CL-SUB) + 1
                   END-IF
               END-IF
           END-PERFORM.

      *    every before record is looked for on the after side by
      *    its key; one found is compared field by field and then
      *    taken off the after side, so whatever the after side
      *    still holds once the before side is walked was added
       500-MATCH-RECORDS.
           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM 790-PUT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING 'COMPARING ' WS-CMP-FEED
                  ' GENERATION ' CR-BEFORE-GEN(CR-SUB)
                  ' (' CR-BEFORE-FILE(CR-SUB) ') TO GENERATION '
                  CR-AFTER-GEN(CR-SUB)
                  ' (' CR-AFTER-FILE(CR-SUB) ')'
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 790-PUT-LINE

           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE LOW-VALUES TO BW-KEY
           START BEFORE-WORK-FILE KEY IS NOT LESS THAN BW-KEY
               INVALID KEY
                   SET WS-WORK-EOF TO TRUE
           END-START
           PERFORM 510-MATCH-ONE-RECORD UNTIL WS-WORK-EOF

           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE LOW-VALUES TO AW-KEY
           START AFTER-WORK-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY
                   SET WS-WORK-EOF TO TRUE
           END-START
           PERFORM 560-REPORT-ADDED UNTIL WS-WORK-EOF.

       510-MATCH-ONE-RECORD.
           READ BEFORE-WORK-FILE NEXT RECORD
               AT END
                   SET WS-WORK-EOF TO TRUE
           END-READ
           IF NOT WS-WORK-EOF
               MOVE BW-KEY TO AW-KEY
               READ AFTER-WORK-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-MATCH-SW
                   NOT INVALID KEY
                       SET WS-MATCHED TO TRUE
               END-READ
               IF WS-MATCHED
                   ADD 1 TO CR-MATCHED-CT(CR-SUB)
                   PERFORM 520-COMPARE-FIELDS
                   DELETE AFTER-WORK-FILE RECORD
                       INVALID KEY
                           DISPLAY 'After work file delete failed, '
                                   'status ' WS-AWK-FILE-STATUS
                           SET WS-RUN-FAILED TO TRUE
                           SET WS-WORK-EOF TO TRUE
                           MOVE 'N' TO WS-CMP-OK-SW
                           MOVE 'WORK FILE DELETE FAILED'
                               TO CR-REASON(CR-SUB)
                   END-DELETE
               ELSE
                   ADD 1 TO CR-DROPPED-CT(CR-SUB)
                   MOVE SPACES      TO CMP-DIFF-LINE
                   MOVE 'DROP'      TO GD-ACTION
                   MOVE WS-CMP-FEED TO GD-FEED
                   MOVE BW-TYPE     TO GD-TYPE
                   MOVE BW-BIZ-KEY  TO GD-KEY
                   MOVE BW-OCC      TO GD-OCC
                   MOVE BW-DATA     TO GD-RECORD-TEXT
                   MOVE CMP-DIFF-LINE TO RPT-DETAIL-LINE
                   PERFORM 790-PUT-LINE
               END-IF
           END-IF.

       520-COMPARE-FIELDS.
           MOVE 'N' TO WS-REC-CHANGED-SW
           PERFORM VARYING CL-SUB FROM 1 BY 1
                   UNTIL CL-SUB > CL-ENTRY-CT
               IF CL-FEED(CL-SUB) = WS-CMP-FEED
                  AND CL-TYPE(CL-SUB) = BW-TYPE
                  AND NOT CL-KEY(CL-SUB)
                  AND BW-DATA(CL-START(CL-SUB):CL-LEN(CL-SUB))
                      NOT = AW-DATA(CL-START(CL-SUB):CL-LEN(CL-SUB))
                   PERFORM 530-FIELD-DIFFERENCE
               END-IF
           END-PERFORM
           IF WS-REC-CHANGED
               ADD 1 TO CR-CHANGED-CT(CR-SUB)
           END-IF.

      *    an amount is compared as a figure -- one that differs
      *    only in its editing is no difference, and one inside the
      *    feed's tolerance is counted but not listed
       530-FIELD-DIFFERENCE.
           SET WS-FIELD-DIFF TO TRUE
           IF CL-AMOUNT(CL-SUB)
               MOVE BW-DATA(CL-START(CL-SUB):CL-LEN(CL-SUB))
                   TO WS-AMT-TEXT
               COMPUTE WS-AMT-BEFORE = FUNCTION NUMVAL-C(WS-AMT-TEXT)
               MOVE AW-DATA(CL-START(CL-SUB):CL-LEN(CL-SUB))
                   TO WS-AMT-TEXT
               COMPUTE WS-AMT-AFTER = FUNCTION NUMVAL-C(WS-AMT-TEXT)
               COMPUTE WS-AMT-DIFF = WS-AMT-AFTER - WS-AMT-BEFORE
               IF WS-AMT-DIFF < ZERO
                   COMPUTE WS-AMT-ABS = ZERO - WS-AMT-DIFF
               ELSE
                   MOVE WS-AMT-DIFF TO WS-AMT-ABS
               END-IF
               IF WS-AMT-ABS = ZERO
                   MOVE 'N' TO WS-FIELD-DIFF-SW
               ELSE
                   IF WS-AMT-ABS NOT > WS-CUR-TOL
                       ADD 1 TO CR-TOLER-CT(CR-SUB)
                       MOVE 'N' TO WS-FIELD-DIFF-SW
                   END-IF
               END-IF
           END-IF

           IF WS-FIELD-DIFF
               ADD 1 TO CR-FIELD-CT(CR-SUB)
               SET WS-REC-CHANGED TO TRUE
               MOVE SPACES      TO CMP-DIFF-LINE
               MOVE 'CHANGE'    TO GD-ACTION
               MOVE WS-CMP-FEED TO GD-FEED
               MOVE BW-TYPE     TO GD-TYPE
               MOVE BW-BIZ-KEY  TO GD-KEY
               MOVE BW-OCC      TO GD-OCC
               MOVE CL-NAME(CL-SUB) TO GD-FIELD
               MOVE BW-DATA(CL-START(CL-SUB):CL-LEN(CL-SUB))
                   TO GD-BEFORE
               MOVE AW-DATA(CL-START(CL-SUB):CL-LEN(CL-SUB))
                   TO GD-AFTER
               IF CL-AMOUNT(CL-SUB)
                   MOVE WS-AMT-DIFF TO GD-DIFF
               END-IF
               MOVE CMP-DIFF-LINE TO RPT-DETAIL-LINE
               PERFORM 790-PUT-LINE
           END-IF.

       560-REPORT-ADDED.
           READ AFTER-WORK-FILE NEXT RECORD
               AT END
                   SET WS-WORK-EOF TO TRUE
           END-READ
           IF NOT WS-WORK-EOF
               ADD 1 TO CR-ADDED-CT(CR-SUB)
               MOVE SPACES      TO CMP-DIFF-LINE
               MOVE 'ADD'       TO GD-ACTION
               MOVE WS-CMP-FEED TO GD-FEED
               MOVE AW-TYPE     TO GD-TYPE
               MOVE AW-BIZ-KEY  TO GD-KEY
               MOVE AW-OCC      TO GD-OCC
               MOVE AW-DATA     TO GD-RECORD-TEXT
               MOVE CMP-DIFF-LINE TO RPT-DETAIL-LINE
               PERFORM 790-PUT-LINE
           END-IF.

      *    the sign-off page -- one verdict per file compared, with
      *    the generations behind it and the counts it rests on
       700-REPORT-SUMMARY.
           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM 790-PUT-LINE
           MOVE 'SUMMARY - VERDICT BY FILE' TO RPT-DETAIL-LINE
           PERFORM 790-PUT-LINE
           PERFORM 710-REPORT-ONE-RESULT
               VARYING CR-SUB FROM 1 BY 1
               UNTIL CR-SUB > WS-RESULT-CT.

       710-REPORT-ONE-RESULT.
           MOVE CR-TOLERANCE(CR-SUB) TO DISP-TOLERANCE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING CR-FEED(CR-SUB) ' ' CR-VERDICT(CR-SUB)
                  ' BEFORE ' CR-BEFORE-GEN(CR-SUB)
                  ' ' CR-BEFORE-DATE(CR-SUB)
                  ' ' CR-BEFORE-FILE(CR-SUB)
                  ' AFTER ' CR-AFTER-GEN(CR-SUB)
                  ' ' CR-AFTER-DATE(CR-SUB)
                  ' ' CR-AFTER-FILE(CR-SUB)
                  ' TOLERANCE ' DISP-TOLERANCE
                  '  ' CR-REASON(CR-SUB)
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 790-PUT-LINE

           MOVE CR-BEFORE-CT(CR-SUB)  TO GC-BEFORE-CT
           MOVE CR-AFTER-CT(CR-SUB)   TO GC-AFTER-CT
           MOVE CR-MATCHED-CT(CR-SUB) TO GC-MATCHED-CT
           MOVE CR-ADDED-CT(CR-SUB)   TO GC-ADDED-CT
           MOVE CR-DROPPED-CT(CR-SUB) TO GC-DROPPED-CT
           MOVE CR-CHANGED-CT(CR-SUB) TO GC-CHANGED-CT
           MOVE CR-FIELD-CT(CR-SUB)   TO GC-FIELD-CT
           MOVE CR-TOLER-CT(CR-SUB)   TO GC-TOLER-CT
           MOVE CR-SKIPPED-CT(CR-SUB) TO GC-SKIPPED-CT
           MOVE CMP-COUNT-LINE TO RPT-DETAIL-LINE
           PERFORM 790-PUT-LINE.

       790-PUT-LINE.
           SET RPT-FUNC-DETAIL TO TRUE
           CALL 'RPTWRITE' USING CMP-RPT-CTL
           END-CALL.
       END PROGRAM GENCMP.
