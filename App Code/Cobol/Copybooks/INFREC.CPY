      *    detail record count the loader must tie to before a   *
      *    single row is applied.  Shared by SALESLD, TEST5,     *
      *    TITLLOAD, EXCHMNT and FEEDACK, which each MOVE the    *
      *    raw record here to parse it.  The source id names the *
      *    distributor a sales or remittance file came from --   *
      *    blank on the feeds only the house itself sends.       *
      *----------------------------------------------------------*
       01  INBOUND-HEADER-LINE.
           05  IFH-REC-TYPE            PIC X.
           05  IFH-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X.
           05  IFH-FILE-SEQ            PIC X(5).
           05  FILLER                  PIC X.
           05  IFH-SOURCE-ID           PIC X(6).
       01  INBOUND-TRAILER-LINE.
           05  IFT-REC-TYPE            PIC X.
           05  FILLER                  PIC X.
