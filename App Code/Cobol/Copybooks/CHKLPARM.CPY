      *----------------------------------------------------------*
      *    CHKLPARM - parameter area passed on CALL 'CHKLOG'.    *
      *    CHKPRINT logs each check it issues, CHKSTMNT each     *
      *    number spoiled or skipped and PAYVOID each issued     *
      *    check it voids, all through the one routine so the    *
      *    stock log has one writer and one record shape.  The   *
      *    business date stamps the entry.                       *
      *----------------------------------------------------------*
       01  CHKL-PARM-AREA.
           05  CHKL-CHECK-NUM          PIC 9(8).
           05  CHKL-EVENT              PIC X.
               88  CHKL-EVENT-ISSUED       VALUE 'I'.
               88  CHKL-EVENT-SPOILED      VALUE 'S'.
               88  CHKL-EVENT-SKIPPED      VALUE 'K'.
               88  CHKL-EVENT-VOIDED       VALUE 'V'.
           05  CHKL-PAY-NUM            PIC X(7).
           05  CHKL-AMOUNT             PIC 9(9)V99.
           05  CHKL-OPER-ID            PIC X(8).
           05  CHKL-REASON             PIC X(30).
           05  CHKL-RETURN-CODE        PIC X(2).
               88  CHKL-RC-OK              VALUE '00'.
               88  CHKL-RC-FAILED          VALUE '99'.
