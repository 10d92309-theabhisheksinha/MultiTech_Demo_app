      *    resolves the country to its currency, applies the     *
      *    EXCHRATE table, and hands back the base-currency      *
      *    (USD) equivalent with the rate used.                  *
      *    A rate date asks for the EXCHHIST rate in effect on   *
      *    that day instead of the current one; a dated caller   *
      *    that already knows the currency leaves the country    *
      *    blank and passes the ISO code.                        *
      *----------------------------------------------------------*
       01  CUR-PARM-AREA.
           05  CUR-COUNTRY             PIC X(30).
           05  CUR-CURRENCY-CODE       PIC X(3).
           05  CUR-RATE-TO-USD         PIC S9(3)V9(6).
           05  CUR-USD-AMOUNT          PIC S9(11)V99.
           05  CUR-RATE-DATE           PIC X(8) VALUE SPACES.
           05  CUR-RETURN-CODE         PIC X(2).
               88  CUR-RC-OK               VALUE '00'.
               88  CUR-RC-NO-RATE          VALUE '04'.
