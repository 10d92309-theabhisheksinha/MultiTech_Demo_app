      *----------------------------------------------------------*
      *    SANCPARM - parameter area passed on CALL 'SANCSCRN'.  *
      *    Shared by every program that adds or pays a payee --  *
      *    AUTHMENU and BANKMNT screen a payee as it is keyed,   *
      *    SANCBAT screens every payee with pending register     *
      *    items before the disbursement run, and BANKDISB and   *
      *    CHKPRINT ask whether a payee is on hold before money  *
      *    leaves.  A possible match against the SANCLIST watch  *
      *    list lands on SANCHIT and holds the payee until       *
      *    compliance clears or confirms it through SANCDISP.    *
      *----------------------------------------------------------*
       01  SANC-PARM-AREA.
           05  SANC-FUNCTION           PIC X.
               88  SANC-FUNC-SCREEN        VALUE 'S'.
               88  SANC-FUNC-CHECK         VALUE 'C'.
           05  SANC-CALLER-ID          PIC X(8).
      *    the signed-on operator behind an online screen -- a
      *    batch caller leaves this spaces
           05  SANC-OPER-ID            PIC X(8) VALUE SPACES.
           05  SANC-PAYEE-TYPE         PIC X.
               88  SANC-PAYEE-AUTHOR       VALUE 'A'.
               88  SANC-PAYEE-AGENT        VALUE 'G'.
           05  SANC-PAYEE-ID           PIC X(11).
           05  SANC-LNAME              PIC X(40).
           05  SANC-FNAME              PIC X(20).
           05  SANC-COUNTRY            PIC X(3).
      *    possible matches this call put on SANCHIT, and the
      *    open or confirmed hits the payee now carries
           05  SANC-NEW-HIT-CT         PIC 9(3).
           05  SANC-OPEN-HIT-CT        PIC 9(3).
           05  SANC-RETURN-CODE        PIC X(2).
               88  SANC-RC-OK              VALUE '00'.
               88  SANC-RC-HELD            VALUE '04'.
               88  SANC-RC-FAILED          VALUE '99'.
