      *----------------------------------------------------------*
      *    RUNPCAT - catalog of every RUNPARM.DAT card a step    *
      *    reads, with what its value may be.  RUNPMNT checks a  *
      *    card against it before writing it, and APPRREL finds  *
      *    a queued card change by its catalog number.  Per      *
      *    entry: step and keyword as they sit on the card (a    *
      *    keyword is cut to the card's twelve columns); type N  *
      *    digits zero-padded to the width and within min/max    *
      *    (money in cents, rates in whole percent, as the step  *
      *    reads them), L one of the /-separated allowed values, *
      *    A free text up to the width, D a date YYYYMMDD; Y in  *
      *    the dual-approval byte sends a change through APPRQUE *
      *    instead of straight onto the file -- every value that *
      *    moves money or a payment control.  A dual-approval    *
      *    value must fit the queue's twenty columns.  The       *
      *    catalog number is the entry's place in the list, so a *
      *    new card goes on the end, never in between.           *
      *----------------------------------------------------------*
       01  RUNP-CATALOG-INIT.
           05  FILLER PIC X(20) VALUE 'ADDRSTD RUN-MODE'.
           05  FILLER PIC X(26) VALUE 'L070000000000000000000000N'.
           05  FILLER PIC X(36) VALUE
               'PROPOSE/APPLY'.
           05  FILLER PIC X(20) VALUE 'ADVFCST TREND-PERS'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ADVFCST HORIZON-PERS'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ADVWOFF DORMANT-YRS'.
           05  FILLER PIC X(26) VALUE 'N020000000000100000000099Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ADVWOFF MIN-BALANCE'.
           05  FILLER PIC X(26) VALUE 'N110000000000099999999999Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'APPRAGE AGE-LIMIT'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'APPREST BACKUP-DATE'.
           05  FILLER PIC X(26) VALUE 'D080000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'AUDRPLAYFROM-DATE'.
           05  FILLER PIC X(26) VALUE 'D080000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'AUDRPLAYFROM-SEQ'.
           05  FILLER PIC X(26) VALUE 'N070000000000000009999999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'AUDSAMP AUDIT-YEAR'.
           05  FILLER PIC X(26) VALUE 'N040000000190000000002999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'AUDSAMP SEED'.
           05  FILLER PIC X(26) VALUE 'N100000000000009999999999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'AUDSAMP SAMPLE-SIZE'.
           05  FILLER PIC X(26) VALUE 'N040000000000100000009999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'AUDSAMP STRATUM-AMT'.
           05  FILLER PIC X(26) VALUE 'N090000000000000999999999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'AUTHMENUPAY-APPR-LIM'.
           05  FILLER PIC X(26) VALUE 'N090000000000100999999999Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'BANKDISBPRENOTE-DAYS'.
           05  FILLER PIC X(26) VALUE 'N030000000000000000000999Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'BANKDISBCOOLOFF-DAYS'.
           05  FILLER PIC X(26) VALUE 'N030000000000000000000999Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'BANKDISBPRENOTE-MODE'.
           05  FILLER PIC X(26) VALUE 'L010000000000000000000000Y'.
           05  FILLER PIC X(36) VALUE
               'H/C'.
           05  FILLER PIC X(20) VALUE 'BUDRPT  OVER-PCT'.
           05  FILLER PIC X(26) VALUE 'N030000000000000000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'CASHFCSTCYCLES'.
           05  FILLER PIC X(26) VALUE 'N020000000000100000000012N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'CASHFCSTTREND-PERS'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'CONTRPT LOOKAHEAD'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'DISTRECNTOLERANCE'.
           05  FILLER PIC X(26) VALUE 'N030000000000000000000100N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ERASURE AU-ID'.
           05  FILLER PIC X(26) VALUE 'A110000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ESCHEAT RUN-MODE'.
           05  FILLER PIC X(26) VALUE 'L070000000000000000000000Y'.
           05  FILLER PIC X(36) VALUE
               'REPORT/ESCHEAT'.
           05  FILLER PIC X(20) VALUE 'ESCHEAT AGE-DAYS'.
           05  FILLER PIC X(26) VALUE 'N040000000000100000009999Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'GLRECON TOLERANCE'.
           05  FILLER PIC X(26) VALUE 'N090000000000000999999999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'IRSFILE TAX-YEAR'.
           05  FILLER PIC X(26) VALUE 'N040000000190000000002999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'IRSFILE PAYER-TIN'.
           05  FILLER PIC X(26) VALUE 'N090000000000000999999999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'IRSFILE PAYER-NAME'.
           05  FILLER PIC X(26) VALUE 'A400000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'IRSFILE TCC'.
           05  FILLER PIC X(26) VALUE 'A050000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'IRSFILE MODE'.
           05  FILLER PIC X(26) VALUE 'L090000000000000000000000N'.
           05  FILLER PIC X(36) VALUE
               'ORIGINAL/CORRECTED'.
           05  FILLER PIC X(20) VALUE 'IRSFILE HOME-COUNTRY'.
           05  FILLER PIC X(26) VALUE 'A030000000000000000000000Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'IRSFILE MISC-MINIMUM'.
           05  FILLER PIC X(26) VALUE 'N030000000000000000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'MASSCHG RUN-MODE'.
           05  FILLER PIC X(26) VALUE 'L070000000000000000000000N'.
           05  FILLER PIC X(36) VALUE
               'PROPOSE/APPLY'.
           05  FILLER PIC X(20) VALUE 'MASSCHG SEL-FIELD'.
           05  FILLER PIC X(26) VALUE 'L100000000000000000000000N'.
           05  FILLER PIC X(36) VALUE
               'PHONE/CITY/STATE/COUNTRY/POSTALCODE'.
           05  FILLER PIC X(20) VALUE 'MASSCHG SEL-VALUE'.
           05  FILLER PIC X(26) VALUE 'A400000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'MASSCHG CHG-FIELD'.
           05  FILLER PIC X(26) VALUE 'L100000000000000000000000N'.
           05  FILLER PIC X(36) VALUE
               'PHONE/CITY/STATE/COUNTRY/POSTALCODE'.
           05  FILLER PIC X(20) VALUE 'MASSCHG CHG-VALUE'.
           05  FILLER PIC X(26) VALUE 'A400000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'PAYVAR  FIRST-LIMIT'.
           05  FILLER PIC X(26) VALUE 'N090000000000000999999999Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'PAYVAR  VAR-PCT'.
           05  FILLER PIC X(26) VALUE 'N030000000000000000000999Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'PAYVAR  VAR-AMT'.
           05  FILLER PIC X(26) VALUE 'N090000000000000999999999Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'RATEAUDTSTALE-DAYS'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'RCRTISS RESPOND-DAYS'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'RCRTISS ACTIVITY'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'RCRTLOADDORMANT-DAYS'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ROYACCR TREND-PERS'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ROYACCR MAX-AGE'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ROYCALC MIN-PAYMENT'.
           05  FILLER PIC X(26) VALUE 'N090000000000100999999999Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ROYCALC RESERVE-PCT'.
           05  FILLER PIC X(26) VALUE 'N030000000000000000000100Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ROYCALC RESERVE-PERS'.
           05  FILLER PIC X(26) VALUE 'N030000000000000000000999Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ROYCALC BACKUP-RATE'.
           05  FILLER PIC X(26) VALUE 'N030000000000000000000100Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ROYCALC STATUTORY-RA'.
           05  FILLER PIC X(26) VALUE 'N030000000000000000000100Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'SALESANLTOP-N'.
           05  FILLER PIC X(26) VALUE 'N020000000000100000000099N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'SALESANLSLOW-UNITS'.
           05  FILLER PIC X(26) VALUE 'N050000000000000000099999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'SALESARCRETAIN-MTHS'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'SIGNON  PWD-EXPIRY'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'SODCHK  LOOKBACK'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'TEST0   TARGET-LNAME'.
           05  FILLER PIC X(26) VALUE 'A400000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'TEST1   TARGET-AU-ID'.
           05  FILLER PIC X(26) VALUE 'A110000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'TEST1   TARGET-LNAME'.
           05  FILLER PIC X(26) VALUE 'A400000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'TEST1   TARGET-CTRY'.
           05  FILLER PIC X(26) VALUE 'A300000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'TEST3   TARGET-AU-ID'.
           05  FILLER PIC X(26) VALUE 'A110000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'TEST3   TARGET-LNAME'.
           05  FILLER PIC X(26) VALUE 'A400000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'TEST3   TARGET-CITY'.
           05  FILLER PIC X(26) VALUE 'A200000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'TEST3   TARGET-CTRY'.
           05  FILLER PIC X(26) VALUE 'A300000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'TEST5   CKPT-INTERVA'.
           05  FILLER PIC X(26) VALUE 'N040000000000100000009999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'TREATEXPLOOKAHEAD'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'WHTYEAR TAX-YEAR'.
           05  FILLER PIC X(26) VALUE 'N040000000190000000002999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'YRCLOSE CLOSE-YEAR'.
           05  FILLER PIC X(26) VALUE 'N040000000190000000002999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ROYPREP PARTITIONS'.
           05  FILLER PIC X(26) VALUE 'N020000000000100000000099N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'CAPRPT  TREND-PERS'.
           05  FILLER PIC X(26) VALUE 'N020000000000200000000060N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'CAPRPT  HORIZON-PERS'.
           05  FILLER PIC X(26) VALUE 'N020000000000100000000060N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'CAPRPT  ONLINE-START'.
           05  FILLER PIC X(26) VALUE 'N040000000000000000001159N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'GENCMP  ROYPAY-TOL'.
           05  FILLER PIC X(26) VALUE 'N070000000000000009999999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'GENCMP  PAYEXTR-TOL'.
           05  FILLER PIC X(26) VALUE 'N070000000000000009999999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'GENCMP  YEAREND-TOL'.
           05  FILLER PIC X(26) VALUE 'N070000000000000009999999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'ROYGL   GL-COMPANY'.
           05  FILLER PIC X(26) VALUE 'A040000000000000000000000Y'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'REVRPT  THRESHOLD'.
           05  FILLER PIC X(26) VALUE 'N060000000000100000999999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'REVRPT  PERIODS'.
           05  FILLER PIC X(26) VALUE 'N020000000000100000000060N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'REVRPT  NOTICE-DAYS'.
           05  FILLER PIC X(26) VALUE 'N030000000000000000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'CASERPT AGE-LIMIT'.
           05  FILLER PIC X(26) VALUE 'N030000000000100000000999N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'CHGLTR  LETTER-DATE'.
           05  FILLER PIC X(26) VALUE 'D080000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'CHGLTR  DESK-PHONE'.
           05  FILLER PIC X(26) VALUE 'A120000000000000000000000N'.
           05  FILLER PIC X(36) VALUE SPACES.
       01  RUNP-CATALOG REDEFINES RUNP-CATALOG-INIT.
           05  RPK-ENTRY OCCURS 83 TIMES.
               10  RPK-STEP-NAME       PIC X(8).
               10  RPK-KEYWORD         PIC X(12).
               10  RPK-TYPE            PIC X.
                   88  RPK-NUMERIC         VALUE 'N'.
                   88  RPK-LIST            VALUE 'L'.
                   88  RPK-TEXT            VALUE 'A'.
                   88  RPK-DATE            VALUE 'D'.
               10  RPK-WIDTH           PIC 99.
               10  RPK-MIN             PIC 9(11).
               10  RPK-MAX             PIC 9(11).
               10  RPK-DUAL            PIC X.
                   88  RPK-DUAL-APPROVAL   VALUE 'Y'.
               10  RPK-ALLOWED         PIC X(36).
       01  RPK-ENTRY-CT                PIC 9(3) COMP VALUE 83.
