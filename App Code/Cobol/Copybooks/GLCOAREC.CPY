      *----------------------------------------------------------*
      *    GLCOAREC - layout of one GLCOA.DAT chart-of-accounts  *
      *    extract record as the general ledger sends it: one    *
      *    line per account with its class and whether it is    *
      *    still open to posting.  GLMAPCOV holds every account  *
      *    GLMAP.DAT and ROYGLMAP.DAT name up against it, so a   *
      *    mistyped or closed account is refused when the card   *
      *    is keyed instead of when the journal will not post.   *
      *    Class A asset, L liability, Q equity, R revenue, E    *
      *    expense; status A open, I closed to posting.          *
      *----------------------------------------------------------*
       01  GL-CHART-LINE.
           05  COA-ACCOUNT             PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  COA-CLASS               PIC X.
               88  COA-ASSET               VALUE 'A'.
               88  COA-LIABILITY           VALUE 'L'.
               88  COA-EQUITY              VALUE 'Q'.
               88  COA-REVENUE             VALUE 'R'.
               88  COA-EXPENSE             VALUE 'E'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  COA-STATUS              PIC X.
               88  COA-OPEN                VALUE 'A'.
               88  COA-CLOSED              VALUE 'I'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  COA-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(27) VALUE SPACES.
