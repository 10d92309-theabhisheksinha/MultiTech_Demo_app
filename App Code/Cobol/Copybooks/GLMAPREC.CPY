      *----------------------------------------------------------*
      *    GLMAPREC - one GLMAP.DAT / ROYGLMAP.DAT account map   *
      *    card, the layout GLFEED, ROYGL and the other journal  *
      *    steps read.  A card with a state and country names    *
      *    the expense account authors in that jurisdiction post *
      *    to; a card whose state is a pair of symbols names one *
      *    of the map's fixed accounts and leaves the country    *
      *    spaces.  GLMAP.DAT carries only the '**' liability    *
      *    offset.  ROYGLMAP.DAT carries '**' royalty payable,   *
      *    '$$' cash, '%%' held earnings, '@@' returns reserve,  *
      *    '&&' advances asset, '##' advance write-off expense,  *
      *    '^^' accrued royalty expense and '~~' accrued royalty *
      *    liability.                                            *
      *----------------------------------------------------------*
       01  GL-MAP-LINE.
           05  GM-STATE                PIC X(2).
           05  FILLER                  PIC X  VALUE SPACE.
           05  GM-COUNTRY              PIC X(30).
           05  FILLER                  PIC X  VALUE SPACE.
           05  GM-ACCOUNT              PIC X(8).
