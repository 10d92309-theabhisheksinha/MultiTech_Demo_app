      *----------------------------------------------------------*
      *    GLMCPARM - parameter area passed on CALL 'GLMAPCOV'.  *
      *    The account maps were hand-edited and their mistakes  *
      *    surfaced only when GLFEED or ROYGL would not balance  *
      *    at month end.  ACCOUNT asks whether one card's        *
      *    account may go on a map: the state must be a card the *
      *    map uses, and the account must be open on the GLCOA   *
      *    chart extract in the class that card posts to.        *
      *    GLMAPMNT asks it before writing a card.  COVERAGE     *
      *    proves a whole map: every card's account as above, no *
      *    card twice, the fixed offset cards present ('**' on   *
      *    both maps, '$$' on ROYGLMAP.DAT too), and every       *
      *    STATE/COUNTRY on the authors table resolving to an    *
      *    expense card.  GLMAPCHK runs it ahead of month end    *
      *    and GLFEED and ROYGL run it again before journaling.  *
      *    RC 04 means problems were found -- the first fifty    *
      *    come back as text, the count is complete; RC 99 means *
      *    the map or the chart could not be read.               *
      *----------------------------------------------------------*
       01  GLMC-PARM-AREA.
           05  GLMC-FUNCTION           PIC X.
               88  GLMC-FUNC-ACCOUNT       VALUE 'A'.
               88  GLMC-FUNC-COVERAGE      VALUE 'C'.
           05  GLMC-MAP-ID             PIC X.
               88  GLMC-MAP-COMP           VALUE 'G'.
               88  GLMC-MAP-ROYALTY        VALUE 'R'.
           05  GLMC-CARD-STATE         PIC X(2).
           05  GLMC-ACCOUNT            PIC X(8).
           05  GLMC-CARD-CT            PIC 9(5).
           05  GLMC-PROBLEM-CT         PIC 9(5).
           05  GLMC-PROBLEM-TEXT       PIC X(60) OCCURS 50 TIMES.
           05  GLMC-RETURN-CODE        PIC X(2).
               88  GLMC-RC-OK              VALUE '00'.
               88  GLMC-RC-PROBLEMS        VALUE '04'.
               88  GLMC-RC-FAILED          VALUE '99'.
