      *----------------------------------------------------------*
      *    ISBNPARM - parameter area passed on CALL 'ISBNVAL'.   *
      *    TITLE_ID is the shop's own code; distributors report  *
      *    by ISBN, so each title edition carries its ISBN-13 on *
      *    the TITLEISBN cross-reference.  INSERT edits an ISBN  *
      *    before TITLMSTR or TITLLOAD files it: thirteen digits *
      *    on a 978/979 prefix with a good check digit, on no    *
      *    other edition, and the title edition holding no other *
      *    ISBN.  RESOLVE edits the ISBN the same way and hands  *
      *    back the TITLE_ID, edition and format it was issued   *
      *    for -- SALESLD's translation of an ISBN-keyed sale.   *
      *    RC 04 means the ISBN is well formed but not on file,  *
      *    08 that the ISBN or edition is refused (the reason    *
      *    says why), 99 that the cross-reference could not be   *
      *    read.                                                 *
      *----------------------------------------------------------*
       01  IVAL-PARM-AREA.
           05  IVAL-MODE               PIC X.
               88  IVAL-MODE-INSERT        VALUE 'I'.
               88  IVAL-MODE-RESOLVE       VALUE 'R'.
           05  IVAL-ISBN               PIC X(13).
           05  IVAL-TITLE-ID-X         PIC X(4).
           05  IVAL-EDITION-X          PIC X(2).
           05  IVAL-FORMAT             PIC X(2).
           05  IVAL-RETURN-CODE        PIC X(2).
               88  IVAL-RC-OK              VALUE '00'.
               88  IVAL-RC-NOT-FOUND       VALUE '04'.
               88  IVAL-RC-REFUSED         VALUE '08'.
               88  IVAL-RC-FAILED          VALUE '99'.
           05  IVAL-REASON             PIC X(40).
