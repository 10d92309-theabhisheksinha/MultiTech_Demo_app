      *----------------------------------------------------------*
      *    HELDKREC - record of a keyed held-balance work file,  *
      *    one per AU_ID, built from HELDBAL.DAT (HELDREC) by    *
      *    the step that needs to look balances up: ROYCALC      *
      *    keeps its partition's balances here while it runs     *
      *    and ROYMERGE unloads them back onto HELDBAL.DAT;      *
      *    ROYSTMT looks each author's balance up in its own     *
      *    copy.  Keyed, the file holds as many authors as the   *
      *    shop has.                                             *
      *----------------------------------------------------------*
       01  HELD-KEY-RECORD.
           05  HK-AU-ID                PIC X(11).
           05  HK-BALANCE              PIC S9(9)V99.
           05  HK-PERIOD               PIC X(6).
