      *----------------------------------------------------------*
      *    ROYTREC - layout of the ROYPAY.DAT control-total      *
      *    trailer.  Detail and summary counts and the grand     *
      *    total of earned royalties, then the partition the     *
      *    file came from: ROYCALC writes one per partition      *
      *    file with its number, the plan's partition count,     *
      *    the period and the partition's AU_ID range, and the   *
      *    run status -- F when the partition's run failed, so   *
      *    ROYMERGE refuses it.  ROYMERGE writes the combined    *
      *    trailer on the merged ROYPAY.DAT as partition 00,     *
      *    with totals it re-added from the records themselves.  *
      *    ROYGL reads the grand total back to prove its         *
      *    accrual.                                              *
      *----------------------------------------------------------*
       01  ROY-TRAILER-LINE.
           05  RT-RECORD-TYPE          PIC X  VALUE 'T'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  RT-DETAIL-CT            PIC Z(8)9.
           05  FILLER                  PIC X  VALUE SPACE.
           05  RT-SUMMARY-CT           PIC Z(8)9.
           05  FILLER                  PIC X  VALUE SPACE.
           05  RT-GRAND-TOTAL          PIC $$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X  VALUE SPACE.
           05  RT-PART-NO              PIC 9(2).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RT-PART-CT              PIC 9(2).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RT-PERIOD               PIC X(6).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RT-LOW-AU-ID            PIC X(11).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RT-HIGH-AU-ID           PIC X(11).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RT-RUN-STATUS           PIC X.
               88  RT-RUN-COMPLETE         VALUE 'C'.
               88  RT-RUN-FAILED           VALUE 'F'.
           05  FILLER                  PIC X(62) VALUE SPACES.
