      *----------------------------------------------------------*
      *    ROYPREC - layout of one ROYPART.DAT partition-plan    *
      *    record.  ROYPREP splits the period's royalty-bearing  *
      *    authors into AU_ID ranges of about equal size so the  *
      *    royalty run can be cut into partitions that run side  *
      *    by side; ROYCALC reads its own range from here, and   *
      *    ROYMERGE proves every partition against it before     *
      *    one ROYPAY.DAT is rebuilt.  Low and high are the      *
      *    first and last author the plan put in the partition;  *
      *    the ranges are chained, so a partition owns every     *
      *    AU_ID above the previous partition's high up to and   *
      *    including its own -- the first partition has no       *
      *    floor and the last no ceiling, so an author added     *
      *    after the plan was cut still lands in exactly one.    *
      *    Status P is planned, M merged: a merged plan is not   *
      *    merged a second time.                                 *
      *    Low and high pay number are the block of payment      *
      *    numbers ROYPREP reserved off PAYNOCTL for the         *
      *    partition: it numbers its registrations from its own  *
      *    block onto its own REGPpp.DAT, so partitions running  *
      *    side by side never wait on one another for a number,  *
      *    and ROYMERGE appends the REGPpp files to PAYREG.DAT.  *
      *----------------------------------------------------------*
       01  ROY-PART-LINE.
           05  RP-PART-NO              PIC 9(2).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RP-PART-CT              PIC 9(2).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RP-PERIOD               PIC X(6).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RP-LOW-AU-ID            PIC X(11).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RP-HIGH-AU-ID           PIC X(11).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RP-AUTHOR-CT            PIC 9(7).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RP-STATUS               PIC X.
               88  RP-PLANNED              VALUE 'P'.
               88  RP-MERGED               VALUE 'M'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  RP-LOW-PAY-NUM          PIC 9(7).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RP-HIGH-PAY-NUM         PIC 9(7).
           05  FILLER                  PIC X(18) VALUE SPACES.
