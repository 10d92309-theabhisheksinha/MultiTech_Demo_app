      *----------------------------------------------------------*
      *    RESVREC - layout of one RESVLOG.DAT returns-reserve   *
      *    movement record.  RESBAL.DAT carries one HELDREC row  *
      *    per author per period the reserve was taken in; every *
      *    change to those rows is logged here by ROYCALC -- T   *
      *    reserve taken this period, U reserve used up against  *
      *    returns loaded this period, R reserve released back   *
      *    into earnings once it has aged past the run-control   *
      *    number of periods.  RV-TAKEN-PER names the period the *
      *    money was originally held back in.  Read by ROYSTMT   *
      *    so the statement shows each movement on its own line. *
      *----------------------------------------------------------*
       01  RESERVE-LOG-LINE.
           05  RV-AU-ID                PIC X(11).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RV-PERIOD               PIC X(6).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RV-TYPE                 PIC X.
               88  RV-TAKEN                VALUE 'T'.
               88  RV-USED                 VALUE 'U'.
               88  RV-RELEASED             VALUE 'R'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  RV-AMOUNT               PIC 9(9)V99.
           05  FILLER                  PIC X  VALUE SPACE.
           05  RV-TAKEN-PER            PIC X(6).
           05  FILLER                  PIC X(21) VALUE SPACES.
