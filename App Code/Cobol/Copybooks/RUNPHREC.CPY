      *----------------------------------------------------------*
      *    RUNPHREC - one RUNPHIST.DAT card history line,        *
      *    written by RUNPUPD for every change to RUNPARM.DAT    *
      *    and read back by RUNPMNT.  Lines go on in the order   *
      *    the changes were made, dated with the business date   *
      *    the change went in under, so the card a night's run   *
      *    read is the new value of the last change dated on or  *
      *    before that night -- or, when every change came       *
      *    later, the old value of the first of them.  Action A  *
      *    added the card, C changed it, D removed it; the       *
      *    approver is spaces for a change that did not need a   *
      *    second operator.                                      *
      *----------------------------------------------------------*
       01  RUNP-HIST-LINE.
           05  RH-BUS-DATE             PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RH-TIME                 PIC X(6).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RH-STEP-NAME            PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RH-KEYWORD              PIC X(12).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RH-ACTION               PIC X.
               88  RH-ACT-ADD              VALUE 'A'.
               88  RH-ACT-CHANGE           VALUE 'C'.
               88  RH-ACT-REMOVE           VALUE 'D'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  RH-OLD-VALUE            PIC X(40).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RH-NEW-VALUE            PIC X(40).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RH-CALLER-ID            PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RH-OPER-ID              PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RH-APPROVER-ID          PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
