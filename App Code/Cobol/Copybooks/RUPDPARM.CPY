      *----------------------------------------------------------*
      *    RUPDPARM - parameter area passed on CALL 'RUNPUPD'.   *
      *    The one place RUNPARM.DAT is written: RUNPMNT's       *
      *    direct changes and APPRREL's released ones both come  *
      *    through here, so every card change also lands on the  *
      *    RUNPHIST.DAT card history with the operator who made  *
      *    it and, for a released change, the one who let it     *
      *    through.  SET replaces the first card for the step    *
      *    and keyword -- the one RUNPARM would have found -- or *
      *    adds one at the end; REMOVE drops it.  The card's     *
      *    value before the change comes back in OLD-VALUE.  RC  *
      *    04 means a REMOVE found no card, RC 08 that a SET     *
      *    asked for the value the card already holds -- in      *
      *    either case nothing was written.                      *
      *----------------------------------------------------------*
       01  RUPD-PARM-AREA.
           05  RUPD-FUNCTION           PIC X.
               88  RUPD-FUNC-SET           VALUE 'S'.
               88  RUPD-FUNC-REMOVE        VALUE 'R'.
           05  RUPD-CALLER-ID          PIC X(8).
           05  RUPD-STEP-NAME          PIC X(8).
           05  RUPD-KEYWORD            PIC X(12).
           05  RUPD-NEW-VALUE          PIC X(40).
           05  RUPD-OLD-VALUE          PIC X(40).
      *    A a card added, C a card changed, D a card removed --
      *    set on return and carried onto the history line.  Left
      *    spaces when the card file was not written; set with RC
      *    99 when the card went on but its history line did not
           05  RUPD-ACTION             PIC X.
               88  RUPD-ACT-ADD            VALUE 'A'.
               88  RUPD-ACT-CHANGE         VALUE 'C'.
               88  RUPD-ACT-REMOVE         VALUE 'D'.
           05  RUPD-OPER-ID            PIC X(8).
           05  RUPD-APPROVER-ID        PIC X(8) VALUE SPACES.
           05  RUPD-RETURN-CODE        PIC X(2).
               88  RUPD-RC-OK              VALUE '00'.
               88  RUPD-RC-NOT-FOUND       VALUE '04'.
               88  RUPD-RC-UNCHANGED       VALUE '08'.
               88  RUPD-RC-FAILED          VALUE '99'.
