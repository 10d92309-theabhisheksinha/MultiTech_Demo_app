      *    enough to need a second pair of eyes -- a payrate     *
      *    move above the run-control threshold, a provider      *
      *    rate-card load through EXCHMNT, a COMCARD apply in    *
      *    COMFIX, an advance write-off ADVWOFF proposes, a      *
      *    money-moving run-control card change from RUNPMNT.    *
      *    The change lands on PENDAPPR.DAT as a pending item    *
      *    instead of hitting the database or the card file;     *
      *    APPRREL is the supervisor function that releases or   *
      *    rejects it, and APPRAGE reports what nobody has       *
      *    worked.  A released item is applied by APPRREL        *
               88  APPR-TYPE-PAYRATE       VALUE 'PAYRATE'.
               88  APPR-TYPE-EXCHRATE      VALUE 'EXCHRATE'.
               88  APPR-TYPE-COMCARD       VALUE 'COMCARD'.
               88  APPR-TYPE-ADVWOFF       VALUE 'ADVWOFF'.
               88  APPR-TYPE-RUNPARM       VALUE 'RUNPARM'.
           05  APPR-KEY                PIC X(11).
           05  APPR-OLD-VALUE          PIC X(20).
           05  APPR-NEW-VALUE          PIC X(20).
