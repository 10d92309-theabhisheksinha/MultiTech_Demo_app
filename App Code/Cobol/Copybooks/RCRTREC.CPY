      *----------------------------------------------------------*
      *    RCRTREC - the quarterly access recertification files. *
      *    RCRTISS opens a cycle: one RCRTCYC.DAT roster line    *
      *    per active operator, naming the supervisor who must   *
      *    vouch for the account and the deadline to do it by,   *
      *    and a matching RCRTRESP.DAT worksheet line for the    *
      *    supervisor to mark.  RCRTLOAD reads the worksheet     *
      *    back, disables what was revoked or left uncertified   *
      *    past the deadline, and rewrites the roster.  Roster   *
      *    status P is pending, C certified, R revoked, X not    *
      *    certified by the deadline; the action fields stay     *
      *    spaces while the line is pending.  A blank            *
      *    supervisor means the operator answers to nobody on    *
      *    OPERATORS and any other level 3 operator certifies.   *
      *    On the worksheet the decision is C to certify or R to *
      *    revoke; left blank, the line is not yet worked.       *
      *----------------------------------------------------------*
       01  RCRT-ROSTER-LINE.
           05  RC-CYCLE-ID             PIC X(6).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RC-DEADLINE             PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RC-SUPERVISOR           PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RC-OPER-ID              PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RC-AUTH-LEVEL           PIC 9.
           05  FILLER                  PIC X  VALUE SPACE.
           05  RC-STATUS               PIC X.
               88  RC-PENDING              VALUE 'P'.
               88  RC-CERTIFIED            VALUE 'C'.
               88  RC-REVOKED              VALUE 'R'.
               88  RC-EXPIRED              VALUE 'X'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  RC-ACTION-DATE          PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RC-ACTION-BY            PIC X(8).
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  RCRT-RESPONSE-LINE.
           05  RR-CYCLE-ID             PIC X(6).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RR-CERTIFIER            PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RR-OPER-ID              PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RR-AUTH-LEVEL           PIC 9.
           05  FILLER                  PIC X  VALUE SPACE.
           05  RR-DECISION             PIC X.
               88  RR-CERTIFY              VALUE 'C'.
               88  RR-REVOKE               VALUE 'R'.
               88  RR-NOT-WORKED           VALUE SPACE.
           05  FILLER                  PIC X  VALUE SPACE.
           05  RR-COMMENT              PIC X(30).
           05  FILLER                  PIC X  VALUE SPACE.
