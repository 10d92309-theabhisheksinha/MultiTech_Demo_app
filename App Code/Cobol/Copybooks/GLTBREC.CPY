      *----------------------------------------------------------*
      *    GLTBREC - layout of one GLTB.DAT trial-balance        *
      *    extract record as the general ledger sends it at      *
      *    period end: one line per account, the balance on the  *
      *    account's natural side -- a credit-balance liability  *
      *    such as royalty payable reads positive, as does the   *
      *    debit-balance advances asset.  GLRECON proves the     *
      *    ROYGLMAP.DAT royalty accounts against it.             *
      *----------------------------------------------------------*
       01  GL-TRIAL-BAL-LINE.
           05  TB-ACCOUNT              PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  TB-PERIOD               PIC X(6).
           05  FILLER                  PIC X  VALUE SPACE.
           05  TB-BALANCE              PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(48) VALUE SPACES.
