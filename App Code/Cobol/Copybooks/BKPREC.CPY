           05  BKA-SCHED-NULL          PIC X.
           05  BKA-STMT-DLVY           PIC X.
           05  BKA-DLVY-NULL           PIC X.
           05  BKA-MAIL-RETURNED       PIC X.
           05  BKA-MRET-NULL           PIC X.
           05  BKA-MAIL-RET-DATE       PIC X(8).
           05  BKA-MRDT-NULL           PIC X.

       01  BKP-TITLES-REC.
           05  BKT-TITLE-ID            PIC 9(4).
           05  BKS-PRIOR-NULL          PIC X.
           05  BKS-LOAD-DATE           PIC X(8).
           05  BKS-LOAD-NULL           PIC X.
           05  BKS-FORMAT-CODE         PIC X(2).
           05  BKS-CHANNEL             PIC X(2).

       01  BKP-GEOREF-REC.
           05  BKG-STATE               PIC X(2).
           05  BKO-PWD-NULL            PIC X.
           05  BKO-FORCE-PWD           PIC X.
           05  BKO-FORCE-NULL          PIC X.
           05  BKO-SUPERVISOR-ID       PIC X(8).
           05  BKO-SUPV-NULL           PIC X.
           05  BKO-LAST-SIGNON         PIC X(8).
           05  BKO-SIGNON-NULL         PIC X.

       01  BKP-AUIDCTL-REC.
           05  BKC-NEXT-AU-ID          PIC 9(11).
