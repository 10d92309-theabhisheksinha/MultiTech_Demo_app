       01 WS-BUSINESS-DATE      PIC X(8).

      *    the outbound files this shop generations -- one entry per
      *    feed, the fixed name its consumers read -- and the
      *    royalty and year-end outputs GENCMP compares run to run
       01 WS-FEED-LIST-INIT.
           05 FILLER PIC X(12) VALUE 'AUTHRPT.DAT'.
           05 FILLER PIC X(12) VALUE 'NULLCOM.DAT'.
           05 FILLER PIC X(12) VALUE 'COMPRPT.DAT'.
           05 FILLER PIC X(12) VALUE 'AUTHCRM.DAT'.
           05 FILLER PIC X(12) VALUE 'PAYEXTR.DAT'.
           05 FILLER PIC X(12) VALUE 'ROYPAY.DAT'.
           05 FILLER PIC X(12) VALUE 'YEAREND.DAT'.
       01 WS-FEED-LIST REDEFINES WS-FEED-LIST-INIT.
           05 WS-FEED-NAME OCCURS 10 TIMES
                                PIC X(12).
       01 WS-FEED-SUB           PIC 9(2) COMP.
       01 WS-FEED-BASE          PIC X(8).

           PERFORM 300-ARCHIVE-ONE-FEED
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 10

           PERFORM 500-SWEEP-OLD-GENERATIONS
           PERFORM 600-REWRITE-CATALOG
           END-IF.

      *    for each feed, generations beyond the keep count go --
      *    oldest first by created date then generation number.
      *    Generation 00 is YRCLOSE's year-end archive, which is
      *    kept until someone retires it, so it is neither counted
      *    nor swept.
       500-SWEEP-OLD-GENERATIONS.
           PERFORM 520-SWEEP-ONE-FEED
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 10.

       520-SWEEP-ONE-FEED.
           MOVE SPACES TO WS-FEED-BASE
                   UNTIL WS-CAT-SUB > WS-CAT-CT
               IF WS-TAB-FEED(WS-CAT-SUB) = WS-FEED-BASE
                  AND WS-TAB-DELETED-SW(WS-CAT-SUB) = 'N'
                  AND WS-TAB-GEN(WS-CAT-SUB) NOT = ZERO
                   ADD 1 TO WS-FEED-GEN-CT
               END-IF
           END-PERFORM.
                   UNTIL WS-CAT-SUB > WS-CAT-CT
               IF WS-TAB-FEED(WS-CAT-SUB) = WS-FEED-BASE
                  AND WS-TAB-DELETED-SW(WS-CAT-SUB) = 'N'
                  AND WS-TAB-GEN(WS-CAT-SUB) NOT = ZERO
                   MOVE SPACES TO WS-ENTRY-KEY
                   STRING WS-TAB-CREATED(WS-CAT-SUB)
                          WS-TAB-GEN(WS-CAT-SUB)
