           05  RECV-BUSINESS-DATE      PIC X(8).
           05  RECV-FILE-SEQ           PIC 9(5).
           05  RECV-RECORD-COUNT       PIC 9(7).
      *    the distributor a file came from -- each distributor
      *    numbers its own files, so the sequence discipline runs
      *    per feed and source.  Blank for the in-house feeds.
           05  RECV-SOURCE-ID          PIC X(6) VALUE SPACES.
           05  RECV-RETURN-CODE        PIC X(2).
               88  RECV-RC-OK              VALUE '00'.
               88  RECV-RC-OUT-OF-SEQ      VALUE '04'.
