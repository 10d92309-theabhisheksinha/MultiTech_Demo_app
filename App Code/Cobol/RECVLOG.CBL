           05 RCV-RECORD-COUNT      PIC 9(7).
           05 FILLER                PIC X.
           05 RCV-LOAD-DATE         PIC X(8).
           05 FILLER                PIC X.
           05 RCV-SOURCE-ID         PIC X(6).

       WORKING-STORAGE SECTION.
      *    inbound load registry in the XMITLOG.DAT mold -- one
      *    file they have already eaten and prove afterward what
      *    was loaded, when, and with how many records.  The
      *    sequence discipline mirrors FEEDACK's: files for a feed
      *    must arrive dense and in order.  A feed several
      *    distributors send is sequenced per distributor; records
      *    written before the source id existed read back blank,
      *    which is what the in-house feeds still send.
       01  WS-LOG-FILE-STATUS       PIC XX.
       01  WS-LOG-EOF-SW            PIC X.
           88  WS-LOG-EOF               VALUE 'Y'.
           END-READ
           IF NOT WS-LOG-EOF
              AND RCV-FEED-ID = RECV-FEED-ID
              AND RCV-SOURCE-ID = RECV-SOURCE-ID
              AND RCV-FILE-SEQ NUMERIC
              AND RCV-FILE-SEQ > WS-HIGH-SEQ
               MOVE RCV-FILE-SEQ TO WS-HIGH-SEQ
               MOVE RECV-FILE-SEQ       TO RCV-FILE-SEQ
               MOVE RECV-RECORD-COUNT   TO RCV-RECORD-COUNT
               MOVE BDT-BUSINESS-DATE   TO RCV-LOAD-DATE
               MOVE RECV-SOURCE-ID      TO RCV-SOURCE-ID
               WRITE RECEIVE-RECORD
               CLOSE RECEIVE-LOG
           END-IF.
