      *    with the contact fields masked (the CRM team wants the
      *    key to survive for matching), and a soft-deleted author
      *    is suppressed outright; the run summary accounts for
      *    every row one way or the other.  An author whose mail
      *    has come back goes out with the dead address masked
      *    and no mailing until the address is confirmed
       01 WS-FULL-CT            PIC 9(6) COMP VALUE ZERO.
       01 WS-MASKED-CT          PIC 9(6) COMP VALUE ZERO.
       01 WS-MAIL-HELD-CT       PIC 9(6) COMP VALUE ZERO.
       01 WS-SUPPRESSED-CT      PIC 9(6) COMP VALUE ZERO.

      *    file-level identity -- header with feed ID, business date
           DISPLAY 'CRM extract - sent in full:    ' DISP-EXTRACT-CT
           MOVE WS-MASKED-CT TO DISP-EXTRACT-CT
           DISPLAY 'CRM extract - contact masked:  ' DISP-EXTRACT-CT
           MOVE WS-MAIL-HELD-CT TO DISP-EXTRACT-CT
           DISPLAY 'CRM extract - mailing held:    ' DISP-EXTRACT-CT
           MOVE WS-SUPPRESSED-CT TO DISP-EXTRACT-CT
           DISPLAY 'CRM extract - suppressed:      ' DISP-EXTRACT-CT
           .
               MOVE ALL '*' TO CRM-ADDRESS
               MOVE ALL '*' TO CRM-POSTALCODE
           ELSE
               IF SNAP-MAIL-HELD
                   ADD 1 TO WS-MAIL-HELD-CT
                   MOVE ALL '*' TO CRM-ADDRESS
                   MOVE ALL '*' TO CRM-POSTALCODE
               ELSE
                   ADD 1 TO WS-FULL-CT
               END-IF
           END-IF
      *    nothing is mailed to an address the post office has
      *    already sent back, whatever the household pass chose
           IF SNAP-MAIL-HELD
               MOVE 'N' TO CRM-HH-RECIP
           END-IF

           MOVE AUTHOR-CRM-LINE TO AUTHOR-CRM-RECORD
