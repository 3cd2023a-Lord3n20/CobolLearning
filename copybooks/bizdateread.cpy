      *> READ-BUSINESS-DATE - shared paragraph.
      *> Calling program must declare, ahead of COPY:
      *>   - file BUSINESS-DATE-FILE, SELECT ... ASSIGN TO
      *>     "BIZDATE.DAT" ORGANIZATION LINE SEQUENTIAL, FILE STATUS
      *>     IS WS-BUSINESS-DATE-STATUS, with an FD that COPY
      *>     "bizdaterec.cpy"s in BUSINESS-DATE-REC
      *>   - WS-BUSINESS-DATE-STATUS PIC X(2)
      *>   - WS-BUSINESS-DATE        PIC X(8)
      *>   - WS-BUSINESS-DATE-NOTE   PIC X(7)
      *> and PERFORM READ-BUSINESS-DATE before dating any work.
      *> WS-BUSINESS-DATE comes back as the processing date, the
      *> clock date when no control file is on hand yet;
      *> WS-BUSINESS-DATE-NOTE comes back "(RERUN)" on a supervisor
      *> rerun of a past date, for report headers, else spaces.
       READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           MOVE SPACES TO WS-BUSINESS-DATE-NOTE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                           IF BD-IS-RERUN
                               MOVE "(RERUN)"
                                   TO WS-BUSINESS-DATE-NOTE
                           END-IF
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.
