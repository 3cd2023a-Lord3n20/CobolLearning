      *> WRITE-CHANGE-REQUEST - shared paragraph.
      *> Calling program must declare, ahead of COPY:
      *>   - file CHANGE-REQ-FILE, SELECT ... ORGANIZATION INDEXED,
      *>     RECORD KEY CR-REQ-ID, FILE STATUS IS
      *>     WS-CHANGE-REQ-STATUS, with an FD that COPY
      *>     "chgreqrec.cpy"s in CHANGE-REQ-REC
      *>   - WS-CHANGE-REQ-STATUS PIC X(2)
      *> and MOVE CR-ACTION, CR-REQUESTED-BY, CR-SUMMARY and
      *> CR-DETAIL before PERFORM WRITE-CHANGE-REQUEST. The request
      *> is stamped PENDING; CR-REQ-ID comes back blank when it
      *> could not be recorded.
       WRITE-CHANGE-REQUEST.
           MOVE FUNCTION CURRENT-DATE(1:16) TO CR-REQ-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO CR-REQUESTED-AT
           MOVE "PENDING" TO CR-STATUS
           MOVE SPACES TO CR-DECIDED-BY
           MOVE SPACES TO CR-DECIDED-AT
           OPEN I-O CHANGE-REQ-FILE
           IF WS-CHANGE-REQ-STATUS = "35"
               OPEN OUTPUT CHANGE-REQ-FILE
               CLOSE CHANGE-REQ-FILE
               OPEN I-O CHANGE-REQ-FILE
           END-IF
           WRITE CHANGE-REQ-REC
           IF WS-CHANGE-REQ-STATUS = "00"
               DISPLAY "Change request " CR-REQ-ID " recorded - a"
                   " second supervisor must approve it."
           ELSE
               DISPLAY "Could not record the change request, status "
                   WS-CHANGE-REQ-STATUS
               MOVE SPACES TO CR-REQ-ID
           END-IF
           CLOSE CHANGE-REQ-FILE.
