      *> WRITE-JOURNAL-RECORD - shared paragraph.
      *> Calling program must declare, ahead of COPY:
      *>   - file CHG-JOURNAL-FILE, SELECT ... ORGANIZATION LINE
      *>     SEQUENTIAL, FILE STATUS IS WS-CHG-JOURNAL-STATUS, with
      *>     an FD that COPY "chgjrnrec.cpy"s in CHG-JOURNAL-REC
      *>   - WS-CHG-JOURNAL-STATUS   PIC X(2)
      *>   - WS-JOURNAL-PROGRAM-ID   PIC X(20)
      *>   - WS-JOURNAL-OPERATOR-ID  PIC X(20)
      *>   - WS-JOURNAL-FILE-ID      PIC X(12)
      *>   - WS-JOURNAL-ACTION       PIC X(10)
      *>   - WS-JOURNAL-KEY          PIC X(40)
      *>   - WS-JOURNAL-OLD-IMAGE    PIC X(300)
      *>   - WS-JOURNAL-NEW-IMAGE    PIC X(300)
      *> and MOVE the operator, file, action, key and both images
      *> before PERFORM WRITE-JOURNAL-RECORD.
      *> The PIN (OPERATOR-REC bytes 62-65) and the credential token
      *> (EP-CRED-REC bytes 71-270) are masked here, whatever the
      *> caller moved in, so no secret ever reaches the journal; a
      *> token shows as a fixed row of asterisks whatever its length.
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE   TO CJ-TIMESTAMP
           MOVE WS-JOURNAL-PROGRAM-ID   TO CJ-PROGRAM-ID
           MOVE WS-JOURNAL-OPERATOR-ID  TO CJ-OPERATOR-ID
           MOVE WS-JOURNAL-FILE-ID      TO CJ-FILE-ID
           MOVE WS-JOURNAL-ACTION       TO CJ-ACTION
           MOVE WS-JOURNAL-KEY          TO CJ-KEY
           MOVE WS-JOURNAL-OLD-IMAGE    TO CJ-OLD-IMAGE
           MOVE WS-JOURNAL-NEW-IMAGE    TO CJ-NEW-IMAGE
           IF CJ-FILE-ID = "OPERATORS"
               IF CJ-OLD-IMAGE NOT = SPACES
                   MOVE "****" TO CJ-OLD-IMAGE(62:4)
               END-IF
               IF CJ-NEW-IMAGE NOT = SPACES
                   MOVE "****" TO CJ-NEW-IMAGE(62:4)
               END-IF
           END-IF
           IF CJ-FILE-ID = "EPCREDS"
               IF CJ-OLD-IMAGE(71:200) NOT = SPACES
                   MOVE "********" TO CJ-OLD-IMAGE(71:200)
               END-IF
               IF CJ-NEW-IMAGE(71:200) NOT = SPACES
                   MOVE "********" TO CJ-NEW-IMAGE(71:200)
               END-IF
           END-IF
           OPEN EXTEND CHG-JOURNAL-FILE
           IF WS-CHG-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHG-JOURNAL-FILE
               CLOSE CHG-JOURNAL-FILE
               OPEN EXTEND CHG-JOURNAL-FILE
           END-IF
           WRITE CHG-JOURNAL-REC
           CLOSE CHG-JOURNAL-FILE.
