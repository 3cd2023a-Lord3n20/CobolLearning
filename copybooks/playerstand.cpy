      *> CHECK-PLAYER-STANDING - shared paragraph for the games.
      *> Settles whether the registered player in WS-CAND-NAME may
      *> play, when their PLAYERMST row is not simply ACTIVE:
      *>   DORMANT   - playing again is what ends dormancy, so the
      *>               row goes back to ACTIVE and the player plays
      *>   SUSPENDED - turned away with the reason until the end
      *>               date on PLAYERSUSP has passed; after that the
      *>               suspension is lifted here and the player plays
      *>   CLOSED    - turned away; only the partner's member file
      *>               reopens a closed player
      *> Each change of status goes to the change journal and to the
      *> audit log under the player's name - RETURNED for the end of
      *> dormancy, REINSTATED for a lapsed suspension.
      *> Calling program must declare, ahead of COPY:
      *>   - file PLAYER-MST-FILE, indexed on PM-PLAYER-NAME, FILE
      *>     STATUS IS WS-PLAYER-MST-STATUS, FD COPY
      *>     "playermstrec.cpy"
      *>   - file PLAYER-SUSP-FILE, SELECT ... ASSIGN TO
      *>     "PLAYERSUSP.DAT" ORGANIZATION INDEXED, ACCESS DYNAMIC,
      *>     RECORD KEY IS PS-PLAYER-NAME, FILE STATUS IS
      *>     WS-PLAYER-SUSP-STATUS, FD COPY "playersusprec.cpy"
      *>   - WS-PLAYER-MST-STATUS and WS-PLAYER-SUSP-STATUS PIC X(2)
      *>   - WS-CAND-NAME          PIC X(20)
      *>   - WS-SUSP-UNTIL         PIC X(8)
      *>   - WS-SUSP-REASON        PIC X(60)
      *>   - WS-STANDING-FLAG      PIC X(1) with
      *>     88 PLAYER-MAY-PLAY VALUE "Y"
      *>   - the fields WRITE-JOURNAL-RECORD and WRITE-AUDIT-RECORD
      *>     need, with both of those copybooks
       CHECK-PLAYER-STANDING.
           MOVE "N" TO WS-STANDING-FLAG
           OPEN I-O PLAYER-MST-FILE
           IF WS-PLAYER-MST-STATUS NOT = "00"
               DISPLAY "Player master unavailable, status "
                   WS-PLAYER-MST-STATUS
           ELSE
               MOVE WS-CAND-NAME TO PM-PLAYER-NAME
               READ PLAYER-MST-FILE KEY IS PM-PLAYER-NAME
               EVALUATE TRUE
                   WHEN WS-PLAYER-MST-STATUS NOT = "00"
                       DISPLAY "Player master read failed, status "
                           WS-PLAYER-MST-STATUS
                   WHEN PM-STATUS = "DORMANT"
                       DISPLAY "Welcome back, " WS-CAND-NAME
                       MOVE "RETURN" TO WS-JOURNAL-ACTION
                       MOVE "RETURNED" TO WS-AUDIT-OUTCOME-CODE
                       PERFORM SET-PLAYER-ACTIVE
                       MOVE "Y" TO WS-STANDING-FLAG
                   WHEN PM-STATUS = "SUSPENDED"
                       PERFORM CHECK-SUSPENSION-LAPSED
                   WHEN PM-STATUS = "CLOSED"
                       DISPLAY WS-CAND-NAME " is a closed player and"
                           " cannot play."
                   WHEN OTHER
                       MOVE "Y" TO WS-STANDING-FLAG
               END-EVALUATE
               CLOSE PLAYER-MST-FILE
           END-IF.

       CHECK-SUSPENSION-LAPSED.
           MOVE SPACES TO WS-SUSP-UNTIL
           MOVE SPACES TO WS-SUSP-REASON
           OPEN I-O PLAYER-SUSP-FILE
           IF WS-PLAYER-SUSP-STATUS = "00"
               MOVE WS-CAND-NAME TO PS-PLAYER-NAME
               READ PLAYER-SUSP-FILE KEY IS PS-PLAYER-NAME
               IF WS-PLAYER-SUSP-STATUS = "00"
                   MOVE PS-SUSPENDED-UNTIL TO WS-SUSP-UNTIL
                   MOVE PS-REASON TO WS-SUSP-REASON
                   IF WS-SUSP-UNTIL NOT = SPACES
                           AND WS-SUSP-UNTIL <
                               FUNCTION CURRENT-DATE(1:8)
                       PERFORM LIFT-LAPSED-SUSPENSION
                   END-IF
               END-IF
               CLOSE PLAYER-SUSP-FILE
           END-IF
           IF WS-SUSP-UNTIL = SPACES
                   OR WS-SUSP-UNTIL NOT < FUNCTION CURRENT-DATE(1:8)
               IF WS-SUSP-UNTIL = SPACES
                   DISPLAY WS-CAND-NAME " is suspended until a"
                       " supervisor reinstates them."
               ELSE
                   DISPLAY WS-CAND-NAME " is suspended until "
                       WS-SUSP-UNTIL "."
               END-IF
               IF WS-SUSP-REASON NOT = SPACES
                   DISPLAY "Reason: " WS-SUSP-REASON
               END-IF
           END-IF.

      *> The player is only reinstated once the suspension row is
      *> gone; a failed delete leaves them turned away.
       LIFT-LAPSED-SUSPENSION.
           MOVE "PLAYERSUSP" TO WS-JOURNAL-FILE-ID
           MOVE "DELETE" TO WS-JOURNAL-ACTION
           MOVE WS-CAND-NAME TO WS-JOURNAL-OPERATOR-ID
           MOVE WS-CAND-NAME TO WS-JOURNAL-KEY
           MOVE PLAYER-SUSP-REC TO WS-JOURNAL-OLD-IMAGE
           MOVE SPACES TO WS-JOURNAL-NEW-IMAGE
           DELETE PLAYER-SUSP-FILE
           IF WS-PLAYER-SUSP-STATUS = "00"
               PERFORM WRITE-JOURNAL-RECORD
               DISPLAY "The suspension of " WS-CAND-NAME
                   " ended on " WS-SUSP-UNTIL "."
               MOVE "REINSTATE" TO WS-JOURNAL-ACTION
               MOVE "REINSTATED" TO WS-AUDIT-OUTCOME-CODE
               PERFORM SET-PLAYER-ACTIVE
               MOVE "Y" TO WS-STANDING-FLAG
           ELSE
               DISPLAY "The suspension of " WS-CAND-NAME
                   " has ended but could not be lifted, status "
                   WS-PLAYER-SUSP-STATUS
           END-IF.

      *> The caller has PLAYER-MST-REC read with PLAYER-MST-FILE open
      *> I-O, and the journal action and audit outcome set.
       SET-PLAYER-ACTIVE.
           MOVE "PLAYERMST" TO WS-JOURNAL-FILE-ID
           MOVE PLAYER-MST-REC TO WS-JOURNAL-OLD-IMAGE
           MOVE "ACTIVE" TO PM-STATUS
           REWRITE PLAYER-MST-REC
           IF WS-PLAYER-MST-STATUS = "00"
               MOVE WS-CAND-NAME TO WS-JOURNAL-OPERATOR-ID
               MOVE WS-CAND-NAME TO WS-JOURNAL-KEY
               MOVE PLAYER-MST-REC TO WS-JOURNAL-NEW-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-CAND-NAME TO WS-AUDIT-OPERATOR-ID
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
