      *> OPEN-PLAYER-LISTING / CHECK-PLAYER-LISTED /
      *> CLOSE-PLAYER-LISTING - shared paragraphs for the
      *> leaderboards and the partner extract.
      *> A player PLAYERMST holds as DORMANT, SUSPENDED or CLOSED is
      *> left off them until they are ACTIVE again; their rollup
      *> rows are kept, only not shown. A name with no master row
      *> (play from before the master existed) is still listed, and
      *> with no master file on hand everyone is.
      *> Calling program must declare, ahead of COPY:
      *>   - file PLAYER-MST-FILE, SELECT ... ASSIGN TO
      *>     "PLAYERMST.DAT" ORGANIZATION INDEXED, ACCESS DYNAMIC,
      *>     RECORD KEY IS PM-PLAYER-NAME, FILE STATUS IS
      *>     WS-PLAYER-MST-STATUS, with an FD that COPY
      *>     "playermstrec.cpy"s in PLAYER-MST-REC
      *>   - WS-PLAYER-MST-STATUS  PIC X(2)
      *>   - WS-LISTING-OPEN-FLAG  PIC X(1)
      *>   - WS-LISTED-NAME        PIC X(20)
      *>   - WS-LISTED-FLAG        PIC X(1) with
      *>     88 PLAYER-IS-LISTED VALUE "Y"
      *> and PERFORM OPEN-PLAYER-LISTING before the first check and
      *> CLOSE-PLAYER-LISTING after the last. MOVE the name to
      *> WS-LISTED-NAME before each PERFORM CHECK-PLAYER-LISTED.
       OPEN-PLAYER-LISTING.
           MOVE "N" TO WS-LISTING-OPEN-FLAG
           OPEN INPUT PLAYER-MST-FILE
           IF WS-PLAYER-MST-STATUS = "00"
               MOVE "Y" TO WS-LISTING-OPEN-FLAG
           END-IF.

       CHECK-PLAYER-LISTED.
           MOVE "Y" TO WS-LISTED-FLAG
           IF WS-LISTING-OPEN-FLAG = "Y"
               MOVE WS-LISTED-NAME TO PM-PLAYER-NAME
               READ PLAYER-MST-FILE KEY IS PM-PLAYER-NAME
               IF WS-PLAYER-MST-STATUS = "00"
                   IF PM-STATUS = "DORMANT" OR PM-STATUS = "SUSPENDED"
                           OR PM-STATUS = "CLOSED"
                       MOVE "N" TO WS-LISTED-FLAG
                   END-IF
               END-IF
           END-IF.

       CLOSE-PLAYER-LISTING.
           IF WS-LISTING-OPEN-FLAG = "Y"
               CLOSE PLAYER-MST-FILE
               MOVE "N" TO WS-LISTING-OPEN-FLAG
           END-IF.
