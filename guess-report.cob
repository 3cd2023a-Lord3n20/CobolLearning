      *> a restarted run cannot double-count a session. The top-10
      *> listing per tier comes from the summary, so players stay on
      *> the board even after Housekeep archives their old sessions.
      *> Dormant, suspended and closed players keep their totals but
      *> are left off the top 10 until they are ACTIVE again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.

           SELECT PLAYER-MST-FILE ASSIGN TO "PLAYERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-NAME
               FILE STATUS IS WS-PLAYER-MST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYERHIST-FILE.
       FD  GUESS-CURSOR-FILE.
       01  GUESS-CURSOR-LINE        PIC X(16).

       FD  PLAYER-MST-FILE.
           COPY "playermstrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PLAYERHIST-STATUS     PIC X(2).
       01  WS-SUMMARY-STATUS        PIC X(2).
       01  WS-CURSOR                PIC X(16) VALUE SPACES.
       01  WS-LAST-SESSION-ID       PIC X(16) VALUE SPACES.

      *> Dormant, suspended and closed players are left off the
      *> boards (CHECK-PLAYER-LISTED).
       01  WS-PLAYER-MST-STATUS     PIC X(2).
       01  WS-LISTING-OPEN-FLAG     PIC X(1) VALUE "N".
       01  WS-LISTED-NAME           PIC X(20).
       01  WS-LISTED-FLAG           PIC X(1).
           88  PLAYER-IS-LISTED              VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SUMMARY
           DISPLAY "Rank Player               Guesses"

           MOVE ZERO TO WS-TIER-ENTRY-COUNT
           PERFORM OPEN-PLAYER-LISTING
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SUM-COUNT
               IF WS-SUM-DIFF(WS-I) = WS-TIER-NAME(WS-TIER-IDX)
                   MOVE WS-SUM-NAME(WS-I) TO WS-LISTED-NAME
                   PERFORM CHECK-PLAYER-LISTED
                   IF PLAYER-IS-LISTED
                       ADD 1 TO WS-TIER-ENTRY-COUNT
                       MOVE WS-SUM-NAME(WS-I)
                           TO WS-TE-NAME(WS-TIER-ENTRY-COUNT)
                       MOVE WS-SUM-BEST(WS-I)
                           TO WS-TE-GUESSES(WS-TIER-ENTRY-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-PLAYER-LISTING

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-TIER-ENTRY-COUNT
           MOVE WS-TE-GUESSES(WS-J) TO WS-TE-GUESSES(WS-I)
           MOVE WS-SWAP-NAME TO WS-TE-NAME(WS-J)
           MOVE WS-SWAP-GUESSES TO WS-TE-GUESSES(WS-J).

           COPY "playerlisted.cpy".
