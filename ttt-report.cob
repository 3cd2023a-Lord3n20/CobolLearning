      *> and a GAMELOG purge by Housekeep doesn't reset anyone to
      *> scratch. A win moves the rating more when the loser's
      *> rating was the higher one.
      *> Dormant, suspended and closed players keep their running
      *> totals but are left off the printed standings and the
      *> leader line until they are ACTIVE again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTT-CURSOR-STATUS.

           SELECT PLAYER-MST-FILE ASSIGN TO "PLAYERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-NAME
               FILE STATUS IS WS-PLAYER-MST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAMELOG-FILE.
       FD  TTT-CURSOR-FILE.
       01  TTT-CURSOR-LINE          PIC X(16).

       FD  PLAYER-MST-FILE.
           COPY "playermstrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-GAMELOG-STATUS        PIC X(2).
       01  WS-RATINGS-STATUS        PIC X(2).
       01  WS-FOUND-IDX             PIC 9(4).
       01  WS-LOOKUP-NAME           PIC X(20).
       01  WS-TOP-IDX               PIC 9(4) VALUE ZERO.
       01  WS-LISTED-COUNT          PIC 9(4) VALUE ZERO.

      *> Head-to-head pairs are kept with the alphabetically lower
      *> name in slot A, so Anna-v-Bob and Bob-v-Anna land in one row.
       01  WS-NEW-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-DISPLAY-RATING        PIC 9(4).

      *> Dormant, suspended and closed players are left off the
      *> boards (CHECK-PLAYER-LISTED).
       01  WS-PLAYER-MST-STATUS     PIC X(2).
       01  WS-LISTING-OPEN-FLAG     PIC X(1) VALUE "N".
       01  WS-LISTED-NAME           PIC X(20).
       01  WS-LISTED-FLAG           PIC X(1).
           88  PLAYER-IS-LISTED              VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-STANDINGS
           DISPLAY "===== Tic-Tac-Toe Standings ====="
           DISPLAY "Player                Wins Losses Draws Rating"
           MOVE ZERO TO WS-TOP-IDX
           MOVE ZERO TO WS-LISTED-COUNT
           PERFORM OPEN-PLAYER-LISTING
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-STANDING-COUNT
               MOVE WS-ST-NAME(WS-TBL-IDX) TO WS-LISTED-NAME
               PERFORM CHECK-PLAYER-LISTED
               IF PLAYER-IS-LISTED
                   PERFORM PRINT-ONE-STANDING
               END-IF
           END-PERFORM
           PERFORM CLOSE-PLAYER-LISTING
           PERFORM WRITE-LEADERBOARD-SUMMARY.

       PRINT-ONE-STANDING.
           ADD 1 TO WS-LISTED-COUNT
           MOVE WS-ST-NAME(WS-TBL-IDX) TO WS-LOOKUP-NAME
           PERFORM LOOKUP-RATING
           DISPLAY WS-ST-NAME(WS-TBL-IDX) " "
               WS-ST-WINS(WS-TBL-IDX) "   "
               WS-ST-LOSSES(WS-TBL-IDX) "    "
               WS-ST-DRAWS(WS-TBL-IDX) "  "
               WS-DISPLAY-RATING
           IF WS-TOP-IDX = ZERO
               OR WS-ST-WINS(WS-TBL-IDX) > WS-ST-WINS(WS-TOP-IDX)
                   MOVE WS-TBL-IDX TO WS-TOP-IDX
           END-IF.

       PRINT-HEAD-TO-HEAD.
           DISPLAY " "
           DISPLAY "===== Head-to-head ====="
           OPEN OUTPUT LEADERBOARD-SUMMARY-FILE
           MOVE SPACES TO LEADERBOARD-SUMMARY-LINE
           IF WS-TOP-IDX = ZERO
               MOVE "no players listed" TO LEADERBOARD-SUMMARY-LINE
           ELSE
               STRING "leader=" DELIMITED BY SIZE
                   WS-ST-NAME(WS-TOP-IDX) DELIMITED BY SIZE
                   " wins=" DELIMITED BY SIZE
                   WS-ST-WINS(WS-TOP-IDX) DELIMITED BY SIZE
                   " players=" DELIMITED BY SIZE
                   WS-LISTED-COUNT DELIMITED BY SIZE
                   INTO LEADERBOARD-SUMMARY-LINE
           END-IF
           WRITE LEADERBOARD-SUMMARY-LINE
           CLOSE LEADERBOARD-SUMMARY-FILE.

           COPY "playerlisted.cpy".
