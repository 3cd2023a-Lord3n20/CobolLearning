       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeasonEnd IS INITIAL PROGRAM.

      *> Supervisor season close. The running rollups - TTTRATINGS,
      *> TTTSUMMARY, TTTH2H and GUESSSUMMARY - otherwise accumulate
      *> forever, so a player who piled up wins two years ago still
      *> heads the standings and the partner extract. This closes
      *> the season in play:
      *>   1. every player's final rating, W/L/D and tier bests are
      *>      snapshotted into SEASONHIST.DAT under the season number
      *>   2. a season champions report goes to SEASONREPORT.DAT -
      *>      top rating, most wins, and the best of each tier,
      *>      followed by the full final table
      *>   3. the new season is opened, one of two ways:
      *>        R - reset: all four rollups start empty, so every
      *>            rating starts again at 1000
      *>        P - pull back: standings, head-to-head and tier bests
      *>            start empty, but each rating is pulled the chosen
      *>            percentage of the way back toward 1000 and kept
      *>   4. SEASONCTL.DAT moves on to the next season number,
      *>      noting how the season was opened and where the rollup
      *>      cursors stood, so RollCheck can rebuild it.
      *> The rollup cursors are untouched: games and sessions already
      *> merged belong to the closed season and must not be merged
      *> into the new one. Closing a season twice (after a failure
      *> part way) simply re-snapshots it over itself.
      *> OperatorMenu only offers this option to supervisors, and
      *> holds it back while the nightly stream is in flight.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-CTL-FILE ASSIGN TO "SEASONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-CTL-STATUS.

           SELECT SEASON-HIST-FILE ASSIGN TO "SEASONHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SEASON-HIST-STATUS.

           SELECT GUESS-SUMMARY-FILE ASSIGN TO "GUESSSUMMARY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-KEY
               FILE STATUS IS WS-GUESS-SUMMARY-STATUS.

           SELECT TTT-SUMMARY-FILE ASSIGN TO "TTTSUMMARY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-PLAYER-NAME
               FILE STATUS IS WS-TTT-SUMMARY-STATUS.

           SELECT TTT-RATINGS-FILE ASSIGN TO "TTTRATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-PLAYER-NAME
               FILE STATUS IS WS-RATINGS-STATUS.

           SELECT TTT-H2H-FILE ASSIGN TO "TTTH2H.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-H2H-FILE-STATUS.

           SELECT GUESS-CURSOR-FILE ASSIGN TO "GUESSCURSOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.

           SELECT TTT-CURSOR-FILE ASSIGN TO "TTTCURSOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.

           SELECT RATE-CURSOR-FILE ASSIGN TO "TTTRATECURSOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.

           SELECT SEASON-REPORT-FILE ASSIGN TO "SEASONREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-REPORT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEASON-CTL-FILE.
           COPY "seasonctlrec.cpy".

       FD  SEASON-HIST-FILE.
           COPY "seasonhistrec.cpy".

       FD  GUESS-SUMMARY-FILE.
           COPY "guesssummaryrec.cpy".

       FD  TTT-SUMMARY-FILE.
           COPY "tttsummaryrec.cpy".

       FD  TTT-RATINGS-FILE.
           COPY "tttratingrec.cpy".

       FD  TTT-H2H-FILE.
           COPY "ttth2hrec.cpy".

       FD  GUESS-CURSOR-FILE.
       01  GUESS-CURSOR-LINE        PIC X(16).

       FD  TTT-CURSOR-FILE.
       01  TTT-CURSOR-LINE          PIC X(16).

       FD  RATE-CURSOR-FILE.
       01  RATE-CURSOR-LINE         PIC X(16).

       FD  SEASON-REPORT-FILE.
       01  SEASON-REPORT-LINE       PIC X(80).

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SEASON-CTL-STATUS     PIC X(2).
       01  WS-SEASON-HIST-STATUS    PIC X(2).
       01  WS-GUESS-SUMMARY-STATUS  PIC X(2).
       01  WS-TTT-SUMMARY-STATUS    PIC X(2).
       01  WS-RATINGS-STATUS        PIC X(2).
       01  WS-H2H-FILE-STATUS       PIC X(2).
       01  WS-SEASON-REPORT-STATUS  PIC X(2).
       01  WS-CURSOR-STATUS         PIC X(2).
       01  WS-EOF-FLAG              PIC X(1).
           88  END-OF-CURRENT-FILE           VALUE "Y".

       01  WS-SEASON-NO             PIC 9(4) VALUE 1.
       01  WS-OPENED-ON             PIC X(8) VALUE SPACES.
       01  WS-TODAY                 PIC X(8).
       01  WS-CONFIRM-REPLY         PIC X(1).
       01  WS-OPEN-MODE             PIC X(1).
           88  RESET-NEW-SEASON              VALUE "R" "r".
           88  PULL-BACK-NEW-SEASON          VALUE "P" "p".
       01  WS-PULL-PCT-RAW          PIC X(3).
       01  WS-PULL-PCT              PIC 9(3) VALUE 50.
       01  WS-TRAIL-SPACES          PIC 9(1).
       01  WS-SIG-LEN               PIC 9(1).

       01  WS-ROW-FOUND-FLAG        PIC X(1).
           88  SEASON-ROW-FOUND              VALUE "Y".
       01  WS-ROWS-WRITTEN          PIC 9(5) VALUE ZERO.
       01  WS-RATINGS-PULLED        PIC 9(5) VALUE ZERO.

       01  WS-TIER-TABLE.
           05  FILLER PIC X(10) VALUE "EASY".
           05  FILLER PIC X(10) VALUE "MEDIUM".
           05  FILLER PIC X(10) VALUE "HARD".
       01  WS-TIER-NAMES REDEFINES WS-TIER-TABLE.
           05  WS-TIER-NAME PIC X(10) OCCURS 3 TIMES.
       01  WS-TIER-IDX              PIC 9(1).
       01  WS-FOUND-TIER            PIC 9(1).

      *> Champions, picked up as the rollups are snapshotted. Ties
      *> go to whoever the file presents first (name order); a tier
      *> tie on best guesses goes to the player with more sessions.
       01  WS-TOP-RATING-NAME       PIC X(20) VALUE SPACES.
       01  WS-TOP-RATING            PIC 9(4) VALUE ZERO.
       01  WS-MOST-WINS-NAME        PIC X(20) VALUE SPACES.
       01  WS-MOST-WINS             PIC 9(4) VALUE ZERO.
       01  WS-TIER-CHAMPS.
           05  WS-TC OCCURS 3 TIMES.
               10  WS-TC-NAME       PIC X(20).
               10  WS-TC-BEST       PIC 9(4).
               10  WS-TC-SESSIONS   PIC 9(4).

       01  WS-RATING-GAP            PIC S9(5).
       01  WS-RATING-PULL           PIC S9(5).
       01  WS-NEW-RATING            PIC S9(5).
       01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.

       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "SeasonEnd".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20).
       01  WS-AUDIT-OUTCOME-CODE    PIC X(10).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID           PIC X(20).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM READ-SEASON-CONTROL
           DISPLAY "Season " WS-SEASON-NO " in play, opened "
               WS-OPENED-ON "."

           DISPLAY "Open the new season by (R)esetting everything or"
               " (P)ulling ratings back toward 1000: "
           ACCEPT WS-OPEN-MODE
           IF NOT RESET-NEW-SEASON AND NOT PULL-BACK-NEW-SEASON
               DISPLAY "Season close abandoned."
               GOBACK
           END-IF
           IF PULL-BACK-NEW-SEASON
               PERFORM ACCEPT-PULL-PERCENT
           END-IF

           DISPLAY "Close season " WS-SEASON-NO
               " and reset the standings (Y/N)? "
           ACCEPT WS-CONFIRM-REPLY
           IF WS-CONFIRM-REPLY NOT = "Y" AND WS-CONFIRM-REPLY NOT = "y"
               DISPLAY "Season close abandoned."
               GOBACK
           END-IF

           PERFORM INITIALIZE-CHAMPIONS
           OPEN I-O SEASON-HIST-FILE
           IF WS-SEASON-HIST-STATUS = "35"
               OPEN OUTPUT SEASON-HIST-FILE
               CLOSE SEASON-HIST-FILE
               OPEN I-O SEASON-HIST-FILE
           END-IF
           IF WS-SEASON-HIST-STATUS NOT = "00"
               DISPLAY "Could not open SEASONHIST.DAT, status "
                   WS-SEASON-HIST-STATUS " - nothing changed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SNAPSHOT-TTT-SUMMARY
           PERFORM SNAPSHOT-RATINGS
           PERFORM SNAPSHOT-GUESS-SUMMARY
           CLOSE SEASON-HIST-FILE
           DISPLAY "SEASONHIST : " WS-ROWS-WRITTEN
               " player row(s) written for season " WS-SEASON-NO "."

           PERFORM PRINT-CHAMPIONS-REPORT

           IF RESET-NEW-SEASON
               PERFORM EMPTY-RATINGS
           ELSE
               PERFORM PULL-BACK-RATINGS
           END-IF
           PERFORM EMPTY-STANDING-ROLLUPS
           PERFORM ADVANCE-SEASON-CONTROL

           DISPLAY "Season " WS-SEASON-NO " is now open."
           MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           MOVE "SEASON" TO WS-AUDIT-OUTCOME-CODE
           PERFORM WRITE-AUDIT-RECORD
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       READ-SEASON-CONTROL.
           OPEN INPUT SEASON-CTL-FILE
           IF WS-SEASON-CTL-STATUS = "00"
               READ SEASON-CTL-FILE
                   NOT AT END
                       IF SC-SEASON-NO IS NUMERIC
                               AND SC-SEASON-NO > ZERO
                           MOVE SC-SEASON-NO TO WS-SEASON-NO
                           MOVE SC-OPENED-ON TO WS-OPENED-ON
                       END-IF
               END-READ
               CLOSE SEASON-CTL-FILE
           END-IF.

       ACCEPT-PULL-PERCENT.
           DISPLAY "Percent of the way back toward 1000"
               " (blank for 50): "
           ACCEPT WS-PULL-PCT-RAW
           MOVE ZERO TO WS-TRAIL-SPACES
           INSPECT WS-PULL-PCT-RAW TALLYING WS-TRAIL-SPACES
               FOR TRAILING SPACES
           COMPUTE WS-SIG-LEN = 3 - WS-TRAIL-SPACES
           IF WS-SIG-LEN > 0
               AND WS-PULL-PCT-RAW(1:WS-SIG-LEN) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PULL-PCT-RAW(1:WS-SIG-LEN))
                   TO WS-PULL-PCT
           END-IF
           IF WS-PULL-PCT > 100
               MOVE 100 TO WS-PULL-PCT
           END-IF.

       INITIALIZE-CHAMPIONS.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               MOVE SPACES TO WS-TC-NAME(WS-TIER-IDX)
               MOVE 9999 TO WS-TC-BEST(WS-TIER-IDX)
               MOVE ZERO TO WS-TC-SESSIONS(WS-TIER-IDX)
           END-PERFORM.

       SNAPSHOT-TTT-SUMMARY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TTT-SUMMARY-FILE
           IF WS-TTT-SUMMARY-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TTT-SUMMARY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE TS-PLAYER-NAME TO SN-PLAYER-NAME
                           PERFORM FETCH-SEASON-ROW
                           MOVE TS-WINS TO SN-WINS
                           MOVE TS-LOSSES TO SN-LOSSES
                           MOVE TS-DRAWS TO SN-DRAWS
                           PERFORM STORE-SEASON-ROW
                           IF TS-WINS > WS-MOST-WINS
                               MOVE TS-WINS TO WS-MOST-WINS
                               MOVE TS-PLAYER-NAME
                                   TO WS-MOST-WINS-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TTT-SUMMARY-FILE
           END-IF.

       SNAPSHOT-RATINGS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TTT-RATINGS-FILE
           IF WS-RATINGS-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TTT-RATINGS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE TR-PLAYER-NAME TO SN-PLAYER-NAME
                           PERFORM FETCH-SEASON-ROW
                           MOVE TR-RATING TO SN-RATING
                           MOVE TR-RATED-GAMES TO SN-RATED-GAMES
                           PERFORM STORE-SEASON-ROW
                           IF TR-RATED-GAMES > ZERO
                                   AND TR-RATING > WS-TOP-RATING
                               MOVE TR-RATING TO WS-TOP-RATING
                               MOVE TR-PLAYER-NAME
                                   TO WS-TOP-RATING-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TTT-RATINGS-FILE
           END-IF.

       SNAPSHOT-GUESS-SUMMARY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GUESS-SUMMARY-FILE
           IF WS-GUESS-SUMMARY-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GUESS-SUMMARY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM SNAPSHOT-ONE-TIER-ROW
                   END-READ
               END-PERFORM
               CLOSE GUESS-SUMMARY-FILE
           END-IF.

       SNAPSHOT-ONE-TIER-ROW.
           MOVE ZERO TO WS-FOUND-TIER
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               IF GS-DIFF-LEVEL = WS-TIER-NAME(WS-TIER-IDX)
                   MOVE WS-TIER-IDX TO WS-FOUND-TIER
               END-IF
           END-PERFORM
           IF WS-FOUND-TIER NOT = ZERO
               MOVE GS-PLAYER-NAME TO SN-PLAYER-NAME
               PERFORM FETCH-SEASON-ROW
               MOVE GS-BEST-GUESSES TO SN-BEST-GUESSES(WS-FOUND-TIER)
               MOVE GS-SESSIONS TO SN-SESSIONS(WS-FOUND-TIER)
               PERFORM STORE-SEASON-ROW
               IF GS-BEST-GUESSES < WS-TC-BEST(WS-FOUND-TIER)
                   OR (GS-BEST-GUESSES = WS-TC-BEST(WS-FOUND-TIER)
                       AND GS-SESSIONS > WS-TC-SESSIONS(WS-FOUND-TIER))
                   MOVE GS-PLAYER-NAME TO WS-TC-NAME(WS-FOUND-TIER)
                   MOVE GS-BEST-GUESSES TO WS-TC-BEST(WS-FOUND-TIER)
                   MOVE GS-SESSIONS TO WS-TC-SESSIONS(WS-FOUND-TIER)
               END-IF
           END-IF.

      *> SN-PLAYER-NAME is set by the caller. A player already
      *> snapshotted from an earlier rollup this run is read back so
      *> each file only fills in its own fields.
       FETCH-SEASON-ROW.
           MOVE WS-SEASON-NO TO SN-SEASON-NO
           READ SEASON-HIST-FILE KEY IS SN-KEY
           IF WS-SEASON-HIST-STATUS = "00"
               MOVE "Y" TO WS-ROW-FOUND-FLAG
               IF SN-CLOSED-ON NOT = WS-TODAY
                   PERFORM CLEAR-SEASON-FIGURES
               END-IF
           ELSE
               MOVE "N" TO WS-ROW-FOUND-FLAG
               PERFORM CLEAR-SEASON-FIGURES
           END-IF.

      *> A row left by a close re-run on an earlier day is started
      *> afresh rather than mixed with today's figures.
       CLEAR-SEASON-FIGURES.
           MOVE WS-TODAY TO SN-CLOSED-ON
           MOVE ZERO TO SN-RATING
           MOVE ZERO TO SN-RATED-GAMES
           MOVE ZERO TO SN-WINS
           MOVE ZERO TO SN-LOSSES
           MOVE ZERO TO SN-DRAWS
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               MOVE 9999 TO SN-BEST-GUESSES(WS-TIER-IDX)
               MOVE ZERO TO SN-SESSIONS(WS-TIER-IDX)
           END-PERFORM.

       STORE-SEASON-ROW.
           IF SEASON-ROW-FOUND
               REWRITE SEASON-HIST-REC
           ELSE
               WRITE SEASON-HIST-REC
               ADD 1 TO WS-ROWS-WRITTEN
           END-IF.

       PRINT-CHAMPIONS-REPORT.
           OPEN OUTPUT SEASON-REPORT-FILE
           STRING "===== Season " WS-SEASON-NO " champions - "
               WS-OPENED-ON " to " WS-TODAY " ====="
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           IF WS-TOP-RATING-NAME = SPACES
               MOVE "Top rating     : (no rated games)"
                   TO WS-REPORT-LINE
           ELSE
               STRING "Top rating     : " WS-TOP-RATING-NAME
                   " " WS-TOP-RATING
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE

           IF WS-MOST-WINS-NAME = SPACES
               MOVE "Most wins      : (no wins)" TO WS-REPORT-LINE
           ELSE
               STRING "Most wins      : " WS-MOST-WINS-NAME
                   " " WS-MOST-WINS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE

           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               IF WS-TC-NAME(WS-TIER-IDX) = SPACES
                   STRING "Best " WS-TIER-NAME(WS-TIER-IDX)
                       ": (no sessions)"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "Best " WS-TIER-NAME(WS-TIER-IDX)
                       ": " WS-TC-NAME(WS-TIER-IDX)
                       " " WS-TC-BEST(WS-TIER-IDX) " guesses over "
                       WS-TC-SESSIONS(WS-TIER-IDX) " session(s)"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               PERFORM EMIT-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Final table   player               rating W    L"
               "    D    EASY MED  HARD"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-FINAL-TABLE
           CLOSE SEASON-REPORT-FILE.

       PRINT-FINAL-TABLE.
           OPEN INPUT SEASON-HIST-FILE
           IF WS-SEASON-HIST-STATUS = "00"
               MOVE WS-SEASON-NO TO SN-SEASON-NO
               MOVE LOW-VALUES TO SN-PLAYER-NAME
               START SEASON-HIST-FILE KEY IS >= SN-KEY
               IF WS-SEASON-HIST-STATUS = "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL END-OF-CURRENT-FILE
                       READ SEASON-HIST-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF SN-SEASON-NO NOT = WS-SEASON-NO
                                   MOVE "Y" TO WS-EOF-FLAG
                               ELSE
                                   PERFORM PRINT-FINAL-LINE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SEASON-HIST-FILE
           END-IF.

       PRINT-FINAL-LINE.
           STRING "              " SN-PLAYER-NAME " "
               SN-RATING " " SN-WINS " " SN-LOSSES " " SN-DRAWS
               " " SN-BEST-GUESSES(1) " " SN-BEST-GUESSES(2)
               " " SN-BEST-GUESSES(3)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE.

       EMPTY-RATINGS.
           OPEN OUTPUT TTT-RATINGS-FILE
           CLOSE TTT-RATINGS-FILE
           DISPLAY "TTTRATINGS : reset - every rating starts at 1000.".

      *> Integer arithmetic only, so the pull lands on whole rating
      *> points and rounds toward the old rating.
       PULL-BACK-RATINGS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN I-O TTT-RATINGS-FILE
           IF WS-RATINGS-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TTT-RATINGS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           COMPUTE WS-RATING-GAP = 1000 - TR-RATING
                           COMPUTE WS-RATING-PULL =
                               WS-RATING-GAP * WS-PULL-PCT / 100
                           COMPUTE WS-NEW-RATING =
                               TR-RATING + WS-RATING-PULL
                           MOVE WS-NEW-RATING TO TR-RATING
                           MOVE ZERO TO TR-RATED-GAMES
                           REWRITE TTT-RATING-REC
                           ADD 1 TO WS-RATINGS-PULLED
                   END-READ
               END-PERFORM
               CLOSE TTT-RATINGS-FILE
           END-IF
           DISPLAY "TTTRATINGS : " WS-RATINGS-PULLED
               " rating(s) pulled " WS-PULL-PCT "% toward 1000.".

       EMPTY-STANDING-ROLLUPS.
           OPEN OUTPUT TTT-SUMMARY-FILE
           CLOSE TTT-SUMMARY-FILE
           OPEN OUTPUT TTT-H2H-FILE
           CLOSE TTT-H2H-FILE
           OPEN OUTPUT GUESS-SUMMARY-FILE
           CLOSE GUESS-SUMMARY-FILE
           DISPLAY "TTTSUMMARY, TTTH2H, GUESSSUMMARY : reset.".

      *> The cursors are read before the control file is opened
      *> for output, since the record area is built up as they are.
       ADVANCE-SEASON-CONTROL.
           ADD 1 TO WS-SEASON-NO
           MOVE SPACES TO SEASON-CTL-REC
           MOVE WS-SEASON-NO TO SC-SEASON-NO
           MOVE WS-TODAY TO SC-OPENED-ON
           IF RESET-NEW-SEASON
               MOVE "R" TO SC-OPEN-MODE
               MOVE ZERO TO SC-PULL-PCT
           ELSE
               MOVE "P" TO SC-OPEN-MODE
               MOVE WS-PULL-PCT TO SC-PULL-PCT
           END-IF
           PERFORM NOTE-ROLLUP-CURSORS
           OPEN OUTPUT SEASON-CTL-FILE
           WRITE SEASON-CTL-REC
           CLOSE SEASON-CTL-FILE.

      *> A rollup that has never run has no cursor; "0" then marks
      *> the season as starting from the first record on file.
       NOTE-ROLLUP-CURSORS.
           MOVE "0" TO SC-GUESS-FROM
           OPEN INPUT GUESS-CURSOR-FILE
           IF WS-CURSOR-STATUS = "00"
               READ GUESS-CURSOR-FILE
                   NOT AT END
                       IF GUESS-CURSOR-LINE NOT = SPACES
                           MOVE GUESS-CURSOR-LINE TO SC-GUESS-FROM
                       END-IF
               END-READ
               CLOSE GUESS-CURSOR-FILE
           END-IF
           MOVE "0" TO SC-TTT-FROM
           OPEN INPUT TTT-CURSOR-FILE
           IF WS-CURSOR-STATUS = "00"
               READ TTT-CURSOR-FILE
                   NOT AT END
                       IF TTT-CURSOR-LINE NOT = SPACES
                           MOVE TTT-CURSOR-LINE TO SC-TTT-FROM
                       END-IF
               END-READ
               CLOSE TTT-CURSOR-FILE
           END-IF
           MOVE "0" TO SC-RATE-FROM
           OPEN INPUT RATE-CURSOR-FILE
           IF WS-CURSOR-STATUS = "00"
               READ RATE-CURSOR-FILE
                   NOT AT END
                       IF RATE-CURSOR-LINE NOT = SPACES
                           MOVE RATE-CURSOR-LINE TO SC-RATE-FROM
                       END-IF
               END-READ
               CLOSE RATE-CURSOR-FILE
           END-IF.

       EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE SEASON-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

           COPY "auditwrite.cpy".
