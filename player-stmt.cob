      *> blank for everyone with a rollup row; pages go to
      *> STATEMENT.DAT and the screen, so a regular asking "how am I
      *> doing overall?" gets one document, not a file tour.
      *>
      *> A past season number prints the player's final line for
      *> that season instead, from the SEASONHIST snapshot SeasonEnd
      *> took when it closed: rating, W/L/D and tier bests (the
      *> head-to-head and activity dates are not kept per season).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS GL-GAME-ID
               FILE STATUS IS WS-GAMELOG-STATUS.

           SELECT SEASON-CTL-FILE ASSIGN TO "SEASONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-CTL-STATUS.

           SELECT SEASON-HIST-FILE ASSIGN TO "SEASONHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SEASON-HIST-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "STATEMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
       FD  GAMELOG-FILE.
           COPY "gamelogrec.cpy".

       FD  SEASON-CTL-FILE.
           COPY "seasonctlrec.cpy".

       FD  SEASON-HIST-FILE.
           COPY "seasonhistrec.cpy".

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(80).

       01  WS-PLAYERHIST-STATUS     PIC X(2).
       01  WS-GAMELOG-STATUS        PIC X(2).
       01  WS-STATEMENT-STATUS      PIC X(2).
       01  WS-SEASON-CTL-STATUS     PIC X(2).
       01  WS-SEASON-HIST-STATUS    PIC X(2).
       01  WS-EOF-FLAG              PIC X(1).
           88  END-OF-CURRENT-FILE           VALUE "Y".

       01  WS-ASKED-NAME            PIC X(20).
       01  WS-ASKED-SEASON-RAW      PIC X(4).
       01  WS-ASKED-SEASON          PIC 9(4) VALUE ZERO.
       01  WS-CURRENT-SEASON        PIC 9(4) VALUE 1.
       01  WS-TRAIL-SPACES          PIC 9(1).
       01  WS-SIG-LEN               PIC 9(1).
       01  WS-TIER-IDX              PIC 9(1).

       01  WS-TIER-TABLE.
           05  FILLER PIC X(10) VALUE "EASY".
           05  FILLER PIC X(10) VALUE "MEDIUM".
           05  FILLER PIC X(10) VALUE "HARD".
       01  WS-TIER-NAMES REDEFINES WS-TIER-TABLE.
           05  WS-TIER-NAME PIC X(10) OCCURS 3 TIMES.

      *> Every name seen in any rollup, with the latest activity
      *> date on each side; blank input produces a page per entry.
       MAIN-LOGIC.
           DISPLAY "Player name (blank for everyone): "
           ACCEPT WS-ASKED-NAME
           PERFORM READ-SEASON-CONTROL
           PERFORM ACCEPT-SEASON
           IF WS-ASKED-SEASON NOT = WS-CURRENT-SEASON
               PERFORM PRINT-PAST-SEASON
               GOBACK
           END-IF

           PERFORM LOAD-GUESS-SUMMARY
           PERFORM LOAD-TTT-SUMMARY

       PRINT-PLAYER-PAGE.
           MOVE ZERO TO WS-LINE-PRINTED
           STRING "===== Player statement: " WS-PAGE-NAME
               " - season " WS-CURRENT-SEASON " ====="
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           END-IF
           PERFORM EMIT-REPORT-LINE.

       READ-SEASON-CONTROL.
           OPEN INPUT SEASON-CTL-FILE
           IF WS-SEASON-CTL-STATUS = "00"
               READ SEASON-CTL-FILE
                   NOT AT END
                       IF SC-SEASON-NO IS NUMERIC
                               AND SC-SEASON-NO > ZERO
                           MOVE SC-SEASON-NO TO WS-CURRENT-SEASON
                       END-IF
               END-READ
               CLOSE SEASON-CTL-FILE
           END-IF.

       ACCEPT-SEASON.
           DISPLAY "Season number (blank for the current season "
               WS-CURRENT-SEASON "): "
           ACCEPT WS-ASKED-SEASON-RAW
           MOVE WS-CURRENT-SEASON TO WS-ASKED-SEASON
           MOVE ZERO TO WS-TRAIL-SPACES
           INSPECT WS-ASKED-SEASON-RAW TALLYING WS-TRAIL-SPACES
               FOR TRAILING SPACES
           COMPUTE WS-SIG-LEN = 4 - WS-TRAIL-SPACES
           IF WS-SIG-LEN > 0
               AND WS-ASKED-SEASON-RAW(1:WS-SIG-LEN) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ASKED-SEASON-RAW(1:WS-SIG-LEN))
                   TO WS-ASKED-SEASON
           END-IF
           IF WS-ASKED-SEASON = ZERO
               MOVE WS-CURRENT-SEASON TO WS-ASKED-SEASON
           END-IF.

      *> A closed season reads straight off the snapshot: one row per
      *> player, so a blank name walks that season's key range.
       PRINT-PAST-SEASON.
           OPEN INPUT SEASON-HIST-FILE
           IF WS-SEASON-HIST-STATUS NOT = "00"
               DISPLAY "No closed seasons on file."
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN OUTPUT STATEMENT-FILE
               IF WS-ASKED-NAME = SPACES
                   MOVE WS-ASKED-SEASON TO SN-SEASON-NO
                   MOVE LOW-VALUES TO SN-PLAYER-NAME
                   START SEASON-HIST-FILE KEY IS >= SN-KEY
                   IF WS-SEASON-HIST-STATUS = "00"
                       MOVE "N" TO WS-EOF-FLAG
                       PERFORM UNTIL END-OF-CURRENT-FILE
                           READ SEASON-HIST-FILE NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-EOF-FLAG
                               NOT AT END
                                   IF SN-SEASON-NO NOT = WS-ASKED-SEASON
                                       MOVE "Y" TO WS-EOF-FLAG
                                   ELSE
                                       PERFORM PRINT-SEASON-PAGE
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
               ELSE
                   MOVE WS-ASKED-SEASON TO SN-SEASON-NO
                   MOVE WS-ASKED-NAME TO SN-PLAYER-NAME
                   READ SEASON-HIST-FILE KEY IS SN-KEY
                   IF WS-SEASON-HIST-STATUS = "00"
                       PERFORM PRINT-SEASON-PAGE
                   END-IF
               END-IF
               CLOSE STATEMENT-FILE
               CLOSE SEASON-HIST-FILE
               IF WS-PAGES-PRINTED = ZERO
                   DISPLAY "Nothing on file for season "
                       WS-ASKED-SEASON
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY WS-PAGES-PRINTED " statement page(s)"
                       " written to STATEMENT.DAT."
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

       PRINT-SEASON-PAGE.
           STRING "===== Player statement: " SN-PLAYER-NAME
               " - season " SN-SEASON-NO " ====="
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "  (final line, season closed " SN-CLOSED-ON ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE "Guessing game:" TO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO WS-LINE-PRINTED
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               IF SN-SESSIONS(WS-TIER-IDX) > ZERO
                   ADD 1 TO WS-LINE-PRINTED
                   STRING "  " WS-TIER-NAME(WS-TIER-IDX)
                       " best " SN-BEST-GUESSES(WS-TIER-IDX)
                       " guesses over " SN-SESSIONS(WS-TIER-IDX)
                       " session(s)"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-LINE-PRINTED = ZERO
               MOVE "  (no guessing history)" TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF

           MOVE "Tic-tac-toe:" TO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF SN-WINS + SN-LOSSES + SN-DRAWS = ZERO
                   AND SN-RATED-GAMES = ZERO
               MOVE "  (no tic-tac-toe history)" TO WS-REPORT-LINE
           ELSE
               IF SN-RATING = ZERO
                   MOVE 1000 TO WS-DISPLAY-RATING
               ELSE
                   MOVE SN-RATING TO WS-DISPLAY-RATING
               END-IF
               STRING "  wins " SN-WINS
                   " losses " SN-LOSSES
                   " draws " SN-DRAWS
                   " rating " WS-DISPLAY-RATING
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           ADD 1 TO WS-PAGES-PRINTED.

       LOAD-GUESS-SUMMARY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GUESS-SUMMARY-FILE
