               RECORD KEY IS MV-KEY
               FILE STATUS IS WS-GAMEMOVES-STATUS.

           SELECT CHG-JOURNAL-FILE ASSIGN TO "CHGJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-JOURNAL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
               RECORD KEY IS PM-PLAYER-NAME
               FILE STATUS IS WS-PLAYER-MST-STATUS.

           SELECT PLAYER-SUSP-FILE ASSIGN TO "PLAYERSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-PLAYER-NAME
               FILE STATUS IS WS-PLAYER-SUSP-STATUS.

      *> TTTSCRIPT.DAT drives a scripted run: games are played from
      *> the file instead of the keyboard and each one's outcome is
      *> compared with the outcome the script expects. Layout under
      *> the FD below; TTTRESULTS.DAT gets one line per game.
           SELECT TTT-SCRIPT-FILE ASSIGN TO "TTTSCRIPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRIPT-STATUS.

           SELECT TTT-RESULTS-FILE ASSIGN TO "TTTRESULTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAMELOG-FILE.
       FD  GAMEMOVES-FILE.
           COPY "gamemoverec.cpy".

       FD  CHG-JOURNAL-FILE.
           COPY "chgjrnrec.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       FD  PLAYER-MST-FILE.
           COPY "playermstrec.cpy".

       FD  PLAYER-SUSP-FILE.
           COPY "playersusprec.cpy".

      *> One script line: type in col 1, the game's label in cols
      *> 3-10, the detail from col 12. Blank lines and lines with
      *> "*" in col 1 are skipped.
      *>   G  a game: mode (1 two players, 2 against the computer),
      *>      player 1 (X), player 2 (O; ignored in mode 2)
      *>   R  resume the game this script parked under the label
      *>   T  a ladder tournament: entrant count (2-8), expected
      *>      champion; the entrants follow on E lines
      *>   E  one tournament entrant
      *>   M  the moves for the game just named, or for the next
      *>      tournament pairing: cells 1-9 in order, P to park,
      *>      then the expected outcome - the winner's name, DRAW,
      *>      PARKED, REFUSED or INCOMPLETE (blank: not checked)
      *> A one-player game takes only X's cells; COMPUTER-MOVE plays
      *> O as usual.
       FD  TTT-SCRIPT-FILE.
       01  TTT-SCRIPT-LINE.
           05  TS-TYPE              PIC X(1).
               88  TS-GAME-LINE              VALUE "G".
               88  TS-RESUME-LINE            VALUE "R".
               88  TS-TOURNAMENT-LINE        VALUE "T".
               88  TS-ENTRANT-LINE           VALUE "E".
               88  TS-MOVES-LINE             VALUE "M".
               88  TS-COMMENT-LINE           VALUE "*" SPACE.
           05  FILLER               PIC X(1).
           05  TS-LABEL             PIC X(8).
           05  FILLER               PIC X(1).
           05  TS-DETAIL            PIC X(69).
           05  TS-GAME-DETAIL REDEFINES TS-DETAIL.
               10  TS-MODE          PIC X(1).
               10  FILLER           PIC X(1).
               10  TS-PLAYER1       PIC X(20).
               10  FILLER           PIC X(1).
               10  TS-PLAYER2       PIC X(20).
               10  FILLER           PIC X(26).
           05  TS-TOURN-DETAIL REDEFINES TS-DETAIL.
               10  TS-ENTRANTS      PIC X(1).
               10  FILLER           PIC X(1).
               10  TS-CHAMPION      PIC X(20).
               10  FILLER           PIC X(47).
           05  TS-ENTRANT-DETAIL REDEFINES TS-DETAIL.
               10  TS-ENTRANT       PIC X(20).
               10  FILLER           PIC X(49).
           05  TS-MOVES-DETAIL REDEFINES TS-DETAIL.
               10  TS-CELLS         PIC X(30).
               10  FILLER           PIC X(1).
               10  TS-EXPECTED      PIC X(20).
               10  FILLER           PIC X(18).

       FD  TTT-RESULTS-FILE.
       01  TTT-RESULTS-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BOARD.
           05  FELD1 PIC X(1) VALUE ".".
           88  END-OF-CURRENT-FILE           VALUE "Y".

       01  WS-PLAYER-MST-STATUS    PIC X(2).

      *> A self-registration is a player-master add like any
      *> other, so it goes to the change journal under the name.
       01  WS-CHG-JOURNAL-STATUS   PIC X(2).
       01  WS-JOURNAL-PROGRAM-ID   PIC X(20) VALUE "TicTacToe".
       01  WS-JOURNAL-OPERATOR-ID  PIC X(20).
       01  WS-JOURNAL-FILE-ID      PIC X(12) VALUE "PLAYERMST".
       01  WS-JOURNAL-ACTION       PIC X(10) VALUE "ADD".
       01  WS-JOURNAL-KEY          PIC X(40).
       01  WS-JOURNAL-OLD-IMAGE    PIC X(300) VALUE SPACES.
       01  WS-JOURNAL-NEW-IMAGE    PIC X(300).

       01  WS-CAND-NAME            PIC X(20).
       01  WS-CANON-NAME           PIC X(20).
       01  WS-NAME-OK-FLAG         PIC X(1).
       01  WS-NAME-STATE           PIC X(1).
           88  PLAYER-IS-KNOWN               VALUE "K".
           88  PLAYER-IS-MERGED              VALUE "M".
           88  PLAYER-NEEDS-STANDING         VALUE "S".
       01  WS-NAME-REPLY           PIC X(20).

      *> A player who is not simply ACTIVE has their standing settled
      *> by CHECK-PLAYER-STANDING: suspended and closed players are
      *> turned away, a dormant one is welcomed back.
       01  WS-PLAYER-SUSP-STATUS   PIC X(2).
       01  WS-SUSP-UNTIL           PIC X(8).
       01  WS-SUSP-REASON          PIC X(60).
       01  WS-STANDING-FLAG        PIC X(1).
           88  PLAYER-MAY-PLAY               VALUE "Y".
       01  WS-WINNER-MARK          PIC X(1) VALUE SPACE.
       01  WS-OPEN-CELL            PIC 9(1) VALUE ZERO.

           88  ONE-PLAYER-MODE               VALUE "2".
           88  TOURNAMENT-MODE               VALUE "3".
           88  RESUME-MODE                   VALUE "4".
           88  SCRIPT-MODE                   VALUE "5".

      *> Scripted run state. The mode above is set per game from the
      *> script, so the run itself is flagged separately.
       01  WS-SCRIPT-FLAG          PIC X(1) VALUE "N".
           88  SCRIPTED-RUN                  VALUE "Y".
       01  WS-SCRIPT-STATUS        PIC X(2).
       01  WS-RESULTS-STATUS       PIC X(2).
       01  WS-SCRIPT-EOF-FLAG      PIC X(1) VALUE "N".
           88  SCRIPT-AT-END                 VALUE "Y".
       01  WS-LINE-HELD            PIC X(1) VALUE "N".
       01  WS-LINE-READY           PIC X(1).
       01  WS-SCRIPT-LINE-NO       PIC 9(4) VALUE ZERO.
       01  WS-SCRIPT-CELLS         PIC X(30).
       01  WS-SCRIPT-PTR           PIC 9(2).
       01  WS-SCRIPT-EXHAUSTED     PIC X(1) VALUE "N".
           88  SCRIPT-IS-EXHAUSTED           VALUE "Y".
       01  WS-MOVES-FOUND          PIC X(1).
           88  SCRIPT-HAS-MOVES              VALUE "Y".
       01  WS-NAME-REFUSED         PIC X(1) VALUE "N".
           88  SCRIPT-NAME-REFUSED           VALUE "Y".
       01  WS-REJECTED-CELLS       PIC 9(2) VALUE ZERO.
       01  WS-GAME-LABEL           PIC X(8).
       01  WS-EXPECTED             PIC X(20).
       01  WS-ACTUAL               PIC X(20).
       01  WS-VERDICT              PIC X(9).
       01  WS-ERROR-TEXT           PIC X(60).
       01  WS-PARKED-GAME-ID       PIC X(16).
       01  WS-RESUME-FOUND         PIC X(1).
           88  PARKED-GAME-FOUND             VALUE "Y".
       01  WS-SCRIPT-GAMES         PIC 9(4) VALUE ZERO.
       01  WS-SCRIPT-MATCHED       PIC 9(4) VALUE ZERO.
       01  WS-SCRIPT-MISMATCHED    PIC 9(4) VALUE ZERO.
       01  WS-SCRIPT-UNCHECKED     PIC 9(4) VALUE ZERO.
       01  WS-SCRIPT-ERRORS        PIC 9(4) VALUE ZERO.
       01  WS-RESULT-OUT           PIC X(132) VALUE SPACES.
       01  WS-SCRIPT-STAMP         PIC X(16).
       01  WS-EXPECTED-CHAMPION    PIC X(20).
       01  WS-ENTRANTS-OK          PIC X(1).
      *> Games the script has parked, by label, until it resumes
      *> them.
       01  WS-SCRIPT-PARKED-TABLE.
           05  WS-SP OCCURS 20 TIMES.
               10  WS-SP-LABEL     PIC X(8).
               10  WS-SP-GAME-ID   PIC X(16).
       01  WS-SP-IDX               PIC 9(2).
       01  WS-SP-FOUND             PIC 9(2).
       01  WS-SP-WANTED            PIC X(8).

       01  WS-PLAYER1-NAME         PIC X(20).
       01  WS-PLAYER2-NAME         PIC X(20).
       01  WS-TOURN-STAMP          PIC X(16).
       01  WS-BRACKET-OUT          PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
      *> "B" from BatchControl runs TTTSCRIPT.DAT unattended;
      *> OperatorMenu passes "I" for the opening menu.
       01  LS-RUN-FLAG             PIC X(1).

       PROCEDURE DIVISION USING LS-RUN-FLAG.
       MAIN-LOGIC.
           IF LS-RUN-FLAG = "B"
               MOVE "Y" TO WS-SCRIPT-FLAG
           ELSE
               PERFORM SELECT-MODE
               IF SCRIPT-MODE
                   MOVE "Y" TO WS-SCRIPT-FLAG
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN SCRIPTED-RUN
                   PERFORM RUN-SCRIPT
               WHEN TOURNAMENT-MODE
                   PERFORM RUN-TOURNAMENT
               WHEN RESUME-MODE
           DISPLAY FELD4 FELD5 FELD6
           DISPLAY FELD7 FELD8 FELD9
           PERFORM UNTIL GAME-IS-OVER OR GAME-IS-PARKED
                   OR SCRIPT-IS-EXHAUSTED
               IF ONE-PLAYER-MODE AND WS-CURRENT-MARK = WS-COMPUTER-MARK
                   PERFORM COMPUTER-MOVE
               ELSE
                   PERFORM HUMAN-MOVE
               END-IF
               IF NOT GAME-IS-PARKED AND NOT SCRIPT-IS-EXHAUSTED
                   DISPLAY FELD1 FELD2 FELD3
                   DISPLAY FELD4 FELD5 FELD6
                   DISPLAY FELD7 FELD8 FELD9
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN GAME-IS-PARKED
                   MOVE WS-PLAYER1-NAME TO WS-AUDIT-OPERATOR-ID
                   MOVE "PARKED" TO WS-AUDIT-OUTCOME-CODE
                   PERFORM WRITE-AUDIT-RECORD
      *> A script that runs out of cells mid-game leaves nothing
      *> behind, as if the players had walked away.
               WHEN SCRIPT-IS-EXHAUSTED
                   DISPLAY "The script ran out of moves - game not"
                       " logged."
               WHEN OTHER
                   PERFORM ANNOUNCE-RESULT
                   PERFORM LOG-GAME-RESULT
                   PERFORM LOG-GAME-MOVES
                   PERFORM SET-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
           END-EVALUATE.

      *> Working storage carries over between tournament games, so
      *> everything one game touches is reset here.
           DISPLAY "2 - One player versus the computer"
           DISPLAY "3 - Ladder tournament"
           DISPLAY "4 - Resume a parked game"
           DISPLAY "5 - Play the games scripted in TTTSCRIPT.DAT"
           ACCEPT WS-MODE-CHOICE
           IF NOT TWO-PLAYER-MODE AND NOT ONE-PLAYER-MODE
                   AND NOT TOURNAMENT-MODE AND NOT RESUME-MODE
                   AND NOT SCRIPT-MODE
               MOVE "1" TO WS-MODE-CHOICE
           END-IF.

      *> across the history files, so every typed name must resolve
      *> to a registered player: pick the registered spelling, take
      *> the canonical name behind a merged alias, or register a new
      *> player on the spot. The canonical name is looked up in turn,
      *> so a suspended player cannot come back under an old
      *> spelling. A scripted run has nobody to ask: an unknown name
      *> is registered silently and a refused one is flagged for the
      *> caller to skip the game.
       VALIDATE-PLAYER-NAME.
           MOVE "N" TO WS-NAME-OK-FLAG
           PERFORM UNTIL WS-NAME-OK-FLAG = "Y"
                       DISPLAY WS-CAND-NAME " is recorded as "
                           WS-CANON-NAME " - using that name."
                       MOVE WS-CANON-NAME TO WS-CAND-NAME
                   WHEN PLAYER-NEEDS-STANDING
                       PERFORM CHECK-PLAYER-STANDING
                       EVALUATE TRUE
                           WHEN PLAYER-MAY-PLAY
                               MOVE "Y" TO WS-NAME-OK-FLAG
                           WHEN SCRIPTED-RUN
                               MOVE "Y" TO WS-NAME-REFUSED
                               MOVE "Y" TO WS-NAME-OK-FLAG
                           WHEN OTHER
                               DISPLAY "Type another name: "
                               ACCEPT WS-CAND-NAME
                       END-EVALUATE
                   WHEN SCRIPTED-RUN
                       PERFORM REGISTER-PLAYER
                       MOVE "Y" TO WS-NAME-OK-FLAG
                   WHEN OTHER
                       DISPLAY "Player not registered: " WS-CAND-NAME
               MOVE WS-CAND-NAME TO PM-PLAYER-NAME
               READ PLAYER-MST-FILE KEY IS PM-PLAYER-NAME
               IF WS-PLAYER-MST-STATUS = "00"
                   EVALUATE PM-STATUS
                       WHEN "MERGED"
                           MOVE PM-MERGED-INTO TO WS-CANON-NAME
                           MOVE "M" TO WS-NAME-STATE
                       WHEN "SUSPENDED"
                       WHEN "DORMANT"
                       WHEN "CLOSED"
                           MOVE "S" TO WS-NAME-STATE
                       WHEN OTHER
                           MOVE "K" TO WS-NAME-STATE
                   END-EVALUATE
               END-IF
               CLOSE PLAYER-MST-FILE
           END-IF.
           WRITE PLAYER-MST-REC
           IF WS-PLAYER-MST-STATUS = "00"
               DISPLAY "Registered player " WS-CAND-NAME
               MOVE "PLAYERMST" TO WS-JOURNAL-FILE-ID
               MOVE "ADD" TO WS-JOURNAL-ACTION
               MOVE WS-CAND-NAME TO WS-JOURNAL-OPERATOR-ID
               MOVE WS-CAND-NAME TO WS-JOURNAL-KEY
               MOVE SPACES TO WS-JOURNAL-OLD-IMAGE
               MOVE PLAYER-MST-REC TO WS-JOURNAL-NEW-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           CLOSE PLAYER-MST-FILE.

               MOVE WS-CAND-NAME TO WS-TN-NAME(WS-TN-I)
               MOVE 1000 TO WS-TN-RATING(WS-TN-I)
           END-PERFORM
           PERFORM PLAY-TOURNAMENT.

      *> The entrants are in WS-TN-NAME, WS-TOURN-COUNT of them.
       PLAY-TOURNAMENT.
           PERFORM SEED-ENTRANTS
           PERFORM OPEN-BRACKET-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-TOURN-STAMP
           MOVE WS-AL-NAME(WS-PAIR-HIGH) TO WS-PLAYER2-NAME
           DISPLAY " "
           DISPLAY WS-PLAYER1-NAME " (X) v " WS-PLAYER2-NAME " (O)"
           IF SCRIPTED-RUN
               PERFORM LOAD-SCRIPT-MOVES
               IF NOT SCRIPT-HAS-MOVES
                   MOVE "no M line for a tournament pairing"
                       TO WS-ERROR-TEXT
                   PERFORM WRITE-SCRIPT-ERROR
               END-IF
           END-IF
           PERFORM PLAY-ONE-GAME

      *> A scripted pairing left unfinished is settled like a draw.
           EVALUATE TRUE
               WHEN SCRIPT-IS-EXHAUSTED
                   MOVE WS-PLAYER1-NAME TO WS-GAME-WINNER
                   DISPLAY "Unfinished - " WS-GAME-WINNER
                       " advances as the higher seed."
               WHEN WS-WINNER-NAME = "DRAW"
                   MOVE WS-PLAYER1-NAME TO WS-GAME-WINNER
                   DISPLAY "Draw - " WS-GAME-WINNER
                       " advances as the higher seed."
               WHEN OTHER
                   MOVE WS-WINNER-NAME TO WS-GAME-WINNER
           END-EVALUATE
           IF SCRIPTED-RUN
               PERFORM SET-SCRIPT-ACTUAL
               PERFORM WRITE-SCRIPT-RESULT
           END-IF
           ADD 1 TO WS-NEXT-ROUND-COUNT
           MOVE WS-GAME-WINNER TO WS-NR-NAME(WS-NEXT-ROUND-COUNT)
           MOVE WS-MOVE-COUNT TO SG-MOVE-COUNT
           MOVE WS-MOVE-TABLE TO SG-MOVES
           WRITE SUSPEND-REC
           PERFORM UNTIL WS-SUSPENDED-STATUS NOT = "22"
               MOVE FUNCTION CURRENT-DATE TO SG-GAME-ID
               WRITE SUSPEND-REC
           END-PERFORM
           IF WS-SUSPENDED-STATUS NOT = "00"
               DISPLAY "Could not park the game, status "
                   WS-SUSPENDED-STATUS
           ELSE
               DISPLAY "Game parked as " SG-GAME-ID
                   " - resume it from the opening menu."
               MOVE SG-GAME-ID TO WS-PARKED-GAME-ID
               MOVE "Y" TO WS-GAME-PARKED
           END-IF
           CLOSE SUSPENDED-FILE.
           IF WS-RESUME-PICK = SPACES
               GOBACK
           END-IF
           PERFORM RESUME-PICKED-GAME.

      *> Picks up the parked game whose id is in WS-RESUME-PICK.
       RESUME-PICKED-GAME.
           MOVE "N" TO WS-RESUME-FOUND
           OPEN I-O SUSPENDED-FILE
           MOVE WS-RESUME-PICK TO SG-GAME-ID
           READ SUSPENDED-FILE KEY IS SG-GAME-ID
           IF WS-SUSPENDED-STATUS NOT = "00"
               DISPLAY "Parked game not found: " WS-RESUME-PICK
               CLOSE SUSPENDED-FILE
           ELSE
               MOVE "Y" TO WS-RESUME-FOUND
               PERFORM RESUME-FOUND-GAME
           END-IF.

       RESUME-FOUND-GAME.
           MOVE SG-PLAYER1-NAME TO WS-PLAYER1-NAME
           MOVE SG-PLAYER2-NAME TO WS-PLAYER2-NAME
           MOVE SG-MODE-CHOICE TO WS-MODE-CHOICE
               MOVE WS-CELL-NUM TO WS-OPEN-CELL
           END-IF.

      *> In a scripted run the cell comes from the script; a cell
      *> the game turns down is counted and the next one taken, just
      *> as a player at the keyboard would be asked again.
       HUMAN-MOVE.
           MOVE "N" TO WS-VALID-MOVE
           PERFORM UNTIL WS-VALID-MOVE = "Y" OR GAME-IS-PARKED
                   OR SCRIPT-IS-EXHAUSTED
               IF WS-CURRENT-MARK = "X"
                   DISPLAY WS-PLAYER1-NAME
                       " (X), cell 1-9 or P to park: "
                   DISPLAY WS-PLAYER2-NAME
                       " (O), cell 1-9 or P to park: "
               END-IF
               IF SCRIPTED-RUN
                   PERFORM NEXT-SCRIPT-CELL
               ELSE
                   ACCEPT WS-CELL-CHAR
               END-IF
               IF NOT SCRIPT-IS-EXHAUSTED
                   PERFORM TAKE-CELL-CHAR
               END-IF
           END-PERFORM.

       TAKE-CELL-CHAR.
           IF WS-CELL-CHAR = "P" OR WS-CELL-CHAR = "p"
      *> A tournament pairing cannot be parked - the bracket has to
      *> finish the round it is in.
               IF TOURNAMENT-MODE
                   DISPLAY "Tournament games cannot be parked."
                   ADD 1 TO WS-REJECTED-CELLS
               ELSE
                   PERFORM PARK-GAME
               END-IF
           ELSE
               IF WS-CELL-CHAR >= "1" AND WS-CELL-CHAR <= "9"
                   MOVE FUNCTION NUMVAL(WS-CELL-CHAR)
                       TO WS-CELL-NUM
                   IF FELD-TBL(WS-CELL-NUM) = "."
                       MOVE WS-CURRENT-MARK
                           TO FELD-TBL(WS-CELL-NUM)
                       ADD 1 TO WS-MOVE-COUNT
                       PERFORM RECORD-MOVE
                       MOVE "Y" TO WS-VALID-MOVE
                   ELSE
                       DISPLAY "That cell is taken - pick"
                           " another"
                       ADD 1 TO WS-REJECTED-CELLS
                   END-IF
               ELSE
                   DISPLAY "Please enter a number from 1 to 9."
                   ADD 1 TO WS-REJECTED-CELLS
               END-IF
           END-IF.

       CHECK-GAME-STATUS.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               OPEN I-O GAMELOG-FILE
           END-IF
           WRITE GAMELOG-REC
      *> Games played back to back, as a scripted run plays them,
      *> can finish inside the same hundredth of a second; the id is
      *> taken again until the clock has moved on.
           PERFORM UNTIL WS-GAMELOG-STATUS NOT = "22"
               MOVE FUNCTION CURRENT-DATE TO GL-GAME-ID
               WRITE GAMELOG-REC
           END-PERFORM
           IF WS-GAMELOG-STATUS NOT = "00"
               DISPLAY "Could not log game to GAMELOG.DAT, status "
                   WS-GAMELOG-STATUS
                   MOVE "DRAW" TO WS-AUDIT-OUTCOME-CODE
           END-EVALUATE.

      *> Scripted run: each G, R or T line starts a game (or a
      *> tournament) that is played through the normal game loop,
      *> so it is logged, audited and rated exactly as if it had
      *> been played at the keyboard; TTTRESULTS.DAT records each
      *> outcome against the script's expectation.
      *> RETURN-CODE: 0 every checked outcome matched, 4 no script
      *> or lines the run could not use, 8 an outcome differed.
       RUN-SCRIPT.
           OPEN INPUT TTT-SCRIPT-FILE
           IF WS-SCRIPT-STATUS NOT = "00"
               DISPLAY "Could not open TTTSCRIPT.DAT, status "
                   WS-SCRIPT-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TTT-RESULTS-FILE
           MOVE SPACES TO WS-SCRIPT-PARKED-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-SCRIPT-STAMP
           STRING "TicTacToe scripted run " WS-SCRIPT-STAMP
               " from TTTSCRIPT.DAT"
               DELIMITED BY SIZE INTO WS-RESULT-OUT
           PERFORM WRITE-RESULT-LINE

           PERFORM READ-SCRIPT-LINE
           PERFORM UNTIL SCRIPT-AT-END
               MOVE TS-LABEL TO WS-GAME-LABEL
               EVALUATE TRUE
                   WHEN TS-GAME-LINE
                       PERFORM SCRIPT-NEW-GAME
                   WHEN TS-RESUME-LINE
                       PERFORM SCRIPT-RESUME-GAME
                   WHEN TS-TOURNAMENT-LINE
                       PERFORM SCRIPT-TOURNAMENT
                   WHEN OTHER
                       MOVE "expected a G, R or T line"
                           TO WS-ERROR-TEXT
                       PERFORM WRITE-SCRIPT-ERROR
               END-EVALUATE
               PERFORM READ-SCRIPT-LINE
           END-PERFORM
           CLOSE TTT-SCRIPT-FILE

           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > 20
               IF WS-SP-LABEL(WS-SP-IDX) NOT = SPACES
                   STRING WS-SP-LABEL(WS-SP-IDX) " left parked as "
                       WS-SP-GAME-ID(WS-SP-IDX)
                       DELIMITED BY SIZE INTO WS-RESULT-OUT
                   PERFORM WRITE-RESULT-LINE
               END-IF
           END-PERFORM
           STRING "Results " WS-SCRIPT-GAMES ": matched "
               WS-SCRIPT-MATCHED ", mismatched " WS-SCRIPT-MISMATCHED
               ", unchecked " WS-SCRIPT-UNCHECKED ", script errors "
               WS-SCRIPT-ERRORS
               DELIMITED BY SIZE INTO WS-RESULT-OUT
           PERFORM WRITE-RESULT-LINE
           CLOSE TTT-RESULTS-FILE

           EVALUATE TRUE
               WHEN WS-SCRIPT-MISMATCHED > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SCRIPT-ERRORS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

      *> A line the caller could not use is held back, so the main
      *> loop sees it next instead of losing it.
       READ-SCRIPT-LINE.
           IF WS-LINE-HELD = "Y"
               MOVE "N" TO WS-LINE-HELD
           ELSE
               MOVE "N" TO WS-LINE-READY
               PERFORM UNTIL WS-LINE-READY = "Y" OR SCRIPT-AT-END
                   READ TTT-SCRIPT-FILE
                       AT END
                           MOVE "Y" TO WS-SCRIPT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-SCRIPT-LINE-NO
                           IF NOT TS-COMMENT-LINE
                               MOVE "Y" TO WS-LINE-READY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SCRIPT-NEW-GAME.
           MOVE "N" TO WS-NAME-REFUSED
           IF (TS-MODE NOT = "1" AND TS-MODE NOT = "2")
                   OR TS-PLAYER1 = SPACES
                   OR (TS-MODE = "1" AND TS-PLAYER2 = SPACES)
               MOVE "G needs mode 1 or 2 and the player names"
                   TO WS-ERROR-TEXT
               PERFORM WRITE-SCRIPT-ERROR
               PERFORM SKIP-SCRIPT-DETAIL
           ELSE
               MOVE TS-MODE TO WS-MODE-CHOICE
               MOVE TS-PLAYER1 TO WS-PLAYER1-NAME
               MOVE TS-PLAYER2 TO WS-PLAYER2-NAME
               MOVE WS-PLAYER1-NAME TO WS-CAND-NAME
               PERFORM VALIDATE-PLAYER-NAME
               MOVE WS-CAND-NAME TO WS-PLAYER1-NAME
               EVALUATE TRUE
                   WHEN ONE-PLAYER-MODE
                       MOVE "COMPUTER" TO WS-PLAYER2-NAME
                   WHEN SCRIPT-NAME-REFUSED
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-PLAYER2-NAME TO WS-CAND-NAME
                       PERFORM VALIDATE-PLAYER-NAME
                       MOVE WS-CAND-NAME TO WS-PLAYER2-NAME
               END-EVALUATE
               PERFORM LOAD-SCRIPT-MOVES
               EVALUATE TRUE
                   WHEN NOT SCRIPT-HAS-MOVES
                       MOVE "no M line for the game" TO WS-ERROR-TEXT
                       PERFORM WRITE-SCRIPT-ERROR
                   WHEN SCRIPT-NAME-REFUSED
                       MOVE "REFUSED" TO WS-ACTUAL
                       PERFORM WRITE-SCRIPT-RESULT
                   WHEN OTHER
                       PERFORM PLAY-ONE-GAME
                       PERFORM SET-SCRIPT-ACTUAL
                       PERFORM WRITE-SCRIPT-RESULT
               END-EVALUATE
           END-IF.

      *> The parked copy is found by the id PARK-GAME gave it earlier
      *> in this run.
       SCRIPT-RESUME-GAME.
           MOVE ZERO TO WS-SP-FOUND
           IF WS-GAME-LABEL NOT = SPACES
               MOVE WS-GAME-LABEL TO WS-SP-WANTED
               PERFORM FIND-SCRIPT-PARK
           END-IF
           PERFORM LOAD-SCRIPT-MOVES
           EVALUATE TRUE
               WHEN WS-SP-FOUND = ZERO
                   MOVE "no game parked under this label"
                       TO WS-ERROR-TEXT
                   PERFORM WRITE-SCRIPT-ERROR
               WHEN NOT SCRIPT-HAS-MOVES
                   MOVE "no M line for the game" TO WS-ERROR-TEXT
                   PERFORM WRITE-SCRIPT-ERROR
               WHEN OTHER
                   MOVE WS-SP-GAME-ID(WS-SP-FOUND) TO WS-RESUME-PICK
                   MOVE SPACES TO WS-SP-LABEL(WS-SP-FOUND)
                   PERFORM RESUME-PICKED-GAME
                   IF PARKED-GAME-FOUND
                       PERFORM SET-SCRIPT-ACTUAL
                       PERFORM WRITE-SCRIPT-RESULT
                   ELSE
                       MOVE "the parked game is no longer on file"
                           TO WS-ERROR-TEXT
                       PERFORM WRITE-SCRIPT-ERROR
                   END-IF
           END-EVALUATE.

      *> The entrants come from the E lines; each pairing then takes
      *> the next M line as it comes up, PLAY-ONE-PAIRING writing its
      *> result. The champion is checked last.
       SCRIPT-TOURNAMENT.
           MOVE "N" TO WS-NAME-REFUSED
           MOVE TS-CHAMPION TO WS-EXPECTED-CHAMPION
           IF TS-ENTRANTS IS NOT NUMERIC
                   OR TS-ENTRANTS < "2" OR TS-ENTRANTS > "8"
               MOVE "T needs an entrant count of 2 to 8"
                   TO WS-ERROR-TEXT
               PERFORM WRITE-SCRIPT-ERROR
               PERFORM SKIP-SCRIPT-DETAIL
           ELSE
               MOVE "3" TO WS-MODE-CHOICE
               MOVE FUNCTION NUMVAL(TS-ENTRANTS) TO WS-TOURN-COUNT
               MOVE "Y" TO WS-ENTRANTS-OK
               PERFORM VARYING WS-TN-I FROM 1 BY 1
                       UNTIL WS-TN-I > WS-TOURN-COUNT
                       OR WS-ENTRANTS-OK = "N"
                   PERFORM READ-SCRIPT-ENTRANT
               END-PERFORM
               MOVE ZERO TO WS-REJECTED-CELLS
               EVALUATE TRUE
                   WHEN WS-ENTRANTS-OK = "N"
                       MOVE "fewer named E lines than entrants"
                           TO WS-ERROR-TEXT
                       PERFORM WRITE-SCRIPT-ERROR
                       PERFORM SKIP-SCRIPT-DETAIL
                   WHEN SCRIPT-NAME-REFUSED
                       MOVE "CHAMPION" TO WS-PLAYER1-NAME
                       MOVE SPACES TO WS-PLAYER2-NAME
                       MOVE WS-EXPECTED-CHAMPION TO WS-EXPECTED
                       MOVE "REFUSED" TO WS-ACTUAL
                       PERFORM WRITE-SCRIPT-RESULT
                       PERFORM SKIP-SCRIPT-DETAIL
                   WHEN OTHER
                       PERFORM PLAY-TOURNAMENT
                       MOVE "CHAMPION" TO WS-PLAYER1-NAME
                       MOVE SPACES TO WS-PLAYER2-NAME
                       MOVE ZERO TO WS-REJECTED-CELLS
                       MOVE WS-EXPECTED-CHAMPION TO WS-EXPECTED
                       MOVE WS-AL-NAME(1) TO WS-ACTUAL
                       PERFORM WRITE-SCRIPT-RESULT
               END-EVALUATE
           END-IF.

       READ-SCRIPT-ENTRANT.
           PERFORM READ-SCRIPT-LINE
           EVALUATE TRUE
               WHEN SCRIPT-AT-END
                   MOVE "N" TO WS-ENTRANTS-OK
               WHEN NOT TS-ENTRANT-LINE
                   MOVE "N" TO WS-ENTRANTS-OK
                   MOVE "Y" TO WS-LINE-HELD
               WHEN TS-ENTRANT = SPACES
                   MOVE "N" TO WS-ENTRANTS-OK
               WHEN OTHER
                   MOVE TS-ENTRANT TO WS-CAND-NAME
                   PERFORM VALIDATE-PLAYER-NAME
                   MOVE WS-CAND-NAME TO WS-TN-NAME(WS-TN-I)
                   MOVE 1000 TO WS-TN-RATING(WS-TN-I)
           END-EVALUATE.

      *> Passes over the E and M lines of a game or tournament that
      *> is not being played.
       SKIP-SCRIPT-DETAIL.
           PERFORM READ-SCRIPT-LINE
           PERFORM UNTIL SCRIPT-AT-END
                   OR (NOT TS-MOVES-LINE AND NOT TS-ENTRANT-LINE)
               PERFORM READ-SCRIPT-LINE
           END-PERFORM
           IF NOT SCRIPT-AT-END
               MOVE "Y" TO WS-LINE-HELD
           END-IF.

       LOAD-SCRIPT-MOVES.
           MOVE SPACES TO WS-SCRIPT-CELLS
           MOVE SPACES TO WS-EXPECTED
           MOVE ZERO TO WS-SCRIPT-PTR
           MOVE ZERO TO WS-REJECTED-CELLS
           MOVE "N" TO WS-SCRIPT-EXHAUSTED
           MOVE "N" TO WS-MOVES-FOUND
           PERFORM READ-SCRIPT-LINE
           IF NOT SCRIPT-AT-END
               IF TS-MOVES-LINE
                   MOVE "Y" TO WS-MOVES-FOUND
                   MOVE TS-CELLS TO WS-SCRIPT-CELLS
                   MOVE TS-EXPECTED TO WS-EXPECTED
               ELSE
                   MOVE "Y" TO WS-LINE-HELD
               END-IF
           END-IF.

      *> Spaces between cells are allowed and skipped.
       NEXT-SCRIPT-CELL.
           MOVE SPACE TO WS-CELL-CHAR
           PERFORM UNTIL WS-CELL-CHAR NOT = SPACE
                   OR SCRIPT-IS-EXHAUSTED
               IF WS-SCRIPT-PTR >= 30
                   MOVE "Y" TO WS-SCRIPT-EXHAUSTED
               ELSE
                   ADD 1 TO WS-SCRIPT-PTR
                   MOVE WS-SCRIPT-CELLS(WS-SCRIPT-PTR:1)
                       TO WS-CELL-CHAR
               END-IF
           END-PERFORM
           IF NOT SCRIPT-IS-EXHAUSTED
               DISPLAY "  " WS-CELL-CHAR
           END-IF.

       SET-SCRIPT-ACTUAL.
           EVALUATE TRUE
               WHEN GAME-IS-PARKED
                   MOVE "PARKED" TO WS-ACTUAL
                   PERFORM NOTE-SCRIPT-PARK
               WHEN SCRIPT-IS-EXHAUSTED
                   MOVE "INCOMPLETE" TO WS-ACTUAL
               WHEN OTHER
                   MOVE WS-WINNER-NAME TO WS-ACTUAL
           END-EVALUATE.

      *> Kept under the game's label (a re-park replaces the id) so
      *> a later R line can pick it up.
       NOTE-SCRIPT-PARK.
           MOVE ZERO TO WS-SP-FOUND
           IF WS-GAME-LABEL NOT = SPACES
               MOVE WS-GAME-LABEL TO WS-SP-WANTED
               PERFORM FIND-SCRIPT-PARK
               IF WS-SP-FOUND = ZERO
                   MOVE SPACES TO WS-SP-WANTED
                   PERFORM FIND-SCRIPT-PARK
               END-IF
           END-IF
           IF WS-SP-FOUND = ZERO
               MOVE "parked game needs a label, or over 20 parked"
                   TO WS-ERROR-TEXT
               PERFORM WRITE-SCRIPT-ERROR
           ELSE
               MOVE WS-GAME-LABEL TO WS-SP-LABEL(WS-SP-FOUND)
               MOVE WS-PARKED-GAME-ID TO WS-SP-GAME-ID(WS-SP-FOUND)
           END-IF.

       FIND-SCRIPT-PARK.
           MOVE ZERO TO WS-SP-FOUND
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > 20 OR WS-SP-FOUND > ZERO
               IF WS-SP-LABEL(WS-SP-IDX) = WS-SP-WANTED
                   MOVE WS-SP-IDX TO WS-SP-FOUND
               END-IF
           END-PERFORM.

      *> A blank expectation is reported but not checked.
       WRITE-SCRIPT-RESULT.
           ADD 1 TO WS-SCRIPT-GAMES
           EVALUATE TRUE
               WHEN WS-EXPECTED = SPACES
                   MOVE "UNCHECKED" TO WS-VERDICT
                   ADD 1 TO WS-SCRIPT-UNCHECKED
               WHEN WS-EXPECTED = WS-ACTUAL
                   MOVE "MATCH" TO WS-VERDICT
                   ADD 1 TO WS-SCRIPT-MATCHED
               WHEN OTHER
                   MOVE "MISMATCH" TO WS-VERDICT
                   ADD 1 TO WS-SCRIPT-MISMATCHED
           END-EVALUATE
           STRING WS-GAME-LABEL " " WS-VERDICT " " WS-PLAYER1-NAME
               " v " WS-PLAYER2-NAME " expected=" WS-EXPECTED
               " actual=" WS-ACTUAL " rejected=" WS-REJECTED-CELLS
               DELIMITED BY SIZE INTO WS-RESULT-OUT
           PERFORM WRITE-RESULT-LINE.

       WRITE-SCRIPT-ERROR.
           ADD 1 TO WS-SCRIPT-ERRORS
           STRING WS-GAME-LABEL " ERROR     line " WS-SCRIPT-LINE-NO
               ": " WS-ERROR-TEXT
               DELIMITED BY SIZE INTO WS-RESULT-OUT
           PERFORM WRITE-RESULT-LINE.

       WRITE-RESULT-LINE.
           DISPLAY WS-RESULT-OUT
           WRITE TTT-RESULTS-LINE FROM WS-RESULT-OUT
           MOVE SPACES TO WS-RESULT-OUT.

           COPY "chgjrnwrite.cpy".

           COPY "auditwrite.cpy".

           COPY "playerstand.cpy".
