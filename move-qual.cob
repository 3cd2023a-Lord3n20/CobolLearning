       IDENTIFICATION DIVISION.
       PROGRAM-ID. MoveQual.

      *> Nightly move-quality analysis: every game newer than the
      *> MOVEQCURSOR marker is replayed from the GAMEMOVES rows
      *> TicTacToe writes, and each move is scored against perfect
      *> play - best (kept the best result the position allowed),
      *> missed win (a won position let slip to a draw) or blunder
      *> (a drawn or won position handed over as a loss). COMPUTER
      *> is scored like anyone else, so the report shows how often
      *> its center/win/block/first-open logic throws a game away.
      *>
      *> Perfect play comes from a table of every reachable board,
      *> solved once at start-up from the finished positions back to
      *> the empty board, so no recursion is needed. A board is held
      *> as a base-3 number (cell n worth 3**(n-1); 0 empty, 1 X,
      *> 2 O) and its value is from X's side: 1 X wins, 0 draw,
      *> -1 O wins.
      *>
      *> Running totals per player live in MOVEQSUMMARY.DAT and the
      *> report goes to MOVEQUALITY.DAT: tonight's missed wins and
      *> blunders move by move, then the accuracy table to date.
      *> Games whose moves are missing or do not replay cleanly are
      *> counted and skipped.
      *>
      *> RETURN-CODE: 0 games scored, 4 no new games, 8 the summary
      *> file would not fit the table (nothing scored or saved).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-GAME-ID
               FILE STATUS IS WS-GAMELOG-STATUS.

           SELECT GAMEMOVES-FILE ASSIGN TO "GAMEMOVES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-KEY
               FILE STATUS IS WS-GAMEMOVES-STATUS.

           SELECT MOVE-QUAL-FILE ASSIGN TO "MOVEQSUMMARY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MQ-PLAYER-NAME
               FILE STATUS IS WS-MOVE-QUAL-STATUS.

           SELECT MOVEQ-CURSOR-FILE ASSIGN TO "MOVEQCURSOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEQ-CURSOR-STATUS.

           SELECT MOVEQ-REPORT-FILE ASSIGN TO "MOVEQUALITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEQ-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAMELOG-FILE.
           COPY "gamelogrec.cpy".

       FD  GAMEMOVES-FILE.
           COPY "gamemoverec.cpy".

       FD  MOVE-QUAL-FILE.
           COPY "movequalrec.cpy".

       FD  MOVEQ-CURSOR-FILE.
       01  MOVEQ-CURSOR-LINE        PIC X(16).

       FD  MOVEQ-REPORT-FILE.
       01  MOVEQ-REPORT-LINE        PIC X(100).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-GAMELOG-STATUS        PIC X(2).
       01  WS-GAMEMOVES-STATUS      PIC X(2).
       01  WS-MOVE-QUAL-STATUS      PIC X(2).
       01  WS-MOVEQ-CURSOR-STATUS   PIC X(2).
       01  WS-MOVEQ-REPORT-STATUS   PIC X(2).
       01  WS-EOF-FLAG              PIC X(1) VALUE "N".
           88  END-OF-CURRENT-FILE           VALUE "Y".

       01  WS-WIN-LINES-INIT.
           05  FILLER PIC 9(6) VALUE 010203.
           05  FILLER PIC 9(6) VALUE 040506.
           05  FILLER PIC 9(6) VALUE 070809.
           05  FILLER PIC 9(6) VALUE 010407.
           05  FILLER PIC 9(6) VALUE 020508.
           05  FILLER PIC 9(6) VALUE 030609.
           05  FILLER PIC 9(6) VALUE 010509.
           05  FILLER PIC 9(6) VALUE 030507.
       01  WS-WIN-LINES REDEFINES WS-WIN-LINES-INIT.
           05  WS-WIN-LINE OCCURS 8 TIMES.
               10  WS-WIN-POS PIC 9(2) OCCURS 3 TIMES.
       01  WS-LINE-IDX              PIC 9(1).
       01  WS-POS-1                 PIC 9(2).
       01  WS-POS-2                 PIC 9(2).
       01  WS-POS-3                 PIC 9(2).

      *> 3**(n-1) for cells 1 to 9.
       01  WS-CELL-WEIGHT-INIT.
           05  FILLER PIC 9(5) VALUE 00001.
           05  FILLER PIC 9(5) VALUE 00003.
           05  FILLER PIC 9(5) VALUE 00009.
           05  FILLER PIC 9(5) VALUE 00027.
           05  FILLER PIC 9(5) VALUE 00081.
           05  FILLER PIC 9(5) VALUE 00243.
           05  FILLER PIC 9(5) VALUE 00729.
           05  FILLER PIC 9(5) VALUE 02187.
           05  FILLER PIC 9(5) VALUE 06561.
       01  WS-CELL-WEIGHTS REDEFINES WS-CELL-WEIGHT-INIT.
           05  WS-CELL-WEIGHT PIC 9(5) OCCURS 9 TIMES.

      *> One entry per board code (code + 1). WS-PS-PIECES is 99 for
      *> boards that cannot arise in play.
       01  WS-POSITION-TABLE.
           05  WS-PS OCCURS 19683 TIMES.
               10  WS-PS-PIECES     PIC 9(2).
               10  WS-PS-VALUE      PIC S9(1).
               10  WS-PS-FINAL      PIC X(1).
       01  WS-BOARD-CODE            PIC 9(5).
       01  WS-CHILD-CODE            PIC 9(5).
       01  WS-CODE-IDX              PIC 9(5).
       01  WS-CHILD-IDX             PIC 9(5).
       01  WS-DECODE-WORK           PIC 9(5).
       01  WS-DIGITS.
           05  WS-DIGIT PIC 9(1) OCCURS 9 TIMES.
       01  WS-CELL-IDX              PIC 9(2).
       01  WS-X-COUNT               PIC 9(1).
       01  WS-O-COUNT               PIC 9(1).
       01  WS-LINE-OWNER            PIC 9(1).
       01  WS-X-HAS-LINE            PIC X(1).
       01  WS-O-HAS-LINE            PIC X(1).
       01  WS-SOLVE-LEVEL           PIC S9(2).
       01  WS-MOVER-DIGIT           PIC 9(1).
       01  WS-BEST-VALUE            PIC S9(1).

      *> Player totals, loaded from and saved back to MOVEQSUMMARY.
       01  WS-QUAL-TABLE.
           05  WS-QU OCCURS 1000 TIMES.
               10  WS-QU-NAME          PIC X(20).
               10  WS-QU-GAMES         PIC 9(6).
               10  WS-QU-MOVES         PIC 9(7).
               10  WS-QU-BEST          PIC 9(7).
               10  WS-QU-MISSED-WINS   PIC 9(6).
               10  WS-QU-BLUNDERS      PIC 9(6).
               10  WS-QU-BLUNDER-LOSSES PIC 9(6).
       01  WS-QUAL-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-LOAD-DROPPED          PIC 9(4) VALUE ZERO.
       01  WS-QU-DROPPED            PIC 9(4) VALUE ZERO.
       01  WS-TBL-IDX               PIC 9(4).
       01  WS-FOUND-IDX             PIC 9(4).
       01  WS-LOOKUP-NAME           PIC X(20).
       01  WS-X-IDX                 PIC 9(4).
       01  WS-O-IDX                 PIC 9(4).

      *> The game being replayed.
       01  WS-GAME-MOVES.
           05  WS-GM OCCURS 9 TIMES.
               10  WS-GM-MARK       PIC X(1).
               10  WS-GM-CELL       PIC 9(1).
       01  WS-GAME-MOVE-COUNT       PIC 9(2).
       01  WS-MOVE-IDX              PIC 9(2).
       01  WS-MOVES-OPEN-FLAG       PIC X(1) VALUE "N".
           88  MOVES-FILE-IS-OPEN            VALUE "Y".
       01  WS-GAME-OK-FLAG          PIC X(1).
           88  GAME-REPLAYS-CLEANLY          VALUE "Y".
       01  WS-X-BLUNDERED           PIC X(1).
       01  WS-O-BLUNDERED           PIC X(1).
       01  WS-MOVER-SIGN            PIC S9(1).
       01  WS-HELD-VALUE            PIC S9(1).
       01  WS-PLAYED-VALUE          PIC S9(1).
       01  WS-BEST-CELL             PIC 9(1).
       01  WS-MOVER-NAME            PIC X(20).
       01  WS-MOVE-VERDICT          PIC X(10).

       01  WS-CURSOR                PIC X(16) VALUE SPACES.
       01  WS-LAST-GAME-ID          PIC X(16) VALUE SPACES.
       01  WS-NEW-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-SCORED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-ACCURACY              PIC 9(3)V9.
       01  WS-DISP-ACCURACY         PIC ZZ9.9.
       01  WS-REPORT-LINE           PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-QUALITY
           IF WS-LOAD-DROPPED NOT = ZERO
               DISPLAY "ERROR: " WS-LOAD-DROPPED " move-quality"
                   " row(s) exceed the table -"
                   " nothing scored or saved."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-MOVEQ-CURSOR
           PERFORM SOLVE-ALL-POSITIONS

           PERFORM READ-BUSINESS-DATE
           OPEN OUTPUT MOVEQ-REPORT-FILE
           STRING "Move quality " WS-BUSINESS-DATE " "
               WS-BUSINESS-DATE-NOTE " - games after "
               WS-CURSOR DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Game ID          Move Player               Mark"
               " Cell Verdict    Best" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           PERFORM SCORE-NEW-GAMES

           IF WS-NEW-COUNT = ZERO
               MOVE "No new games since the last run."
                   TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               CLOSE MOVEQ-REPORT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           STRING "New games: " WS-NEW-COUNT "  scored: "
               WS-SCORED-COUNT "  skipped (moves missing or bad): "
               WS-SKIPPED-COUNT DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-QU-DROPPED NOT = ZERO
               STRING "WARNING: player table full, " WS-QU-DROPPED
                   " player-game(s) not tallied."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF

           PERFORM PRINT-ACCURACY-TABLE
           CLOSE MOVEQ-REPORT-FILE
           PERFORM SAVE-QUALITY
           PERFORM SAVE-MOVEQ-CURSOR
           MOVE ZERO TO RETURN-CODE
           GOBACK.

      *> ---------------------------------------------------------
      *> Perfect-play table. First pass: piece counts, and the
      *> value of every finished board. Second pass: the rest,
      *> from eight pieces back to none, each from its children.
      *> ---------------------------------------------------------
       SOLVE-ALL-POSITIONS.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > 19683
               COMPUTE WS-BOARD-CODE = WS-CODE-IDX - 1
               PERFORM DECODE-BOARD
               PERFORM CLASSIFY-BOARD
           END-PERFORM

           PERFORM VARYING WS-SOLVE-LEVEL FROM 8 BY -1
                   UNTIL WS-SOLVE-LEVEL < 0
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > 19683
                   IF WS-PS-PIECES(WS-CODE-IDX) = WS-SOLVE-LEVEL
                       AND WS-PS-FINAL(WS-CODE-IDX) = "N"
                       COMPUTE WS-BOARD-CODE = WS-CODE-IDX - 1
                       PERFORM SOLVE-ONE-POSITION
                   END-IF
               END-PERFORM
           END-PERFORM.

       DECODE-BOARD.
           MOVE WS-BOARD-CODE TO WS-DECODE-WORK
           MOVE ZERO TO WS-X-COUNT
           MOVE ZERO TO WS-O-COUNT
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > 9
               DIVIDE WS-DECODE-WORK BY 3 GIVING WS-DECODE-WORK
                   REMAINDER WS-DIGIT(WS-CELL-IDX)
               EVALUATE WS-DIGIT(WS-CELL-IDX)
                   WHEN 1
                       ADD 1 TO WS-X-COUNT
                   WHEN 2
                       ADD 1 TO WS-O-COUNT
               END-EVALUATE
           END-PERFORM.

       CLASSIFY-BOARD.
           MOVE "N" TO WS-X-HAS-LINE
           MOVE "N" TO WS-O-HAS-LINE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 8
               MOVE WS-WIN-POS(WS-LINE-IDX 1) TO WS-POS-1
               MOVE WS-WIN-POS(WS-LINE-IDX 2) TO WS-POS-2
               MOVE WS-WIN-POS(WS-LINE-IDX 3) TO WS-POS-3
               MOVE WS-DIGIT(WS-POS-1) TO WS-LINE-OWNER
               IF WS-LINE-OWNER NOT = ZERO
                   AND WS-DIGIT(WS-POS-2) = WS-LINE-OWNER
                   AND WS-DIGIT(WS-POS-3) = WS-LINE-OWNER
                   IF WS-LINE-OWNER = 1
                       MOVE "Y" TO WS-X-HAS-LINE
                   ELSE
                       MOVE "Y" TO WS-O-HAS-LINE
                   END-IF
               END-IF
           END-PERFORM

           MOVE "N" TO WS-PS-FINAL(WS-CODE-IDX)
           MOVE ZERO TO WS-PS-VALUE(WS-CODE-IDX)
           COMPUTE WS-PS-PIECES(WS-CODE-IDX) = WS-X-COUNT + WS-O-COUNT
           EVALUATE TRUE
               WHEN WS-X-COUNT NOT = WS-O-COUNT
                       AND WS-X-COUNT NOT = WS-O-COUNT + 1
                   MOVE 99 TO WS-PS-PIECES(WS-CODE-IDX)
               WHEN WS-X-HAS-LINE = "Y" AND WS-O-HAS-LINE = "Y"
                   MOVE 99 TO WS-PS-PIECES(WS-CODE-IDX)
               WHEN WS-X-HAS-LINE = "Y"
                   MOVE "Y" TO WS-PS-FINAL(WS-CODE-IDX)
                   MOVE 1 TO WS-PS-VALUE(WS-CODE-IDX)
               WHEN WS-O-HAS-LINE = "Y"
                   MOVE "Y" TO WS-PS-FINAL(WS-CODE-IDX)
                   MOVE -1 TO WS-PS-VALUE(WS-CODE-IDX)
               WHEN WS-X-COUNT + WS-O-COUNT = 9
                   MOVE "Y" TO WS-PS-FINAL(WS-CODE-IDX)
           END-EVALUATE.

      *> X to move when the counts are level; X takes the highest
      *> child value, O the lowest.
       SOLVE-ONE-POSITION.
           PERFORM DECODE-BOARD
           IF WS-X-COUNT = WS-O-COUNT
               MOVE 1 TO WS-MOVER-DIGIT
               MOVE -2 TO WS-BEST-VALUE
           ELSE
               MOVE 2 TO WS-MOVER-DIGIT
               MOVE 2 TO WS-BEST-VALUE
           END-IF
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > 9
               IF WS-DIGIT(WS-CELL-IDX) = ZERO
                   COMPUTE WS-CHILD-IDX = WS-BOARD-CODE + 1
                       + WS-MOVER-DIGIT * WS-CELL-WEIGHT(WS-CELL-IDX)
                   IF WS-MOVER-DIGIT = 1
                       IF WS-PS-VALUE(WS-CHILD-IDX) > WS-BEST-VALUE
                           MOVE WS-PS-VALUE(WS-CHILD-IDX)
                               TO WS-BEST-VALUE
                       END-IF
                   ELSE
                       IF WS-PS-VALUE(WS-CHILD-IDX) < WS-BEST-VALUE
                           MOVE WS-PS-VALUE(WS-CHILD-IDX)
                               TO WS-BEST-VALUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-BEST-VALUE TO WS-PS-VALUE(WS-CODE-IDX).

      *> ---------------------------------------------------------
      *> Replay and score every game newer than the cursor.
      *> ---------------------------------------------------------
       SCORE-NEW-GAMES.
           OPEN INPUT GAMELOG-FILE
           IF WS-GAMELOG-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN INPUT GAMEMOVES-FILE
               IF WS-GAMEMOVES-STATUS = "00"
                   MOVE "Y" TO WS-MOVES-OPEN-FLAG
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               IF WS-CURSOR NOT = SPACES
                   MOVE WS-CURSOR TO GL-GAME-ID
                   START GAMELOG-FILE KEY > GL-GAME-ID
                   IF WS-GAMELOG-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
               END-IF
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GAMELOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM SCORE-ONE-GAME
                   END-READ
               END-PERFORM
               IF MOVES-FILE-IS-OPEN
                   CLOSE GAMEMOVES-FILE
               END-IF
               CLOSE GAMELOG-FILE
           END-IF.

       SCORE-ONE-GAME.
           ADD 1 TO WS-NEW-COUNT
           IF GL-GAME-ID > WS-LAST-GAME-ID
               MOVE GL-GAME-ID TO WS-LAST-GAME-ID
           END-IF
           PERFORM LOAD-GAME-MOVES
           IF GAME-REPLAYS-CLEANLY
               PERFORM REPLAY-AND-SCORE
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

      *> A game is only scored when every move is on file, X and O
      *> alternate from X, and no cell is played twice.
       LOAD-GAME-MOVES.
           MOVE "Y" TO WS-GAME-OK-FLAG
           MOVE GL-MOVE-COUNT TO WS-GAME-MOVE-COUNT
           IF NOT MOVES-FILE-IS-OPEN
               OR WS-GAME-MOVE-COUNT = ZERO
               OR WS-GAME-MOVE-COUNT > 9
               MOVE "N" TO WS-GAME-OK-FLAG
           END-IF
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > WS-GAME-MOVE-COUNT
                   OR NOT GAME-REPLAYS-CLEANLY
               MOVE GL-GAME-ID TO MV-GAME-ID
               MOVE WS-MOVE-IDX TO MV-MOVE-NO
               READ GAMEMOVES-FILE KEY IS MV-KEY
               IF WS-GAMEMOVES-STATUS NOT = "00"
                   OR MV-CELL < 1
                   MOVE "N" TO WS-GAME-OK-FLAG
               ELSE
                   MOVE MV-MARK TO WS-GM-MARK(WS-MOVE-IDX)
                   MOVE MV-CELL TO WS-GM-CELL(WS-MOVE-IDX)
               END-IF
           END-PERFORM
           IF GAME-REPLAYS-CLEANLY
               MOVE ZERO TO WS-BOARD-CODE
               PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                       UNTIL WS-MOVE-IDX > WS-GAME-MOVE-COUNT
                       OR NOT GAME-REPLAYS-CLEANLY
                   PERFORM CHECK-ONE-RECORDED-MOVE
               END-PERFORM
           END-IF.

       CHECK-ONE-RECORDED-MOVE.
           PERFORM DECODE-BOARD
           COMPUTE WS-CODE-IDX = WS-BOARD-CODE + 1
           IF WS-X-COUNT = WS-O-COUNT
               MOVE 1 TO WS-MOVER-DIGIT
           ELSE
               MOVE 2 TO WS-MOVER-DIGIT
           END-IF
           EVALUATE TRUE
               WHEN WS-PS-FINAL(WS-CODE-IDX) = "Y"
                   MOVE "N" TO WS-GAME-OK-FLAG
               WHEN WS-DIGIT(WS-GM-CELL(WS-MOVE-IDX)) NOT = ZERO
                   MOVE "N" TO WS-GAME-OK-FLAG
               WHEN WS-MOVER-DIGIT = 1
                       AND WS-GM-MARK(WS-MOVE-IDX) NOT = "X"
                   MOVE "N" TO WS-GAME-OK-FLAG
               WHEN WS-MOVER-DIGIT = 2
                       AND WS-GM-MARK(WS-MOVE-IDX) NOT = "O"
                   MOVE "N" TO WS-GAME-OK-FLAG
               WHEN OTHER
                   COMPUTE WS-BOARD-CODE = WS-BOARD-CODE
                       + WS-MOVER-DIGIT
                       * WS-CELL-WEIGHT(WS-GM-CELL(WS-MOVE-IDX))
           END-EVALUATE.

      *> X is GL-PLAYER1-NAME and O is GL-PLAYER2-NAME (COMPUTER in
      *> a one-player game), as TicTacToe logs them.
       REPLAY-AND-SCORE.
           ADD 1 TO WS-SCORED-COUNT
           MOVE GL-PLAYER1-NAME TO WS-LOOKUP-NAME
           PERFORM FIND-OR-ADD-PLAYER
           MOVE WS-FOUND-IDX TO WS-X-IDX
           MOVE GL-PLAYER2-NAME TO WS-LOOKUP-NAME
           PERFORM FIND-OR-ADD-PLAYER
           MOVE WS-FOUND-IDX TO WS-O-IDX
           MOVE "N" TO WS-X-BLUNDERED
           MOVE "N" TO WS-O-BLUNDERED

           MOVE ZERO TO WS-BOARD-CODE
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > WS-GAME-MOVE-COUNT
               PERFORM SCORE-ONE-MOVE
           END-PERFORM

           IF WS-X-IDX = ZERO
               ADD 1 TO WS-QU-DROPPED
           ELSE
               ADD 1 TO WS-QU-GAMES(WS-X-IDX)
               IF WS-X-BLUNDERED = "Y"
                   AND GL-WINNER-NAME = GL-PLAYER2-NAME
                   ADD 1 TO WS-QU-BLUNDER-LOSSES(WS-X-IDX)
               END-IF
           END-IF
           IF WS-O-IDX = ZERO
               ADD 1 TO WS-QU-DROPPED
           ELSE
               ADD 1 TO WS-QU-GAMES(WS-O-IDX)
               IF WS-O-BLUNDERED = "Y"
                   AND GL-WINNER-NAME = GL-PLAYER1-NAME
                   ADD 1 TO WS-QU-BLUNDER-LOSSES(WS-O-IDX)
               END-IF
           END-IF.

      *> The value held before the move, against the value left
      *> after it, both from the mover's side.
       SCORE-ONE-MOVE.
           PERFORM DECODE-BOARD
           COMPUTE WS-CODE-IDX = WS-BOARD-CODE + 1
           IF WS-GM-MARK(WS-MOVE-IDX) = "X"
               MOVE 1 TO WS-MOVER-DIGIT
               MOVE 1 TO WS-MOVER-SIGN
               MOVE WS-X-IDX TO WS-FOUND-IDX
               MOVE GL-PLAYER1-NAME TO WS-MOVER-NAME
           ELSE
               MOVE 2 TO WS-MOVER-DIGIT
               MOVE -1 TO WS-MOVER-SIGN
               MOVE WS-O-IDX TO WS-FOUND-IDX
               MOVE GL-PLAYER2-NAME TO WS-MOVER-NAME
           END-IF
           COMPUTE WS-HELD-VALUE =
               WS-MOVER-SIGN * WS-PS-VALUE(WS-CODE-IDX)
           MOVE WS-GM-CELL(WS-MOVE-IDX) TO WS-CELL-IDX
           COMPUTE WS-CHILD-CODE = WS-BOARD-CODE
               + WS-MOVER-DIGIT * WS-CELL-WEIGHT(WS-CELL-IDX)
           COMPUTE WS-CHILD-IDX = WS-CHILD-CODE + 1
           COMPUTE WS-PLAYED-VALUE =
               WS-MOVER-SIGN * WS-PS-VALUE(WS-CHILD-IDX)

           EVALUATE TRUE
               WHEN WS-PLAYED-VALUE = WS-HELD-VALUE
                   MOVE "BEST" TO WS-MOVE-VERDICT
               WHEN WS-PLAYED-VALUE = -1
                   MOVE "BLUNDER" TO WS-MOVE-VERDICT
                   IF WS-MOVER-DIGIT = 1
                       MOVE "Y" TO WS-X-BLUNDERED
                   ELSE
                       MOVE "Y" TO WS-O-BLUNDERED
                   END-IF
               WHEN OTHER
                   MOVE "MISSED WIN" TO WS-MOVE-VERDICT
           END-EVALUATE

           IF WS-FOUND-IDX NOT = ZERO
               ADD 1 TO WS-QU-MOVES(WS-FOUND-IDX)
               EVALUATE WS-MOVE-VERDICT
                   WHEN "BEST"
                       ADD 1 TO WS-QU-BEST(WS-FOUND-IDX)
                   WHEN "BLUNDER"
                       ADD 1 TO WS-QU-BLUNDERS(WS-FOUND-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-QU-MISSED-WINS(WS-FOUND-IDX)
               END-EVALUATE
           END-IF
           IF WS-MOVE-VERDICT NOT = "BEST"
               PERFORM REPORT-ONE-SLIP
           END-IF
           MOVE WS-CHILD-CODE TO WS-BOARD-CODE.

      *> Names the first cell that would have kept the held value.
       REPORT-ONE-SLIP.
           MOVE ZERO TO WS-BEST-CELL
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > 9 OR WS-BEST-CELL NOT = ZERO
               IF WS-DIGIT(WS-CELL-IDX) = ZERO
                   COMPUTE WS-CHILD-IDX = WS-BOARD-CODE + 1
                       + WS-MOVER-DIGIT * WS-CELL-WEIGHT(WS-CELL-IDX)
                   IF WS-MOVER-SIGN * WS-PS-VALUE(WS-CHILD-IDX)
                           = WS-HELD-VALUE
                       MOVE WS-CELL-IDX TO WS-BEST-CELL
                   END-IF
               END-IF
           END-PERFORM
           STRING GL-GAME-ID " " WS-MOVE-IDX "   " WS-MOVER-NAME
               " " WS-GM-MARK(WS-MOVE-IDX) "    "
               WS-GM-CELL(WS-MOVE-IDX) "    " WS-MOVE-VERDICT " "
               WS-BEST-CELL DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE.

      *> WS-FOUND-IDX stays zero when the table is full; callers skip
      *> the tally and the drop is reported after the merge.
       FIND-OR-ADD-PLAYER.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-QUAL-COUNT
               IF WS-QU-NAME(WS-TBL-IDX) = WS-LOOKUP-NAME
                   MOVE WS-TBL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO AND WS-QUAL-COUNT < 1000
               ADD 1 TO WS-QUAL-COUNT
               MOVE WS-QUAL-COUNT TO WS-FOUND-IDX
               MOVE WS-LOOKUP-NAME TO WS-QU-NAME(WS-FOUND-IDX)
               MOVE ZERO TO WS-QU-GAMES(WS-FOUND-IDX)
               MOVE ZERO TO WS-QU-MOVES(WS-FOUND-IDX)
               MOVE ZERO TO WS-QU-BEST(WS-FOUND-IDX)
               MOVE ZERO TO WS-QU-MISSED-WINS(WS-FOUND-IDX)
               MOVE ZERO TO WS-QU-BLUNDERS(WS-FOUND-IDX)
               MOVE ZERO TO WS-QU-BLUNDER-LOSSES(WS-FOUND-IDX)
           END-IF.

       PRINT-ACCURACY-TABLE.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "===== Move Quality To Date =====" TO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Player                Games   Moves    Best Missed"
               " Blunder Acc%  Lost-after-blunder" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-QUAL-COUNT
               IF WS-QU-MOVES(WS-TBL-IDX) = ZERO
                   MOVE ZERO TO WS-ACCURACY
               ELSE
                   COMPUTE WS-ACCURACY ROUNDED =
                       WS-QU-BEST(WS-TBL-IDX) * 100
                       / WS-QU-MOVES(WS-TBL-IDX)
               END-IF
               MOVE WS-ACCURACY TO WS-DISP-ACCURACY
               STRING WS-QU-NAME(WS-TBL-IDX) "  "
                   WS-QU-GAMES(WS-TBL-IDX) " "
                   WS-QU-MOVES(WS-TBL-IDX) " "
                   WS-QU-BEST(WS-TBL-IDX) " "
                   WS-QU-MISSED-WINS(WS-TBL-IDX) "  "
                   WS-QU-BLUNDERS(WS-TBL-IDX) " "
                   WS-DISP-ACCURACY "  "
                   WS-QU-BLUNDER-LOSSES(WS-TBL-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-PERFORM.

       LOAD-QUALITY.
           OPEN INPUT MOVE-QUAL-FILE
           IF WS-MOVE-QUAL-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ MOVE-QUAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-QUAL-COUNT < 1000
                               ADD 1 TO WS-QUAL-COUNT
                               MOVE MOVE-QUAL-REC
                                   TO WS-QU(WS-QUAL-COUNT)
                           ELSE
                               ADD 1 TO WS-LOAD-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVE-QUAL-FILE
           END-IF
           MOVE "N" TO WS-EOF-FLAG.

       SAVE-QUALITY.
           OPEN OUTPUT MOVE-QUAL-FILE
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-QUAL-COUNT
               MOVE WS-QU(WS-TBL-IDX) TO MOVE-QUAL-REC
               WRITE MOVE-QUAL-REC
           END-PERFORM
           CLOSE MOVE-QUAL-FILE.

       READ-MOVEQ-CURSOR.
           OPEN INPUT MOVEQ-CURSOR-FILE
           IF WS-MOVEQ-CURSOR-STATUS = "00"
               READ MOVEQ-CURSOR-FILE
                   NOT AT END
                       MOVE MOVEQ-CURSOR-LINE TO WS-CURSOR
               END-READ
               CLOSE MOVEQ-CURSOR-FILE
           END-IF.

       SAVE-MOVEQ-CURSOR.
           IF WS-LAST-GAME-ID > WS-CURSOR
               OPEN OUTPUT MOVEQ-CURSOR-FILE
               WRITE MOVEQ-CURSOR-LINE FROM WS-LAST-GAME-ID
               CLOSE MOVEQ-CURSOR-FILE
           END-IF.

       EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE MOVEQ-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

           COPY "bizdateread.cpy".
