       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegWatch.

      *> Nightly integrity watch over the game histories, looking for
      *> play that pumps a rating or a leaderboard rather than play:
      *>   LOPSIDED  - a high-volume TTTH2H pairing where one side
      *>               takes nearly every game, the classic way to
      *>               farm RATE-GAME in TttReport
      *>   BURST     - a run of very short decisive games between
      *>               the same two names on one day in GAMELOG,
      *>               i.e. games thrown in the fewest moves possible;
      *>               only the last few days are searched, as the
      *>               earlier ones were judged on their own nights
      *>   GUESSODDS - a player whose average guess count in a tier
      *>               sits implausibly far below the tier's average
      *>               over PLAYERHIST (a z-score on the player mean)
      *> Each finding is written to INTEGRITY.DAT and opens an
      *> EXCEPTQ item (source INTEGRITY, outcome the check name, the
      *> player who benefits in XQ-OPERATOR-ID) for review in
      *> ExcepQueue.
      *> INTEGFIND.DAT remembers what was queued, so a pattern that
      *> persists is only queued again on fresh evidence: another
      *> full helping of games or sessions, or a burst on a new day.
      *>
      *> Thresholds come from the first line of INTEGWATCH.CFG:
      *>   cols  1-3  games before a pairing is judged       (020)
      *>   cols  4-6  winner's share of a lopsided pairing % (090)
      *>   cols  7-8  short games in a day that make a burst  (05)
      *>   col   9    most moves in a "short" game             (6)
      *>   cols 10-11 sessions before a guess average counts  (05)
      *>   col  12    z-score that flags a guess average       (3)
      *>   cols 13-14 days of GAMELOG searched for bursts,
      *>              ending with the business date             (02)
      *> with the defaults in brackets when the file is absent or a
      *> field is not numeric.
      *>
      *> RETURN-CODE: 0 scan complete, 4 nothing to scan or a table
      *> filled and some rows went unexamined.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-PARM-FILE ASSIGN TO "INTEGWATCH.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TTT-H2H-FILE ASSIGN TO "TTTH2H.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-H2H-FILE-STATUS.

           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GL-GAME-ID
               FILE STATUS IS WS-GAMELOG-STATUS.

           SELECT PLAYERHIST-FILE ASSIGN TO "PLAYERHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-SESSION-ID
               FILE STATUS IS WS-PLAYERHIST-STATUS.

           SELECT INTEG-FIND-FILE ASSIGN TO "INTEGFIND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IW-KEY
               FILE STATUS IS WS-INTEG-FIND-STATUS.

           SELECT EXCEPT-Q-FILE ASSIGN TO "EXCEPTQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XQ-ITEM-ID
               FILE STATUS IS WS-EXCEPT-Q-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-REPORT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-PARM-FILE.
       01  WATCH-PARM-LINE          PIC X(14).

       FD  TTT-H2H-FILE.
           COPY "ttth2hrec.cpy".

       FD  GAMELOG-FILE.
           COPY "gamelogrec.cpy".

       FD  PLAYERHIST-FILE.
           COPY "playerhistrec.cpy".

       FD  INTEG-FIND-FILE.
           COPY "integfindrec.cpy".

       FD  EXCEPT-Q-FILE.
           COPY "exceptqrec.cpy".

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-LINE    PIC X(120).

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-H2H-FILE-STATUS       PIC X(2).
       01  WS-GAMELOG-STATUS        PIC X(2).
       01  WS-PLAYERHIST-STATUS     PIC X(2).
       01  WS-INTEG-FIND-STATUS     PIC X(2).
       01  WS-EXCEPT-Q-STATUS       PIC X(2).
       01  WS-INTEGRITY-REPORT-STATUS PIC X(2).
       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "IntegWatch".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20) VALUE "BATCH".
       01  WS-AUDIT-OUTCOME-CODE    PIC X(10).
       01  WS-EOF-FLAG              PIC X(1).
           88  END-OF-CURRENT-FILE           VALUE "Y".

       01  WS-MIN-PAIR-GAMES        PIC 9(3) VALUE 20.
       01  WS-LOPSIDED-PCT          PIC 9(3) VALUE 90.
       01  WS-BURST-GAMES           PIC 9(2) VALUE 5.
       01  WS-SHORT-MOVES           PIC 9(1) VALUE 6.
       01  WS-MIN-SESSIONS          PIC 9(2) VALUE 5.
       01  WS-Z-LIMIT               PIC 9(1) VALUE 3.
       01  WS-BURST-DAYS            PIC 9(2) VALUE 2.
       01  WS-BURST-FROM-INT        PIC 9(8).
       01  WS-BURST-FROM-NUM        PIC 9(8).
       01  WS-BURST-FROM-DATE       PIC X(8).

      *> Short decisive games between two human names, per day.
       01  WS-BURST-TABLE.
           05  WS-BU OCCURS 500 TIMES.
               10  WS-BU-NAME-A     PIC X(20).
               10  WS-BU-NAME-B     PIC X(20).
               10  WS-BU-DAY        PIC X(8).
               10  WS-BU-GAMES      PIC 9(4).
       01  WS-BURST-COUNT           PIC 9(3) VALUE ZERO.

      *> Guess-count sums per tier and per player within a tier.
       01  WS-TIER-TABLE.
           05  FILLER PIC X(10) VALUE "EASY".
           05  FILLER PIC X(10) VALUE "MEDIUM".
           05  FILLER PIC X(10) VALUE "HARD".
       01  WS-TIER-NAMES REDEFINES WS-TIER-TABLE.
           05  WS-TIER-NAME PIC X(10) OCCURS 3 TIMES.
       01  WS-TIER-STATS.
           05  WS-TS OCCURS 3 TIMES.
               10  WS-TS-SESSIONS   PIC 9(8).
               10  WS-TS-SUM        PIC 9(10).
               10  WS-TS-SUMSQ      PIC 9(14).
       01  WS-TIER-IDX              PIC 9(1).
       01  WS-FOUND-TIER            PIC 9(1).

       01  WS-PLAYER-TABLE.
           05  WS-PT OCCURS 1000 TIMES.
               10  WS-PT-NAME       PIC X(20).
               10  WS-PT-TIER       PIC 9(1).
               10  WS-PT-SESSIONS   PIC 9(6).
               10  WS-PT-SUM        PIC 9(8).
       01  WS-PLAYER-COUNT          PIC 9(4) VALUE ZERO.

       01  WS-TBL-IDX               PIC 9(4).
       01  WS-FOUND-IDX             PIC 9(4).
       01  WS-LOOKUP-NAME-A         PIC X(20).
       01  WS-LOOKUP-NAME-B         PIC X(20).
       01  WS-ROWS-UNEXAMINED       PIC 9(6) VALUE ZERO.
       01  WS-ROWS-SCANNED          PIC 9(8) VALUE ZERO.

      *> One-operation COMPUTEs for the statistics, as in TttReport's
      *> rating arithmetic.
       01  WS-TIER-MEAN             USAGE COMP-2.
       01  WS-TIER-MEANSQ           USAGE COMP-2.
       01  WS-TIER-SQMEAN           USAGE COMP-2.
       01  WS-TIER-VAR              USAGE COMP-2.
       01  WS-TIER-SD               USAGE COMP-2.
       01  WS-PLAYER-MEAN           USAGE COMP-2.
       01  WS-ROOT-N                USAGE COMP-2.
       01  WS-STD-ERR               USAGE COMP-2.
       01  WS-MEAN-GAP              USAGE COMP-2.
       01  WS-Z-SCORE               USAGE COMP-2.
       01  WS-DISP-PLAYER-AVG       PIC ZZZ9.9.
       01  WS-DISP-TIER-AVG         PIC ZZZ9.9.
       01  WS-DISP-Z                PIC Z9.9.

      *> The finding being judged, filled in by each check.
       01  WS-FIND-CHECK            PIC X(10).
       01  WS-FIND-NAME-A           PIC X(20).
       01  WS-FIND-NAME-B           PIC X(20).
       01  WS-FIND-DIFF             PIC X(10).
       01  WS-FIND-COUNT            PIC 9(6).
       01  WS-FIND-STEP             PIC 9(6).
       01  WS-FIND-DAY              PIC X(8).
       01  WS-FIND-DETAIL           PIC X(70).
       01  WS-QUEUE-FLAG            PIC X(1).
           88  QUEUE-THIS-FINDING            VALUE "Y".
       01  WS-REGISTER-FLAG         PIC X(1).
           88  ALREADY-REGISTERED            VALUE "Y".

      *> Item IDs share the run's timestamp and carry a sequence, so
      *> a run's findings sort together and never collide.
       01  WS-RUN-STAMP             PIC X(16).
       01  WS-ITEM-SEQ              PIC 9(4) VALUE ZERO.
       01  WS-ITEM-ID               PIC X(26).
       01  WS-FINDING-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-QUEUED-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-REPORT-LINE           PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-WATCH-PARM
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-STAMP
           PERFORM READ-BUSINESS-DATE

           OPEN OUTPUT INTEGRITY-REPORT-FILE
           STRING "Integrity watch " WS-BUSINESS-DATE " "
               WS-BUSINESS-DATE-NOTE
               " - pairing " WS-MIN-PAIR-GAMES "+ games at "
               WS-LOPSIDED-PCT "%, burst " WS-BURST-GAMES
               " games of <=" WS-SHORT-MOVES " moves, guesses z>="
               WS-Z-LIMIT " over " WS-MIN-SESSIONS "+ sessions"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           OPEN I-O INTEG-FIND-FILE
           IF WS-INTEG-FIND-STATUS = "35"
               OPEN OUTPUT INTEG-FIND-FILE
               CLOSE INTEG-FIND-FILE
               OPEN I-O INTEG-FIND-FILE
           END-IF
           OPEN I-O EXCEPT-Q-FILE
           IF WS-EXCEPT-Q-STATUS = "35"
               OPEN OUTPUT EXCEPT-Q-FILE
               CLOSE EXCEPT-Q-FILE
               OPEN I-O EXCEPT-Q-FILE
           END-IF

           PERFORM CHECK-LOPSIDED-PAIRS
           PERFORM CHECK-SHORT-GAME-BURSTS
           PERFORM CHECK-GUESS-AVERAGES

           CLOSE EXCEPT-Q-FILE
           CLOSE INTEG-FIND-FILE

           IF WS-ROWS-UNEXAMINED NOT = ZERO
               STRING "*** " WS-ROWS-UNEXAMINED " row(s) not examined"
                   " - a work table filled up"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           STRING "Findings: " WS-FINDING-COUNT
               " - newly queued for review: " WS-QUEUED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           CLOSE INTEGRITY-REPORT-FILE

           MOVE "OK" TO WS-AUDIT-OUTCOME-CODE
           PERFORM WRITE-AUDIT-RECORD
           EVALUATE TRUE
               WHEN WS-ROWS-SCANNED = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ROWS-UNEXAMINED NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       READ-WATCH-PARM.
           OPEN INPUT WATCH-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ WATCH-PARM-FILE
                   NOT AT END
                       IF WATCH-PARM-LINE(1:3) IS NUMERIC
                           MOVE WATCH-PARM-LINE(1:3)
                               TO WS-MIN-PAIR-GAMES
                       END-IF
                       IF WATCH-PARM-LINE(4:3) IS NUMERIC
                           MOVE WATCH-PARM-LINE(4:3) TO WS-LOPSIDED-PCT
                       END-IF
                       IF WATCH-PARM-LINE(7:2) IS NUMERIC
                           MOVE WATCH-PARM-LINE(7:2) TO WS-BURST-GAMES
                       END-IF
                       IF WATCH-PARM-LINE(9:1) IS NUMERIC
                           MOVE WATCH-PARM-LINE(9:1) TO WS-SHORT-MOVES
                       END-IF
                       IF WATCH-PARM-LINE(10:2) IS NUMERIC
                           MOVE WATCH-PARM-LINE(10:2)
                               TO WS-MIN-SESSIONS
                       END-IF
                       IF WATCH-PARM-LINE(12:1) IS NUMERIC
                           MOVE WATCH-PARM-LINE(12:1) TO WS-Z-LIMIT
                       END-IF
                       IF WATCH-PARM-LINE(13:2) IS NUMERIC
                           MOVE WATCH-PARM-LINE(13:2) TO WS-BURST-DAYS
                       END-IF
               END-READ
               CLOSE WATCH-PARM-FILE
           END-IF
      *> A zero threshold would flag everyone; fall back to defaults.
           IF WS-MIN-PAIR-GAMES = ZERO
               MOVE 20 TO WS-MIN-PAIR-GAMES
           END-IF
           IF WS-BURST-GAMES = ZERO
               MOVE 5 TO WS-BURST-GAMES
           END-IF
           IF WS-MIN-SESSIONS = ZERO
               MOVE 5 TO WS-MIN-SESSIONS
           END-IF
           IF WS-Z-LIMIT = ZERO
               MOVE 3 TO WS-Z-LIMIT
           END-IF
           IF WS-BURST-DAYS = ZERO
               MOVE 2 TO WS-BURST-DAYS
           END-IF.

      *> ---------------------------------------------------------
      *> LOPSIDED: straight off the head-to-head rollup.
      *> ---------------------------------------------------------
       CHECK-LOPSIDED-PAIRS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TTT-H2H-FILE
           IF WS-H2H-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TTT-H2H-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ROWS-SCANNED
                           IF TH-GAMES >= WS-MIN-PAIR-GAMES
                               PERFORM JUDGE-ONE-PAIRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TTT-H2H-FILE
           END-IF.

       JUDGE-ONE-PAIRING.
           MOVE SPACES TO WS-FIND-NAME-A
           EVALUATE TRUE
               WHEN TH-WINS-A * 100 >= TH-GAMES * WS-LOPSIDED-PCT
                   MOVE TH-NAME-A TO WS-FIND-NAME-A
                   MOVE TH-NAME-B TO WS-FIND-NAME-B
               WHEN TH-WINS-B * 100 >= TH-GAMES * WS-LOPSIDED-PCT
                   MOVE TH-NAME-B TO WS-FIND-NAME-A
                   MOVE TH-NAME-A TO WS-FIND-NAME-B
           END-EVALUATE
           IF WS-FIND-NAME-A NOT = SPACES
               MOVE "LOPSIDED" TO WS-FIND-CHECK
               MOVE SPACES TO WS-FIND-DIFF
               MOVE SPACES TO WS-FIND-DAY
               MOVE TH-GAMES TO WS-FIND-COUNT
               MOVE WS-MIN-PAIR-GAMES TO WS-FIND-STEP
               MOVE SPACES TO WS-FIND-DETAIL
               STRING WS-FIND-NAME-A " beat " WS-FIND-NAME-B
                   " games " TH-GAMES " draws " TH-DRAWS
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
               PERFORM REPORT-AND-QUEUE-FINDING
           END-IF.

      *> ---------------------------------------------------------
      *> BURST: short decisive games between two human names,
      *> counted per pair per day off the game log, for the days
      *> from WS-BURST-FROM-DATE on.
      *> ---------------------------------------------------------
       CHECK-SHORT-GAME-BURSTS.
           COMPUTE WS-BURST-FROM-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE)) - WS-BURST-DAYS + 1
           COMPUTE WS-BURST-FROM-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BURST-FROM-INT)
           MOVE WS-BURST-FROM-NUM TO WS-BURST-FROM-DATE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GAMELOG-FILE
           IF WS-GAMELOG-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GAMELOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ROWS-SCANNED
                           IF GL-PLAYER2-NAME NOT = "COMPUTER"
                                   AND GL-WINNER-NAME NOT = "DRAW"
                                   AND GL-MOVE-COUNT <= WS-SHORT-MOVES
                                   AND GL-DATE(1:8) >=
                                       WS-BURST-FROM-DATE
                               PERFORM TALLY-SHORT-GAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAMELOG-FILE
           END-IF

           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-BURST-COUNT
               IF WS-BU-GAMES(WS-TBL-IDX) >= WS-BURST-GAMES
                   PERFORM JUDGE-ONE-BURST
               END-IF
           END-PERFORM.

       TALLY-SHORT-GAME.
           IF GL-PLAYER1-NAME <= GL-PLAYER2-NAME
               MOVE GL-PLAYER1-NAME TO WS-LOOKUP-NAME-A
               MOVE GL-PLAYER2-NAME TO WS-LOOKUP-NAME-B
           ELSE
               MOVE GL-PLAYER2-NAME TO WS-LOOKUP-NAME-A
               MOVE GL-PLAYER1-NAME TO WS-LOOKUP-NAME-B
           END-IF
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-BURST-COUNT
               IF WS-BU-NAME-A(WS-TBL-IDX) = WS-LOOKUP-NAME-A
                   AND WS-BU-NAME-B(WS-TBL-IDX) = WS-LOOKUP-NAME-B
                   AND WS-BU-DAY(WS-TBL-IDX) = GL-DATE(1:8)
                   MOVE WS-TBL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO AND WS-BURST-COUNT < 500
               ADD 1 TO WS-BURST-COUNT
               MOVE WS-BURST-COUNT TO WS-FOUND-IDX
               MOVE WS-LOOKUP-NAME-A TO WS-BU-NAME-A(WS-FOUND-IDX)
               MOVE WS-LOOKUP-NAME-B TO WS-BU-NAME-B(WS-FOUND-IDX)
               MOVE GL-DATE(1:8) TO WS-BU-DAY(WS-FOUND-IDX)
               MOVE ZERO TO WS-BU-GAMES(WS-FOUND-IDX)
           END-IF
           IF WS-FOUND-IDX = ZERO
               ADD 1 TO WS-ROWS-UNEXAMINED
           ELSE
               ADD 1 TO WS-BU-GAMES(WS-FOUND-IDX)
           END-IF.

       JUDGE-ONE-BURST.
           MOVE "BURST" TO WS-FIND-CHECK
           MOVE WS-BU-NAME-A(WS-TBL-IDX) TO WS-FIND-NAME-A
           MOVE WS-BU-NAME-B(WS-TBL-IDX) TO WS-FIND-NAME-B
           MOVE SPACES TO WS-FIND-DIFF
           MOVE WS-BU-DAY(WS-TBL-IDX) TO WS-FIND-DAY
           MOVE WS-BU-GAMES(WS-TBL-IDX) TO WS-FIND-COUNT
           MOVE ZERO TO WS-FIND-STEP
           MOVE SPACES TO WS-FIND-DETAIL
           STRING WS-FIND-NAME-A " v " WS-FIND-NAME-B
               " " WS-BU-GAMES(WS-TBL-IDX) " short games on "
               WS-FIND-DAY
               DELIMITED BY SIZE INTO WS-FIND-DETAIL
           PERFORM REPORT-AND-QUEUE-FINDING.

      *> ---------------------------------------------------------
      *> GUESSODDS: how far a player's mean guess count in a tier
      *> sits below the tier mean, in standard errors.
      *> ---------------------------------------------------------
       CHECK-GUESS-AVERAGES.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               MOVE ZERO TO WS-TS-SESSIONS(WS-TIER-IDX)
               MOVE ZERO TO WS-TS-SUM(WS-TIER-IDX)
               MOVE ZERO TO WS-TS-SUMSQ(WS-TIER-IDX)
           END-PERFORM

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PLAYERHIST-FILE
           IF WS-PLAYERHIST-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PLAYERHIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ROWS-SCANNED
                           IF PH-GUESS-COUNT IS NUMERIC
                               PERFORM TALLY-GUESS-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYERHIST-FILE
           END-IF

           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-PLAYER-COUNT
               IF WS-PT-SESSIONS(WS-TBL-IDX) >= WS-MIN-SESSIONS
                   PERFORM JUDGE-ONE-GUESSER
               END-IF
           END-PERFORM.

       TALLY-GUESS-SESSION.
           MOVE ZERO TO WS-FOUND-TIER
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               IF PH-DIFF-LEVEL = WS-TIER-NAME(WS-TIER-IDX)
                   MOVE WS-TIER-IDX TO WS-FOUND-TIER
               END-IF
           END-PERFORM
           IF WS-FOUND-TIER NOT = ZERO
               ADD 1 TO WS-TS-SESSIONS(WS-FOUND-TIER)
               ADD PH-GUESS-COUNT TO WS-TS-SUM(WS-FOUND-TIER)
               COMPUTE WS-TS-SUMSQ(WS-FOUND-TIER) =
                   WS-TS-SUMSQ(WS-FOUND-TIER)
                   + PH-GUESS-COUNT * PH-GUESS-COUNT

               MOVE ZERO TO WS-FOUND-IDX
               PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                       UNTIL WS-TBL-IDX > WS-PLAYER-COUNT
                   IF WS-PT-NAME(WS-TBL-IDX) = PH-PLAYER-NAME
                       AND WS-PT-TIER(WS-TBL-IDX) = WS-FOUND-TIER
                       MOVE WS-TBL-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX = ZERO AND WS-PLAYER-COUNT < 1000
                   ADD 1 TO WS-PLAYER-COUNT
                   MOVE WS-PLAYER-COUNT TO WS-FOUND-IDX
                   MOVE PH-PLAYER-NAME TO WS-PT-NAME(WS-FOUND-IDX)
                   MOVE WS-FOUND-TIER TO WS-PT-TIER(WS-FOUND-IDX)
                   MOVE ZERO TO WS-PT-SESSIONS(WS-FOUND-IDX)
                   MOVE ZERO TO WS-PT-SUM(WS-FOUND-IDX)
               END-IF
               IF WS-FOUND-IDX = ZERO
                   ADD 1 TO WS-ROWS-UNEXAMINED
               ELSE
                   ADD 1 TO WS-PT-SESSIONS(WS-FOUND-IDX)
                   ADD PH-GUESS-COUNT TO WS-PT-SUM(WS-FOUND-IDX)
               END-IF
           END-IF.

       JUDGE-ONE-GUESSER.
           MOVE WS-PT-TIER(WS-TBL-IDX) TO WS-TIER-IDX
           COMPUTE WS-TIER-MEAN =
               WS-TS-SUM(WS-TIER-IDX) / WS-TS-SESSIONS(WS-TIER-IDX)
           COMPUTE WS-TIER-SQMEAN =
               WS-TS-SUMSQ(WS-TIER-IDX) / WS-TS-SESSIONS(WS-TIER-IDX)
           COMPUTE WS-TIER-MEANSQ = WS-TIER-MEAN * WS-TIER-MEAN
           COMPUTE WS-TIER-VAR = WS-TIER-SQMEAN - WS-TIER-MEANSQ
           IF WS-TIER-VAR > ZERO
               COMPUTE WS-TIER-SD = FUNCTION SQRT(WS-TIER-VAR)
               COMPUTE WS-PLAYER-MEAN =
                   WS-PT-SUM(WS-TBL-IDX) / WS-PT-SESSIONS(WS-TBL-IDX)
               COMPUTE WS-ROOT-N =
                   FUNCTION SQRT(WS-PT-SESSIONS(WS-TBL-IDX))
               COMPUTE WS-STD-ERR = WS-TIER-SD / WS-ROOT-N
               COMPUTE WS-MEAN-GAP = WS-TIER-MEAN - WS-PLAYER-MEAN
               COMPUTE WS-Z-SCORE = WS-MEAN-GAP / WS-STD-ERR
               IF WS-Z-SCORE >= WS-Z-LIMIT
                   PERFORM FLAG-ONE-GUESSER
               END-IF
           END-IF.

       FLAG-ONE-GUESSER.
           MOVE "GUESSODDS" TO WS-FIND-CHECK
           MOVE WS-PT-NAME(WS-TBL-IDX) TO WS-FIND-NAME-A
           MOVE SPACES TO WS-FIND-NAME-B
           MOVE WS-TIER-NAME(WS-TIER-IDX) TO WS-FIND-DIFF
           MOVE SPACES TO WS-FIND-DAY
           MOVE WS-PT-SESSIONS(WS-TBL-IDX) TO WS-FIND-COUNT
           MOVE WS-MIN-SESSIONS TO WS-FIND-STEP
           MOVE WS-PLAYER-MEAN TO WS-DISP-PLAYER-AVG
           MOVE WS-TIER-MEAN TO WS-DISP-TIER-AVG
           IF WS-Z-SCORE > 99
               MOVE 99.9 TO WS-DISP-Z
           ELSE
               MOVE WS-Z-SCORE TO WS-DISP-Z
           END-IF
           MOVE SPACES TO WS-FIND-DETAIL
           STRING WS-FIND-NAME-A " " WS-FIND-DIFF " avg "
               WS-DISP-PLAYER-AVG " over " WS-FIND-COUNT
               " vs tier " WS-DISP-TIER-AVG " z " WS-DISP-Z
               DELIMITED BY SIZE INTO WS-FIND-DETAIL
           PERFORM REPORT-AND-QUEUE-FINDING.

      *> ---------------------------------------------------------
      *> Every finding is reported; it is queued when it is new, or
      *> when fresh evidence has arrived since it was last queued -
      *> a burst on a later day, or another WS-FIND-STEP games or
      *> sessions on top of the count last queued.
      *> ---------------------------------------------------------
       REPORT-AND-QUEUE-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-FIND-CHECK TO IW-CHECK
           MOVE WS-FIND-NAME-A TO IW-NAME-A
           MOVE WS-FIND-NAME-B TO IW-NAME-B
           MOVE WS-FIND-DIFF TO IW-DIFF-LEVEL
           READ INTEG-FIND-FILE KEY IS IW-KEY
           IF WS-INTEG-FIND-STATUS = "00"
               MOVE "Y" TO WS-REGISTER-FLAG
               EVALUATE TRUE
                   WHEN WS-FIND-CHECK = "BURST"
                       IF WS-FIND-DAY > IW-LAST-DAY
                           MOVE "Y" TO WS-QUEUE-FLAG
                       ELSE
                           MOVE "N" TO WS-QUEUE-FLAG
                       END-IF
                   WHEN WS-FIND-COUNT >= IW-LAST-COUNT + WS-FIND-STEP
                       MOVE "Y" TO WS-QUEUE-FLAG
                   WHEN OTHER
                       MOVE "N" TO WS-QUEUE-FLAG
               END-EVALUATE
           ELSE
               MOVE "N" TO WS-REGISTER-FLAG
               MOVE "Y" TO WS-QUEUE-FLAG
           END-IF

           IF QUEUE-THIS-FINDING
               PERFORM OPEN-QUEUE-ITEM
               STRING WS-FIND-CHECK " " WS-FIND-DETAIL
                   " - queued " WS-ITEM-ID
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING WS-FIND-CHECK " " WS-FIND-DETAIL
                   " - on queue since " IW-ITEM-ID
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

       OPEN-QUEUE-ITEM.
           ADD 1 TO WS-ITEM-SEQ
           MOVE SPACES TO WS-ITEM-ID
           STRING WS-RUN-STAMP "-" WS-ITEM-SEQ
               DELIMITED BY SIZE INTO WS-ITEM-ID

           MOVE WS-ITEM-ID TO XQ-ITEM-ID
           MOVE "INTEGRITY" TO XQ-SOURCE
           MOVE "IntegWatch" TO XQ-PROGRAM-ID
           MOVE WS-FIND-NAME-A TO XQ-OPERATOR-ID
           MOVE WS-FIND-CHECK TO XQ-OUTCOME
           MOVE "OPEN" TO XQ-STATUS
           MOVE SPACES TO XQ-ACK-OPERATOR
           MOVE SPACES TO XQ-ACK-TIMESTAMP
           MOVE SPACES TO XQ-ACK-NOTE
           WRITE EXCEPT-Q-REC
           IF WS-EXCEPT-Q-STATUS = "00"
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               DISPLAY "Could not queue integrity item, status "
                   WS-EXCEPT-Q-STATUS
           END-IF

           MOVE WS-ITEM-ID TO IW-ITEM-ID
           MOVE WS-FIND-COUNT TO IW-LAST-COUNT
           MOVE WS-FIND-DAY TO IW-LAST-DAY
           IF ALREADY-REGISTERED
               REWRITE INTEG-FIND-REC
           ELSE
               WRITE INTEG-FIND-REC
           END-IF.

       EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

           COPY "auditwrite.cpy".

           COPY "bizdateread.cpy".
