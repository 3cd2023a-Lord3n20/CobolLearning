       IDENTIFICATION DIVISION.
       PROGRAM-ID. RollCheck IS INITIAL PROGRAM.

      *> Supervisor rebuild-and-compare of the four running rollups.
      *> GuessReport and TttReport only ever merge in the records
      *> past their cursors, and once Housekeep has moved the detail
      *> to the .ARC files nothing else shows the totals are still
      *> right. This recomputes every player's tier bests and
      *> session counts, W/L/D, head-to-head and rating from
      *> PLAYERHIST and GAMELOG plus PLAYERHIST.ARC and GAMELOG.ARC,
      *> compares the result with GUESSSUMMARY, TTTSUMMARY, TTTH2H
      *> and TTTRATINGS row by row, and lists every row that
      *> differs, is missing from the live rollup, or is only in it,
      *> on ROLLCHECK.DAT and the screen.
      *>
      *> The rebuild covers exactly what the rollups should hold:
      *>   - the season in play only - records past the cursor
      *>     positions SeasonEnd noted in SEASONCTL.DAT when it
      *>     opened the season, starting the ratings from the
      *>     pulled-back closing ratings in SEASONHIST.DAT when the
      *>     season was opened that way
      *>   - nothing past each rollup's own cursor, since the next
      *>     nightly merge has not counted it yet
      *>   - names as they stand now: an archived row still under
      *>     an alias NameMerge has since merged is counted for the
      *>     canonical name from PLAYERMST, as the live rollups are.
      *> Ratings are replayed game by game in game-id order, oldest
      *> archive first, with TttReport's formula.
      *>
      *> When anything drifts the supervisor can ask for the
      *> drifting rollups to be replaced with the rebuilt ones. Like
      *> a restore, that is only recorded as a REBUILD change
      *> request in CHANGEREQ.DAT; ChgApprove calls back in with
      *> LS-ROLL-FLAG "B" once a different supervisor approves it,
      *> and the rebuild is then run again and the rollups named in
      *> the request are rewritten if they still drift. Every row
      *> replaced goes to CHGJOURNAL.DAT with its before and after
      *> images, and the replacement to AUDITLOG. RETURN-CODE is
      *> then 0 when a rollup was replaced, 4 when nothing still
      *> drifted, 8 when a rollup could not be rewritten.
      *> The cursors are never moved. OperatorMenu only offers this
      *> option to supervisors, and holds it back while the nightly
      *> stream is in flight.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYERHIST-FILE ASSIGN TO "PLAYERHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-SESSION-ID
               FILE STATUS IS WS-PLAYERHIST-STATUS.

           SELECT PLAYERHIST-ARCHIVE ASSIGN TO "PLAYERHIST.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-ARCHIVE-STATUS.

           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-GAME-ID
               FILE STATUS IS WS-GAMELOG-STATUS.

           SELECT GAMELOG-ARCHIVE ASSIGN TO "GAMELOG.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-ARCHIVE-STATUS.

           SELECT PLAYER-MST-FILE ASSIGN TO "PLAYERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-NAME
               FILE STATUS IS WS-PLAYER-MST-STATUS.

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

           SELECT TTT-H2H-FILE ASSIGN TO "TTTH2H.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-H2H-FILE-STATUS.

           SELECT TTT-RATINGS-FILE ASSIGN TO "TTTRATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-PLAYER-NAME
               FILE STATUS IS WS-RATINGS-STATUS.

           SELECT GUESS-CURSOR-FILE ASSIGN TO "GUESSCURSOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.

           SELECT TTT-CURSOR-FILE ASSIGN TO "TTTCURSOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.

           SELECT RATE-CURSOR-FILE ASSIGN TO "TTTRATECURSOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURSOR-STATUS.

           SELECT SEASON-CTL-FILE ASSIGN TO "SEASONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-CTL-STATUS.

           SELECT SEASON-HIST-FILE ASSIGN TO "SEASONHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SEASON-HIST-STATUS.

           SELECT ROLL-REPORT-FILE ASSIGN TO "ROLLCHECK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-REPORT-STATUS.

           SELECT CHANGE-REQ-FILE ASSIGN TO "CHANGEREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-REQ-ID
               FILE STATUS IS WS-CHANGE-REQ-STATUS.

           SELECT CHG-JOURNAL-FILE ASSIGN TO "CHGJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-JOURNAL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYERHIST-FILE.
           COPY "playerhistrec.cpy".

       FD  PLAYERHIST-ARCHIVE.
       01  PH-ARCHIVE-LINE          PIC X(60).

       FD  GAMELOG-FILE.
           COPY "gamelogrec.cpy".

       FD  GAMELOG-ARCHIVE.
       01  GL-ARCHIVE-LINE          PIC X(88).

       FD  PLAYER-MST-FILE.
           COPY "playermstrec.cpy".

       FD  GUESS-SUMMARY-FILE.
           COPY "guesssummaryrec.cpy".

       FD  TTT-SUMMARY-FILE.
           COPY "tttsummaryrec.cpy".

       FD  TTT-H2H-FILE.
           COPY "ttth2hrec.cpy".

       FD  TTT-RATINGS-FILE.
           COPY "tttratingrec.cpy".

       FD  GUESS-CURSOR-FILE.
       01  GUESS-CURSOR-LINE        PIC X(16).

       FD  TTT-CURSOR-FILE.
       01  TTT-CURSOR-LINE          PIC X(16).

       FD  RATE-CURSOR-FILE.
       01  RATE-CURSOR-LINE         PIC X(16).

       FD  SEASON-CTL-FILE.
           COPY "seasonctlrec.cpy".

       FD  SEASON-HIST-FILE.
           COPY "seasonhistrec.cpy".

      *> Wide enough for the head-to-head drift line: both padded
      *> names and the live and rebuilt figures side by side.
       FD  ROLL-REPORT-FILE.
       01  ROLL-REPORT-LINE         PIC X(120).

       FD  CHANGE-REQ-FILE.
           COPY "chgreqrec.cpy".

       FD  CHG-JOURNAL-FILE.
           COPY "chgjrnrec.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PLAYERHIST-STATUS     PIC X(2).
       01  WS-PH-ARCHIVE-STATUS     PIC X(2).
       01  WS-GAMELOG-STATUS        PIC X(2).
       01  WS-GL-ARCHIVE-STATUS     PIC X(2).
       01  WS-PLAYER-MST-STATUS     PIC X(2).
       01  WS-GUESS-SUMMARY-STATUS  PIC X(2).
       01  WS-TTT-SUMMARY-STATUS    PIC X(2).
       01  WS-H2H-FILE-STATUS       PIC X(2).
       01  WS-RATINGS-STATUS        PIC X(2).
       01  WS-CURSOR-STATUS         PIC X(2).
       01  WS-SEASON-CTL-STATUS     PIC X(2).
       01  WS-SEASON-HIST-STATUS    PIC X(2).
       01  WS-ROLL-REPORT-STATUS    PIC X(2).
       01  WS-CHANGE-REQ-STATUS     PIC X(2).
       01  WS-SAVE-STATUS           PIC X(2).
       01  WS-EOF-FLAG              PIC X(1).
           88  END-OF-CURRENT-FILE           VALUE "Y".
       01  WS-MST-OPEN-FLAG         PIC X(1) VALUE "N".
           88  PLAYER-MST-OPEN               VALUE "Y".

      *> Where the rollups have merged up to, and where the season
      *> in play started. A blank start means since records began;
      *> a blank cursor means that rollup has never run.
       01  WS-GUESS-CURSOR          PIC X(16) VALUE SPACES.
       01  WS-TTT-CURSOR            PIC X(16) VALUE SPACES.
       01  WS-RATE-CURSOR           PIC X(16) VALUE SPACES.
       01  WS-GUESS-FROM            PIC X(16) VALUE SPACES.
       01  WS-TTT-FROM              PIC X(16) VALUE SPACES.
       01  WS-RATE-FROM             PIC X(16) VALUE SPACES.
       01  WS-SEASON-NO             PIC 9(4) VALUE 1.
       01  WS-PRIOR-SEASON-NO       PIC 9(4).
       01  WS-OPENED-ON             PIC X(8) VALUE SPACES.
       01  WS-OPEN-MODE             PIC X(1) VALUE "R".
           88  SEASON-PULLED-BACK            VALUE "P".
       01  WS-PULL-PCT              PIC 9(3) VALUE ZERO.

      *> Live rollups as loaded, each row with a flag set when the
      *> rebuild produced the same key.
       01  WS-LIVE-GUESS-TABLE.
           05  WS-LG OCCURS 1000 TIMES.
               10  WS-LG-NAME       PIC X(20).
               10  WS-LG-DIFF       PIC X(10).
               10  WS-LG-BEST       PIC 9(4).
               10  WS-LG-SESSIONS   PIC 9(4).
               10  WS-LG-MATCHED    PIC X(1).
       01  WS-LG-COUNT              PIC 9(4) VALUE ZERO.

       01  WS-LIVE-TTT-TABLE.
           05  WS-LS OCCURS 1000 TIMES.
               10  WS-LS-NAME       PIC X(20).
               10  WS-LS-WINS       PIC 9(4).
               10  WS-LS-LOSSES     PIC 9(4).
               10  WS-LS-DRAWS      PIC 9(4).
               10  WS-LS-MATCHED    PIC X(1).
       01  WS-LS-COUNT              PIC 9(4) VALUE ZERO.

       01  WS-LIVE-H2H-TABLE.
           05  WS-LH OCCURS 200 TIMES.
               10  WS-LH-NAME-A     PIC X(20).
               10  WS-LH-NAME-B     PIC X(20).
               10  WS-LH-GAMES      PIC 9(4).
               10  WS-LH-WINS-A     PIC 9(4).
               10  WS-LH-WINS-B     PIC 9(4).
               10  WS-LH-DRAWS      PIC 9(4).
               10  WS-LH-MATCHED    PIC X(1).
       01  WS-LH-COUNT              PIC 9(4) VALUE ZERO.

       01  WS-LIVE-RATING-TABLE.
           05  WS-LR OCCURS 200 TIMES.
               10  WS-LR-NAME       PIC X(20).
               10  WS-LR-RATING     PIC 9(4).
               10  WS-LR-GAMES      PIC 9(4).
               10  WS-LR-MATCHED    PIC X(1).
       01  WS-LR-COUNT              PIC 9(4) VALUE ZERO.

      *> The rebuilt rollups, same capacities as the nightly merges
      *> hold, so a rebuild that would not fit there fails here too.
       01  WS-REB-GUESS-TABLE.
           05  WS-RG OCCURS 1000 TIMES.
               10  WS-RG-NAME       PIC X(20).
               10  WS-RG-DIFF       PIC X(10).
               10  WS-RG-BEST       PIC 9(4).
               10  WS-RG-SESSIONS   PIC 9(4).
       01  WS-RG-COUNT              PIC 9(4) VALUE ZERO.

       01  WS-REB-TTT-TABLE.
           05  WS-RS OCCURS 1000 TIMES.
               10  WS-RS-NAME       PIC X(20).
               10  WS-RS-WINS       PIC 9(4).
               10  WS-RS-LOSSES     PIC 9(4).
               10  WS-RS-DRAWS      PIC 9(4).
       01  WS-RS-COUNT              PIC 9(4) VALUE ZERO.

       01  WS-REB-H2H-TABLE.
           05  WS-RH OCCURS 200 TIMES.
               10  WS-RH-NAME-A     PIC X(20).
               10  WS-RH-NAME-B     PIC X(20).
               10  WS-RH-GAMES      PIC 9(4).
               10  WS-RH-WINS-A     PIC 9(4).
               10  WS-RH-WINS-B     PIC 9(4).
               10  WS-RH-DRAWS      PIC 9(4).
       01  WS-RH-COUNT              PIC 9(4) VALUE ZERO.

       01  WS-REB-RATING-TABLE.
           05  WS-RR OCCURS 200 TIMES.
               10  WS-RR-NAME       PIC X(20).
               10  WS-RR-RATING     PIC 9(4).
               10  WS-RR-GAMES      PIC 9(4).
       01  WS-RR-COUNT              PIC 9(4) VALUE ZERO.

       01  WS-LOAD-DROPPED          PIC 9(4) VALUE ZERO.
       01  WS-REBUILD-DROPPED       PIC 9(4) VALUE ZERO.

       01  WS-PH-LIVE-READ          PIC 9(7) VALUE ZERO.
       01  WS-PH-ARC-READ           PIC 9(7) VALUE ZERO.
       01  WS-GL-LIVE-READ          PIC 9(7) VALUE ZERO.
       01  WS-GL-ARC-READ           PIC 9(7) VALUE ZERO.

       01  WS-I                     PIC 9(4).
       01  WS-LIVE-IDX              PIC 9(4).
       01  WS-REB-IDX               PIC 9(4).
       01  WS-FOUND-IDX             PIC 9(4).
       01  WS-LOOKUP-NAME           PIC X(20).
       01  WS-LOOKUP-DIFF           PIC X(10).
       01  WS-RESOLVED-NAME         PIC X(20).
       01  WS-RESOLVE-HOPS          PIC 9(1).
       01  WS-RESOLVE-DONE          PIC X(1).
       01  WS-SEAT-1-NAME           PIC X(20).
       01  WS-SEAT-2-NAME           PIC X(20).
       01  WS-WINNER-NAME           PIC X(20).
       01  WS-PAIR-NAME-A           PIC X(20).
       01  WS-PAIR-NAME-B           PIC X(20).

       01  WS-RATE-IDX-A            PIC 9(4).
       01  WS-RATE-IDX-B            PIC 9(4).
       01  WS-RATING-A              USAGE COMP-2.
       01  WS-RATING-B              USAGE COMP-2.
       01  WS-RATING-GAP            USAGE COMP-2.
       01  WS-GAP-POWER             USAGE COMP-2.
       01  WS-EXPECTED-A            USAGE COMP-2.
       01  WS-SCORE-A               USAGE COMP-2.
       01  WS-RATE-DELTA            USAGE COMP-2.
       01  WS-NEW-RATING            USAGE COMP-2.
       01  WS-DISPLAY-RATING        PIC 9(4).
       01  WS-PULL-GAP              PIC S9(5).
       01  WS-PULL-AMOUNT           PIC S9(5).
       01  WS-PULLED-RATING         PIC S9(5).

      *> R while the report is written; J while the rows of a
      *> rollup just rewritten are journaled.
       01  WS-COMPARE-PASS          PIC X(1).
           88  REPORTING-PASS                VALUE "R".
       01  WS-DRIFT-KIND            PIC X(8).
       01  WS-DRIFT-COUNT           PIC 9(4).
       01  WS-ROLLUP-DRIFT          PIC 9(4) OCCURS 4 TIMES.
      *> One Y/N per rollup, in the order GUESSSUMMARY, TTTSUMMARY,
      *> TTTH2H, TTTRATINGS - the order of CR-REBUILD-FILES.
       01  WS-DRIFT-FLAGS           PIC X(4) VALUE "NNNN".
       01  WS-REPLACED-COUNT        PIC 9(1) VALUE ZERO.
       01  WS-REPLACE-FAILED        PIC 9(1) VALUE ZERO.

       01  WS-SHOW-1                PIC 9(4).
       01  WS-SHOW-2                PIC 9(4).
       01  WS-SHOW-3                PIC 9(4).
       01  WS-SHOW-4                PIC 9(4).
       01  WS-SHOW-5                PIC 9(4).
       01  WS-SHOW-6                PIC 9(4).
       01  WS-SHOW-7                PIC 9(4).
       01  WS-SHOW-8                PIC 9(4).
       01  WS-SHOW-NAME-A           PIC X(20).
       01  WS-SHOW-NAME-B           PIC X(20).
       01  WS-SHOW-DIFF             PIC X(10).
       01  WS-SEASON-TEXT           PIC X(40).
       01  WS-NOW-STAMP             PIC X(14).
       01  WS-REPORT-LINE           PIC X(120) VALUE SPACES.
       01  WS-CONFIRM-REPLY         PIC X(1).

       01  WS-CHG-JOURNAL-STATUS    PIC X(2).
       01  WS-JOURNAL-PROGRAM-ID    PIC X(20) VALUE "RollCheck".
       01  WS-JOURNAL-OPERATOR-ID   PIC X(20).
       01  WS-JOURNAL-FILE-ID       PIC X(12).
       01  WS-JOURNAL-ACTION        PIC X(10).
       01  WS-JOURNAL-KEY           PIC X(40).
       01  WS-JOURNAL-OLD-IMAGE     PIC X(300).
       01  WS-JOURNAL-NEW-IMAGE     PIC X(300).

       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "RollCheck".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20).
       01  WS-AUDIT-OUTCOME-CODE    PIC X(10).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID           PIC X(20).
       01  LS-ROLL-FLAG             PIC X(1).
       01  LS-ROLL-FILES            PIC X(4).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-ROLL-FLAG
               LS-ROLL-FILES.
       MAIN-LOGIC.
           MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           MOVE LS-OPERATOR-ID TO WS-JOURNAL-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           PERFORM READ-ROLLUP-CURSORS
           PERFORM READ-SEASON-CONTROL
           PERFORM LOAD-LIVE-ROLLUPS
           PERFORM REBUILD-FROM-HISTORY

           OPEN OUTPUT ROLL-REPORT-FILE
           PERFORM PRINT-REPORT-HEADER
      *> A table that could not hold a whole rollup would make every
      *> row past the cut look missing, so nothing is compared or
      *> replaced.
           IF WS-LOAD-DROPPED NOT = ZERO
                   OR WS-REBUILD-DROPPED NOT = ZERO
               STRING "ERROR: " WS-LOAD-DROPPED " live and "
                   WS-REBUILD-DROPPED " rebuilt row(s) exceed the"
                   " rollup tables - nothing compared."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               CLOSE ROLL-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "R" TO WS-COMPARE-PASS
           PERFORM COMPARE-GUESS-SUMMARY
           PERFORM COMPARE-TTT-SUMMARY
           PERFORM COMPARE-H2H
           PERFORM COMPARE-RATINGS
           PERFORM PRINT-REPORT-TOTALS
           CLOSE ROLL-REPORT-FILE

           IF LS-ROLL-FLAG = "B"
               PERFORM REPLACE-REQUESTED-ROLLUPS
           ELSE
               PERFORM OFFER-REPLACEMENT
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       READ-ROLLUP-CURSORS.
           OPEN INPUT GUESS-CURSOR-FILE
           IF WS-CURSOR-STATUS = "00"
               READ GUESS-CURSOR-FILE
                   NOT AT END
                       MOVE GUESS-CURSOR-LINE TO WS-GUESS-CURSOR
               END-READ
               CLOSE GUESS-CURSOR-FILE
           END-IF
           OPEN INPUT TTT-CURSOR-FILE
           IF WS-CURSOR-STATUS = "00"
               READ TTT-CURSOR-FILE
                   NOT AT END
                       MOVE TTT-CURSOR-LINE TO WS-TTT-CURSOR
               END-READ
               CLOSE TTT-CURSOR-FILE
           END-IF
           OPEN INPUT RATE-CURSOR-FILE
           IF WS-CURSOR-STATUS = "00"
               READ RATE-CURSOR-FILE
                   NOT AT END
                       MOVE RATE-CURSOR-LINE TO WS-RATE-CURSOR
               END-READ
               CLOSE RATE-CURSOR-FILE
           END-IF.

       READ-SEASON-CONTROL.
           OPEN INPUT SEASON-CTL-FILE
           IF WS-SEASON-CTL-STATUS = "00"
               READ SEASON-CTL-FILE
                   NOT AT END
                       IF SC-SEASON-NO IS NUMERIC
                               AND SC-SEASON-NO > ZERO
                           MOVE SC-SEASON-NO TO WS-SEASON-NO
                           MOVE SC-OPENED-ON TO WS-OPENED-ON
                           IF SC-OPEN-MODE = "P"
                               MOVE "P" TO WS-OPEN-MODE
                           END-IF
                           IF SC-PULL-PCT IS NUMERIC
                               MOVE SC-PULL-PCT TO WS-PULL-PCT
                           END-IF
                           MOVE SC-GUESS-FROM TO WS-GUESS-FROM
                           MOVE SC-TTT-FROM TO WS-TTT-FROM
                           MOVE SC-RATE-FROM TO WS-RATE-FROM
                       END-IF
               END-READ
               CLOSE SEASON-CTL-FILE
           END-IF.

       LOAD-LIVE-ROLLUPS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GUESS-SUMMARY-FILE
           IF WS-GUESS-SUMMARY-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GUESS-SUMMARY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-LG-COUNT < 1000
                               ADD 1 TO WS-LG-COUNT
                               MOVE GS-PLAYER-NAME
                                   TO WS-LG-NAME(WS-LG-COUNT)
                               MOVE GS-DIFF-LEVEL
                                   TO WS-LG-DIFF(WS-LG-COUNT)
                               MOVE GS-BEST-GUESSES
                                   TO WS-LG-BEST(WS-LG-COUNT)
                               MOVE GS-SESSIONS
                                   TO WS-LG-SESSIONS(WS-LG-COUNT)
                           ELSE
                               ADD 1 TO WS-LOAD-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUESS-SUMMARY-FILE
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TTT-SUMMARY-FILE
           IF WS-TTT-SUMMARY-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TTT-SUMMARY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-LS-COUNT < 1000
                               ADD 1 TO WS-LS-COUNT
                               MOVE TS-PLAYER-NAME
                                   TO WS-LS-NAME(WS-LS-COUNT)
                               MOVE TS-WINS TO WS-LS-WINS(WS-LS-COUNT)
                               MOVE TS-LOSSES
                                   TO WS-LS-LOSSES(WS-LS-COUNT)
                               MOVE TS-DRAWS
                                   TO WS-LS-DRAWS(WS-LS-COUNT)
                           ELSE
                               ADD 1 TO WS-LOAD-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TTT-SUMMARY-FILE
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TTT-H2H-FILE
           IF WS-H2H-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TTT-H2H-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-LH-COUNT < 200
                               ADD 1 TO WS-LH-COUNT
                               MOVE TH-NAME-A
                                   TO WS-LH-NAME-A(WS-LH-COUNT)
                               MOVE TH-NAME-B
                                   TO WS-LH-NAME-B(WS-LH-COUNT)
                               MOVE TH-GAMES
                                   TO WS-LH-GAMES(WS-LH-COUNT)
                               MOVE TH-WINS-A
                                   TO WS-LH-WINS-A(WS-LH-COUNT)
                               MOVE TH-WINS-B
                                   TO WS-LH-WINS-B(WS-LH-COUNT)
                               MOVE TH-DRAWS
                                   TO WS-LH-DRAWS(WS-LH-COUNT)
                           ELSE
                               ADD 1 TO WS-LOAD-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TTT-H2H-FILE
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TTT-RATINGS-FILE
           IF WS-RATINGS-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TTT-RATINGS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-LR-COUNT < 200
                               ADD 1 TO WS-LR-COUNT
                               MOVE TR-PLAYER-NAME
                                   TO WS-LR-NAME(WS-LR-COUNT)
                               MOVE TR-RATING
                                   TO WS-LR-RATING(WS-LR-COUNT)
                               MOVE TR-RATED-GAMES
                                   TO WS-LR-GAMES(WS-LR-COUNT)
                           ELSE
                               ADD 1 TO WS-LOAD-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TTT-RATINGS-FILE
           END-IF.

      *> The archives hold everything older than the live files, one
      *> dated sweep after another, so archive first then live keeps
      *> the ratings replay in game order.
       REBUILD-FROM-HISTORY.
           OPEN INPUT PLAYER-MST-FILE
           IF WS-PLAYER-MST-STATUS = "00"
               MOVE "Y" TO WS-MST-OPEN-FLAG
           END-IF
           IF SEASON-PULLED-BACK AND WS-SEASON-NO > 1
               PERFORM SEED-PULLED-RATINGS
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PLAYERHIST-ARCHIVE
           IF WS-PH-ARCHIVE-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PLAYERHIST-ARCHIVE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF PH-ARCHIVE-LINE(1:9) NOT = "ARCHIVED "
                               MOVE PH-ARCHIVE-LINE TO PLAYERHIST-REC
                               ADD 1 TO WS-PH-ARC-READ
                               PERFORM REBUILD-ONE-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYERHIST-ARCHIVE
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PLAYERHIST-FILE
           IF WS-PLAYERHIST-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PLAYERHIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-PH-LIVE-READ
                           PERFORM REBUILD-ONE-SESSION
                   END-READ
               END-PERFORM
               CLOSE PLAYERHIST-FILE
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GAMELOG-ARCHIVE
           IF WS-GL-ARCHIVE-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GAMELOG-ARCHIVE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF GL-ARCHIVE-LINE(1:9) NOT = "ARCHIVED "
                               MOVE GL-ARCHIVE-LINE TO GAMELOG-REC
                               ADD 1 TO WS-GL-ARC-READ
                               PERFORM REBUILD-ONE-GAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAMELOG-ARCHIVE
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GAMELOG-FILE
           IF WS-GAMELOG-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GAMELOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-GL-LIVE-READ
                           PERFORM REBUILD-ONE-GAME
                   END-READ
               END-PERFORM
               CLOSE GAMELOG-FILE
           END-IF

           IF PLAYER-MST-OPEN
               CLOSE PLAYER-MST-FILE
           END-IF.

      *> A season opened by pulling back starts each rating where
      *> SeasonEnd left it: the closing rating in SEASONHIST moved
      *> the noted percentage toward 1000, with the rated-game count
      *> cleared - the same integer arithmetic SeasonEnd used.
       SEED-PULLED-RATINGS.
           COMPUTE WS-PRIOR-SEASON-NO = WS-SEASON-NO - 1
           OPEN INPUT SEASON-HIST-FILE
           IF WS-SEASON-HIST-STATUS = "00"
               MOVE WS-PRIOR-SEASON-NO TO SN-SEASON-NO
               MOVE LOW-VALUES TO SN-PLAYER-NAME
               START SEASON-HIST-FILE KEY IS >= SN-KEY
               IF WS-SEASON-HIST-STATUS = "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL END-OF-CURRENT-FILE
                       READ SEASON-HIST-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF SN-SEASON-NO NOT = WS-PRIOR-SEASON-NO
                                   MOVE "Y" TO WS-EOF-FLAG
                               ELSE
                                   IF SN-RATING > ZERO
                                       PERFORM SEED-ONE-RATING
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SEASON-HIST-FILE
           END-IF.

       SEED-ONE-RATING.
           COMPUTE WS-PULL-GAP = 1000 - SN-RATING
           COMPUTE WS-PULL-AMOUNT = WS-PULL-GAP * WS-PULL-PCT / 100
           COMPUTE WS-PULLED-RATING = SN-RATING + WS-PULL-AMOUNT
           MOVE SN-PLAYER-NAME TO WS-LOOKUP-NAME
           PERFORM RESOLVE-PLAYER-NAME
           MOVE WS-RESOLVED-NAME TO WS-LOOKUP-NAME
           PERFORM FIND-OR-ADD-RATING
           IF WS-FOUND-IDX = ZERO
               ADD 1 TO WS-REBUILD-DROPPED
           ELSE
               IF WS-RR-GAMES(WS-FOUND-IDX) = ZERO
                   MOVE WS-PULLED-RATING TO WS-RR-RATING(WS-FOUND-IDX)
               END-IF
           END-IF.

      *> NameMerge renames the live history but not the archives;
      *> following the MERGED pointers puts an archived alias's
      *> record under the name the rollups now carry it under. The
      *> hop limit stops a pointer loop from hanging the run.
       RESOLVE-PLAYER-NAME.
           MOVE WS-LOOKUP-NAME TO WS-RESOLVED-NAME
           IF PLAYER-MST-OPEN
               MOVE ZERO TO WS-RESOLVE-HOPS
               MOVE "N" TO WS-RESOLVE-DONE
               PERFORM UNTIL WS-RESOLVE-DONE = "Y"
                       OR WS-RESOLVE-HOPS >= 5
                   MOVE WS-RESOLVED-NAME TO PM-PLAYER-NAME
                   READ PLAYER-MST-FILE KEY IS PM-PLAYER-NAME
                   IF WS-PLAYER-MST-STATUS = "00"
                           AND PM-STATUS = "MERGED"
                           AND PM-MERGED-INTO NOT = SPACES
                       MOVE PM-MERGED-INTO TO WS-RESOLVED-NAME
                       ADD 1 TO WS-RESOLVE-HOPS
                   ELSE
                       MOVE "Y" TO WS-RESOLVE-DONE
                   END-IF
               END-PERFORM
           END-IF.

       REBUILD-ONE-SESSION.
           IF PH-SESSION-ID > WS-GUESS-FROM
                   AND PH-SESSION-ID <= WS-GUESS-CURSOR
               MOVE PH-PLAYER-NAME TO WS-LOOKUP-NAME
               PERFORM RESOLVE-PLAYER-NAME
               MOVE ZERO TO WS-FOUND-IDX
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-RG-COUNT
                   IF WS-RG-NAME(WS-I) = WS-RESOLVED-NAME
                       AND WS-RG-DIFF(WS-I) = PH-DIFF-LEVEL
                       MOVE WS-I TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX = ZERO AND WS-RG-COUNT < 1000
                   ADD 1 TO WS-RG-COUNT
                   MOVE WS-RG-COUNT TO WS-FOUND-IDX
                   MOVE WS-RESOLVED-NAME TO WS-RG-NAME(WS-FOUND-IDX)
                   MOVE PH-DIFF-LEVEL TO WS-RG-DIFF(WS-FOUND-IDX)
                   MOVE 9999 TO WS-RG-BEST(WS-FOUND-IDX)
                   MOVE ZERO TO WS-RG-SESSIONS(WS-FOUND-IDX)
               END-IF
               IF WS-FOUND-IDX = ZERO
                   ADD 1 TO WS-REBUILD-DROPPED
               ELSE
                   ADD 1 TO WS-RG-SESSIONS(WS-FOUND-IDX)
                   IF PH-GUESS-COUNT < WS-RG-BEST(WS-FOUND-IDX)
                       MOVE PH-GUESS-COUNT TO WS-RG-BEST(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      *> Each seat's result is judged against the name as recorded,
      *> exactly as TttReport does, then booked to the name as it
      *> stands now. A game whose two players have since been merged
      *> into one counts its win and its loss for that player but
      *> has no head-to-head pair and is not rated.
       REBUILD-ONE-GAME.
           MOVE GL-PLAYER1-NAME TO WS-LOOKUP-NAME
           PERFORM RESOLVE-PLAYER-NAME
           MOVE WS-RESOLVED-NAME TO WS-SEAT-1-NAME
           IF GL-PLAYER2-NAME = "COMPUTER"
               MOVE GL-PLAYER2-NAME TO WS-SEAT-2-NAME
           ELSE
               MOVE GL-PLAYER2-NAME TO WS-LOOKUP-NAME
               PERFORM RESOLVE-PLAYER-NAME
               MOVE WS-RESOLVED-NAME TO WS-SEAT-2-NAME
           END-IF
           EVALUATE TRUE
               WHEN GL-WINNER-NAME = GL-PLAYER1-NAME
                   MOVE WS-SEAT-1-NAME TO WS-WINNER-NAME
               WHEN GL-WINNER-NAME = GL-PLAYER2-NAME
                   MOVE WS-SEAT-2-NAME TO WS-WINNER-NAME
               WHEN OTHER
                   MOVE GL-WINNER-NAME TO WS-WINNER-NAME
           END-EVALUATE

           IF GL-GAME-ID > WS-TTT-FROM
                   AND GL-GAME-ID <= WS-TTT-CURSOR
               MOVE WS-SEAT-1-NAME TO WS-LOOKUP-NAME
               PERFORM FIND-OR-ADD-STANDING
               EVALUATE TRUE
                   WHEN WS-FOUND-IDX = ZERO
                       ADD 1 TO WS-REBUILD-DROPPED
                   WHEN GL-WINNER-NAME = GL-PLAYER1-NAME
                       ADD 1 TO WS-RS-WINS(WS-FOUND-IDX)
                   WHEN GL-WINNER-NAME = "DRAW"
                       ADD 1 TO WS-RS-DRAWS(WS-FOUND-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-RS-LOSSES(WS-FOUND-IDX)
               END-EVALUATE

               IF GL-PLAYER2-NAME NOT = "COMPUTER"
                   MOVE WS-SEAT-2-NAME TO WS-LOOKUP-NAME
                   PERFORM FIND-OR-ADD-STANDING
                   EVALUATE TRUE
                       WHEN WS-FOUND-IDX = ZERO
                           ADD 1 TO WS-REBUILD-DROPPED
                       WHEN GL-WINNER-NAME = GL-PLAYER2-NAME
                           ADD 1 TO WS-RS-WINS(WS-FOUND-IDX)
                       WHEN GL-WINNER-NAME = "DRAW"
                           ADD 1 TO WS-RS-DRAWS(WS-FOUND-IDX)
                       WHEN OTHER
                           ADD 1 TO WS-RS-LOSSES(WS-FOUND-IDX)
                   END-EVALUATE
                   IF WS-SEAT-1-NAME NOT = WS-SEAT-2-NAME
                       PERFORM REBUILD-HEAD-TO-HEAD
                   END-IF
               END-IF
           END-IF

           IF GL-PLAYER2-NAME NOT = "COMPUTER"
                   AND WS-SEAT-1-NAME NOT = WS-SEAT-2-NAME
                   AND GL-GAME-ID > WS-RATE-FROM
                   AND GL-GAME-ID <= WS-RATE-CURSOR
               PERFORM REBUILD-RATING
           END-IF.

       FIND-OR-ADD-STANDING.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RS-COUNT
               IF WS-RS-NAME(WS-I) = WS-LOOKUP-NAME
                   MOVE WS-I TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO AND WS-RS-COUNT < 1000
               ADD 1 TO WS-RS-COUNT
               MOVE WS-RS-COUNT TO WS-FOUND-IDX
               MOVE WS-LOOKUP-NAME TO WS-RS-NAME(WS-FOUND-IDX)
               MOVE ZERO TO WS-RS-WINS(WS-FOUND-IDX)
               MOVE ZERO TO WS-RS-LOSSES(WS-FOUND-IDX)
               MOVE ZERO TO WS-RS-DRAWS(WS-FOUND-IDX)
           END-IF.

       REBUILD-HEAD-TO-HEAD.
           IF WS-SEAT-1-NAME <= WS-SEAT-2-NAME
               MOVE WS-SEAT-1-NAME TO WS-PAIR-NAME-A
               MOVE WS-SEAT-2-NAME TO WS-PAIR-NAME-B
           ELSE
               MOVE WS-SEAT-2-NAME TO WS-PAIR-NAME-A
               MOVE WS-SEAT-1-NAME TO WS-PAIR-NAME-B
           END-IF
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RH-COUNT
               IF WS-RH-NAME-A(WS-I) = WS-PAIR-NAME-A
                   AND WS-RH-NAME-B(WS-I) = WS-PAIR-NAME-B
                   MOVE WS-I TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO AND WS-RH-COUNT < 200
               ADD 1 TO WS-RH-COUNT
               MOVE WS-RH-COUNT TO WS-FOUND-IDX
               MOVE WS-PAIR-NAME-A TO WS-RH-NAME-A(WS-FOUND-IDX)
               MOVE WS-PAIR-NAME-B TO WS-RH-NAME-B(WS-FOUND-IDX)
               MOVE ZERO TO WS-RH-GAMES(WS-FOUND-IDX)
               MOVE ZERO TO WS-RH-WINS-A(WS-FOUND-IDX)
               MOVE ZERO TO WS-RH-WINS-B(WS-FOUND-IDX)
               MOVE ZERO TO WS-RH-DRAWS(WS-FOUND-IDX)
           END-IF
           IF WS-FOUND-IDX = ZERO
               ADD 1 TO WS-REBUILD-DROPPED
           ELSE
               ADD 1 TO WS-RH-GAMES(WS-FOUND-IDX)
               EVALUATE TRUE
                   WHEN WS-WINNER-NAME = "DRAW"
                       ADD 1 TO WS-RH-DRAWS(WS-FOUND-IDX)
                   WHEN WS-WINNER-NAME = WS-RH-NAME-A(WS-FOUND-IDX)
                       ADD 1 TO WS-RH-WINS-A(WS-FOUND-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-RH-WINS-B(WS-FOUND-IDX)
               END-EVALUATE
           END-IF.

       REBUILD-RATING.
           MOVE WS-SEAT-1-NAME TO WS-LOOKUP-NAME
           PERFORM FIND-OR-ADD-RATING
           MOVE WS-FOUND-IDX TO WS-RATE-IDX-A
           MOVE WS-SEAT-2-NAME TO WS-LOOKUP-NAME
           PERFORM FIND-OR-ADD-RATING
           MOVE WS-FOUND-IDX TO WS-RATE-IDX-B
           IF WS-RATE-IDX-A = ZERO OR WS-RATE-IDX-B = ZERO
               ADD 1 TO WS-REBUILD-DROPPED
           ELSE
               MOVE WS-RR-RATING(WS-RATE-IDX-A) TO WS-RATING-A
               MOVE WS-RR-RATING(WS-RATE-IDX-B) TO WS-RATING-B
               EVALUATE TRUE
                   WHEN GL-WINNER-NAME = GL-PLAYER1-NAME
                       MOVE 1 TO WS-SCORE-A
                   WHEN GL-WINNER-NAME = "DRAW"
                       MOVE 0.5 TO WS-SCORE-A
                   WHEN OTHER
                       MOVE 0 TO WS-SCORE-A
               END-EVALUATE
               COMPUTE WS-RATING-GAP = WS-RATING-B - WS-RATING-A
               COMPUTE WS-RATING-GAP = WS-RATING-GAP / 400
               COMPUTE WS-GAP-POWER = 10 ** WS-RATING-GAP
               ADD 1 TO WS-GAP-POWER
               COMPUTE WS-EXPECTED-A = 1 / WS-GAP-POWER

      *> One-operation COMPUTEs, as in TttReport, so the replay
      *> lands on exactly the figures the nightly merge produced.
               COMPUTE WS-RATE-DELTA = WS-SCORE-A - WS-EXPECTED-A
               COMPUTE WS-RATE-DELTA = WS-RATE-DELTA * 32

               COMPUTE WS-NEW-RATING = WS-RATING-A + WS-RATE-DELTA
               PERFORM STORE-CLAMPED-RATING
               MOVE WS-DISPLAY-RATING
                   TO WS-RR-RATING(WS-RATE-IDX-A)
               ADD 1 TO WS-RR-GAMES(WS-RATE-IDX-A)

               COMPUTE WS-NEW-RATING = WS-RATING-B - WS-RATE-DELTA
               PERFORM STORE-CLAMPED-RATING
               MOVE WS-DISPLAY-RATING
                   TO WS-RR-RATING(WS-RATE-IDX-B)
               ADD 1 TO WS-RR-GAMES(WS-RATE-IDX-B)
           END-IF.

       FIND-OR-ADD-RATING.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RR-COUNT
               IF WS-RR-NAME(WS-I) = WS-LOOKUP-NAME
                   MOVE WS-I TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO AND WS-RR-COUNT < 200
               ADD 1 TO WS-RR-COUNT
               MOVE WS-RR-COUNT TO WS-FOUND-IDX
               MOVE WS-LOOKUP-NAME TO WS-RR-NAME(WS-FOUND-IDX)
               MOVE 1000 TO WS-RR-RATING(WS-FOUND-IDX)
               MOVE ZERO TO WS-RR-GAMES(WS-FOUND-IDX)
           END-IF.

       STORE-CLAMPED-RATING.
           IF WS-NEW-RATING < 100
               MOVE 100 TO WS-DISPLAY-RATING
           ELSE
               COMPUTE WS-DISPLAY-RATING ROUNDED = WS-NEW-RATING
           END-IF.

       PRINT-REPORT-HEADER.
           STRING "===== Rollup rebuild-and-compare "
               WS-NOW-STAMP(1:8) " " WS-NOW-STAMP(9:2) ":"
               WS-NOW-STAMP(11:2) " ====="
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE SPACES TO WS-SEASON-TEXT
           IF SEASON-PULLED-BACK AND WS-SEASON-NO > 1
               STRING "ratings pulled back " WS-PULL-PCT "%"
                   DELIMITED BY SIZE INTO WS-SEASON-TEXT
           ELSE
               MOVE "ratings from 1000" TO WS-SEASON-TEXT
           END-IF
           IF WS-OPENED-ON = SPACES
               STRING "Season " WS-SEASON-NO " - since records began, "
                   WS-SEASON-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "Season " WS-SEASON-NO " opened " WS-OPENED-ON
                   " - " WS-SEASON-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE

           STRING "History read: PLAYERHIST " WS-PH-LIVE-READ
               " live + " WS-PH-ARC-READ " archived, GAMELOG "
               WS-GL-LIVE-READ " live + " WS-GL-ARC-READ " archived"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Merged up to: GUESSCURSOR " WS-GUESS-CURSOR
               "  TTTCURSOR " WS-TTT-CURSOR
               "  TTTRATECURSOR " WS-RATE-CURSOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE.

      *> Each compare walks the rebuilt rows looking for their live
      *> twin, then picks up the live rows nothing matched. The same
      *> walk serves the report and, after a replacement, the
      *> journal.
       COMPARE-GUESS-SUMMARY.
           MOVE ZERO TO WS-DRIFT-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LG-COUNT
               MOVE "N" TO WS-LG-MATCHED(WS-I)
           END-PERFORM
           IF REPORTING-PASS
               PERFORM EMIT-REPORT-LINE
               MOVE "GUESSSUMMARY  player / tier  best/sessions"
                   TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-REB-IDX FROM 1 BY 1
                   UNTIL WS-REB-IDX > WS-RG-COUNT
               MOVE ZERO TO WS-LIVE-IDX
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-LG-COUNT
                   IF WS-LG-NAME(WS-I) = WS-RG-NAME(WS-REB-IDX)
                       AND WS-LG-DIFF(WS-I) = WS-RG-DIFF(WS-REB-IDX)
                       MOVE WS-I TO WS-LIVE-IDX
                   END-IF
               END-PERFORM
               IF WS-LIVE-IDX = ZERO
                   MOVE "MISSING" TO WS-DRIFT-KIND
                   PERFORM NOTE-GUESS-DRIFT
               ELSE
                   MOVE "Y" TO WS-LG-MATCHED(WS-LIVE-IDX)
                   IF WS-LG-BEST(WS-LIVE-IDX)
                           NOT = WS-RG-BEST(WS-REB-IDX)
                       OR WS-LG-SESSIONS(WS-LIVE-IDX)
                           NOT = WS-RG-SESSIONS(WS-REB-IDX)
                       MOVE "DIFFERS" TO WS-DRIFT-KIND
                       PERFORM NOTE-GUESS-DRIFT
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-REB-IDX
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LG-COUNT
               IF WS-LG-MATCHED(WS-LIVE-IDX) = "N"
                   MOVE "LIVEONLY" TO WS-DRIFT-KIND
                   PERFORM NOTE-GUESS-DRIFT
               END-IF
           END-PERFORM
           IF REPORTING-PASS
               MOVE WS-DRIFT-COUNT TO WS-ROLLUP-DRIFT(1)
               IF WS-DRIFT-COUNT NOT = ZERO
                   MOVE "Y" TO WS-DRIFT-FLAGS(1:1)
               END-IF
               STRING "  live " WS-LG-COUNT " row(s), rebuilt "
                   WS-RG-COUNT " row(s), " WS-DRIFT-COUNT
                   " drifting"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       NOTE-GUESS-DRIFT.
           ADD 1 TO WS-DRIFT-COUNT
           MOVE ZERO TO WS-SHOW-1 WS-SHOW-2 WS-SHOW-3 WS-SHOW-4
           IF WS-LIVE-IDX NOT = ZERO
               MOVE WS-LG-NAME(WS-LIVE-IDX) TO WS-SHOW-NAME-A
               MOVE WS-LG-DIFF(WS-LIVE-IDX) TO WS-SHOW-DIFF
               MOVE WS-LG-BEST(WS-LIVE-IDX) TO WS-SHOW-1
               MOVE WS-LG-SESSIONS(WS-LIVE-IDX) TO WS-SHOW-2
           END-IF
           IF WS-REB-IDX NOT = ZERO
               MOVE WS-RG-NAME(WS-REB-IDX) TO WS-SHOW-NAME-A
               MOVE WS-RG-DIFF(WS-REB-IDX) TO WS-SHOW-DIFF
               MOVE WS-RG-BEST(WS-REB-IDX) TO WS-SHOW-3
               MOVE WS-RG-SESSIONS(WS-REB-IDX) TO WS-SHOW-4
           END-IF
           IF REPORTING-PASS
               STRING "  " WS-DRIFT-KIND " " WS-SHOW-NAME-A " "
                   WS-SHOW-DIFF " live " WS-SHOW-1 "/" WS-SHOW-2
                   "  rebuilt " WS-SHOW-3 "/" WS-SHOW-4
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "GUESSSUMMARY" TO WS-JOURNAL-FILE-ID
               MOVE SPACES TO WS-JOURNAL-OLD-IMAGE
               MOVE SPACES TO WS-JOURNAL-NEW-IMAGE
               MOVE WS-SHOW-NAME-A TO GS-PLAYER-NAME
               MOVE WS-SHOW-DIFF TO GS-DIFF-LEVEL
               MOVE GS-KEY TO WS-JOURNAL-KEY
               IF WS-LIVE-IDX NOT = ZERO
                   MOVE WS-SHOW-1 TO GS-BEST-GUESSES
                   MOVE WS-SHOW-2 TO GS-SESSIONS
                   MOVE GUESS-SUMMARY-REC TO WS-JOURNAL-OLD-IMAGE
               END-IF
               IF WS-REB-IDX NOT = ZERO
                   MOVE WS-SHOW-3 TO GS-BEST-GUESSES
                   MOVE WS-SHOW-4 TO GS-SESSIONS
                   MOVE GUESS-SUMMARY-REC TO WS-JOURNAL-NEW-IMAGE
               END-IF
               PERFORM JOURNAL-DRIFT-ROW
           END-IF.

       COMPARE-TTT-SUMMARY.
           MOVE ZERO TO WS-DRIFT-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LS-COUNT
               MOVE "N" TO WS-LS-MATCHED(WS-I)
           END-PERFORM
           IF REPORTING-PASS
               PERFORM EMIT-REPORT-LINE
               MOVE "TTTSUMMARY    player  wins/losses/draws"
                   TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-REB-IDX FROM 1 BY 1
                   UNTIL WS-REB-IDX > WS-RS-COUNT
               MOVE ZERO TO WS-LIVE-IDX
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-LS-COUNT
                   IF WS-LS-NAME(WS-I) = WS-RS-NAME(WS-REB-IDX)
                       MOVE WS-I TO WS-LIVE-IDX
                   END-IF
               END-PERFORM
               IF WS-LIVE-IDX = ZERO
                   MOVE "MISSING" TO WS-DRIFT-KIND
                   PERFORM NOTE-TTT-DRIFT
               ELSE
                   MOVE "Y" TO WS-LS-MATCHED(WS-LIVE-IDX)
                   IF WS-LS-WINS(WS-LIVE-IDX)
                           NOT = WS-RS-WINS(WS-REB-IDX)
                       OR WS-LS-LOSSES(WS-LIVE-IDX)
                           NOT = WS-RS-LOSSES(WS-REB-IDX)
                       OR WS-LS-DRAWS(WS-LIVE-IDX)
                           NOT = WS-RS-DRAWS(WS-REB-IDX)
                       MOVE "DIFFERS" TO WS-DRIFT-KIND
                       PERFORM NOTE-TTT-DRIFT
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-REB-IDX
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LS-COUNT
               IF WS-LS-MATCHED(WS-LIVE-IDX) = "N"
                   MOVE "LIVEONLY" TO WS-DRIFT-KIND
                   PERFORM NOTE-TTT-DRIFT
               END-IF
           END-PERFORM
           IF REPORTING-PASS
               MOVE WS-DRIFT-COUNT TO WS-ROLLUP-DRIFT(2)
               IF WS-DRIFT-COUNT NOT = ZERO
                   MOVE "Y" TO WS-DRIFT-FLAGS(2:1)
               END-IF
               STRING "  live " WS-LS-COUNT " row(s), rebuilt "
                   WS-RS-COUNT " row(s), " WS-DRIFT-COUNT
                   " drifting"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       NOTE-TTT-DRIFT.
           ADD 1 TO WS-DRIFT-COUNT
           MOVE ZERO TO WS-SHOW-1 WS-SHOW-2 WS-SHOW-3
           MOVE ZERO TO WS-SHOW-4 WS-SHOW-5 WS-SHOW-6
           IF WS-LIVE-IDX NOT = ZERO
               MOVE WS-LS-NAME(WS-LIVE-IDX) TO WS-SHOW-NAME-A
               MOVE WS-LS-WINS(WS-LIVE-IDX) TO WS-SHOW-1
               MOVE WS-LS-LOSSES(WS-LIVE-IDX) TO WS-SHOW-2
               MOVE WS-LS-DRAWS(WS-LIVE-IDX) TO WS-SHOW-3
           END-IF
           IF WS-REB-IDX NOT = ZERO
               MOVE WS-RS-NAME(WS-REB-IDX) TO WS-SHOW-NAME-A
               MOVE WS-RS-WINS(WS-REB-IDX) TO WS-SHOW-4
               MOVE WS-RS-LOSSES(WS-REB-IDX) TO WS-SHOW-5
               MOVE WS-RS-DRAWS(WS-REB-IDX) TO WS-SHOW-6
           END-IF
           IF REPORTING-PASS
               STRING "  " WS-DRIFT-KIND " " WS-SHOW-NAME-A
                   " live " WS-SHOW-1 "/" WS-SHOW-2 "/" WS-SHOW-3
                   "  rebuilt " WS-SHOW-4 "/" WS-SHOW-5 "/" WS-SHOW-6
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "TTTSUMMARY" TO WS-JOURNAL-FILE-ID
               MOVE SPACES TO WS-JOURNAL-OLD-IMAGE
               MOVE SPACES TO WS-JOURNAL-NEW-IMAGE
               MOVE WS-SHOW-NAME-A TO TS-PLAYER-NAME
               MOVE TS-PLAYER-NAME TO WS-JOURNAL-KEY
               IF WS-LIVE-IDX NOT = ZERO
                   MOVE WS-SHOW-1 TO TS-WINS
                   MOVE WS-SHOW-2 TO TS-LOSSES
                   MOVE WS-SHOW-3 TO TS-DRAWS
                   MOVE TTT-SUMMARY-REC TO WS-JOURNAL-OLD-IMAGE
               END-IF
               IF WS-REB-IDX NOT = ZERO
                   MOVE WS-SHOW-4 TO TS-WINS
                   MOVE WS-SHOW-5 TO TS-LOSSES
                   MOVE WS-SHOW-6 TO TS-DRAWS
                   MOVE TTT-SUMMARY-REC TO WS-JOURNAL-NEW-IMAGE
               END-IF
               PERFORM JOURNAL-DRIFT-ROW
           END-IF.

       COMPARE-H2H.
           MOVE ZERO TO WS-DRIFT-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LH-COUNT
               MOVE "N" TO WS-LH-MATCHED(WS-I)
           END-PERFORM
           IF REPORTING-PASS
               PERFORM EMIT-REPORT-LINE
               MOVE "TTTH2H        pair  games wins-A/wins-B/draws"
                   TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-REB-IDX FROM 1 BY 1
                   UNTIL WS-REB-IDX > WS-RH-COUNT
               MOVE ZERO TO WS-LIVE-IDX
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-LH-COUNT
                   IF WS-LH-NAME-A(WS-I) = WS-RH-NAME-A(WS-REB-IDX)
                       AND WS-LH-NAME-B(WS-I)
                           = WS-RH-NAME-B(WS-REB-IDX)
                       MOVE WS-I TO WS-LIVE-IDX
                   END-IF
               END-PERFORM
               IF WS-LIVE-IDX = ZERO
                   MOVE "MISSING" TO WS-DRIFT-KIND
                   PERFORM NOTE-H2H-DRIFT
               ELSE
                   MOVE "Y" TO WS-LH-MATCHED(WS-LIVE-IDX)
                   IF WS-LH-GAMES(WS-LIVE-IDX)
                           NOT = WS-RH-GAMES(WS-REB-IDX)
                       OR WS-LH-WINS-A(WS-LIVE-IDX)
                           NOT = WS-RH-WINS-A(WS-REB-IDX)
                       OR WS-LH-WINS-B(WS-LIVE-IDX)
                           NOT = WS-RH-WINS-B(WS-REB-IDX)
                       OR WS-LH-DRAWS(WS-LIVE-IDX)
                           NOT = WS-RH-DRAWS(WS-REB-IDX)
                       MOVE "DIFFERS" TO WS-DRIFT-KIND
                       PERFORM NOTE-H2H-DRIFT
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-REB-IDX
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LH-COUNT
               IF WS-LH-MATCHED(WS-LIVE-IDX) = "N"
                   MOVE "LIVEONLY" TO WS-DRIFT-KIND
                   PERFORM NOTE-H2H-DRIFT
               END-IF
           END-PERFORM
           IF REPORTING-PASS
               MOVE WS-DRIFT-COUNT TO WS-ROLLUP-DRIFT(3)
               IF WS-DRIFT-COUNT NOT = ZERO
                   MOVE "Y" TO WS-DRIFT-FLAGS(3:1)
               END-IF
               STRING "  live " WS-LH-COUNT " row(s), rebuilt "
                   WS-RH-COUNT " row(s), " WS-DRIFT-COUNT
                   " drifting"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       NOTE-H2H-DRIFT.
           ADD 1 TO WS-DRIFT-COUNT
           MOVE ZERO TO WS-SHOW-1 WS-SHOW-2 WS-SHOW-3 WS-SHOW-4
           MOVE ZERO TO WS-SHOW-5 WS-SHOW-6 WS-SHOW-7 WS-SHOW-8
           IF WS-LIVE-IDX NOT = ZERO
               MOVE WS-LH-NAME-A(WS-LIVE-IDX) TO WS-SHOW-NAME-A
               MOVE WS-LH-NAME-B(WS-LIVE-IDX) TO WS-SHOW-NAME-B
               MOVE WS-LH-GAMES(WS-LIVE-IDX) TO WS-SHOW-1
               MOVE WS-LH-WINS-A(WS-LIVE-IDX) TO WS-SHOW-2
               MOVE WS-LH-WINS-B(WS-LIVE-IDX) TO WS-SHOW-3
               MOVE WS-LH-DRAWS(WS-LIVE-IDX) TO WS-SHOW-4
           END-IF
           IF WS-REB-IDX NOT = ZERO
               MOVE WS-RH-NAME-A(WS-REB-IDX) TO WS-SHOW-NAME-A
               MOVE WS-RH-NAME-B(WS-REB-IDX) TO WS-SHOW-NAME-B
               MOVE WS-RH-GAMES(WS-REB-IDX) TO WS-SHOW-5
               MOVE WS-RH-WINS-A(WS-REB-IDX) TO WS-SHOW-6
               MOVE WS-RH-WINS-B(WS-REB-IDX) TO WS-SHOW-7
               MOVE WS-RH-DRAWS(WS-REB-IDX) TO WS-SHOW-8
           END-IF
           IF REPORTING-PASS
               STRING "  " WS-DRIFT-KIND " " WS-SHOW-NAME-A " v "
                   WS-SHOW-NAME-B " live " WS-SHOW-1 " "
                   WS-SHOW-2 "/" WS-SHOW-3 "/" WS-SHOW-4
                   "  rebuilt " WS-SHOW-5 " "
                   WS-SHOW-6 "/" WS-SHOW-7 "/" WS-SHOW-8
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "TTTH2H" TO WS-JOURNAL-FILE-ID
               MOVE SPACES TO WS-JOURNAL-OLD-IMAGE
               MOVE SPACES TO WS-JOURNAL-NEW-IMAGE
               MOVE WS-SHOW-NAME-A TO TH-NAME-A
               MOVE WS-SHOW-NAME-B TO TH-NAME-B
               MOVE TH-KEY TO WS-JOURNAL-KEY
               IF WS-LIVE-IDX NOT = ZERO
                   MOVE WS-SHOW-1 TO TH-GAMES
                   MOVE WS-SHOW-2 TO TH-WINS-A
                   MOVE WS-SHOW-3 TO TH-WINS-B
                   MOVE WS-SHOW-4 TO TH-DRAWS
                   MOVE TTT-H2H-REC TO WS-JOURNAL-OLD-IMAGE
               END-IF
               IF WS-REB-IDX NOT = ZERO
                   MOVE WS-SHOW-5 TO TH-GAMES
                   MOVE WS-SHOW-6 TO TH-WINS-A
                   MOVE WS-SHOW-7 TO TH-WINS-B
                   MOVE WS-SHOW-8 TO TH-DRAWS
                   MOVE TTT-H2H-REC TO WS-JOURNAL-NEW-IMAGE
               END-IF
               PERFORM JOURNAL-DRIFT-ROW
           END-IF.

       COMPARE-RATINGS.
           MOVE ZERO TO WS-DRIFT-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LR-COUNT
               MOVE "N" TO WS-LR-MATCHED(WS-I)
           END-PERFORM
           IF REPORTING-PASS
               PERFORM EMIT-REPORT-LINE
               MOVE "TTTRATINGS    player  rating/rated games"
                   TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-REB-IDX FROM 1 BY 1
                   UNTIL WS-REB-IDX > WS-RR-COUNT
               MOVE ZERO TO WS-LIVE-IDX
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-LR-COUNT
                   IF WS-LR-NAME(WS-I) = WS-RR-NAME(WS-REB-IDX)
                       MOVE WS-I TO WS-LIVE-IDX
                   END-IF
               END-PERFORM
               IF WS-LIVE-IDX = ZERO
                   MOVE "MISSING" TO WS-DRIFT-KIND
                   PERFORM NOTE-RATING-DRIFT
               ELSE
                   MOVE "Y" TO WS-LR-MATCHED(WS-LIVE-IDX)
                   IF WS-LR-RATING(WS-LIVE-IDX)
                           NOT = WS-RR-RATING(WS-REB-IDX)
                       OR WS-LR-GAMES(WS-LIVE-IDX)
                           NOT = WS-RR-GAMES(WS-REB-IDX)
                       MOVE "DIFFERS" TO WS-DRIFT-KIND
                       PERFORM NOTE-RATING-DRIFT
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-REB-IDX
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LR-COUNT
               IF WS-LR-MATCHED(WS-LIVE-IDX) = "N"
                   MOVE "LIVEONLY" TO WS-DRIFT-KIND
                   PERFORM NOTE-RATING-DRIFT
               END-IF
           END-PERFORM
           IF REPORTING-PASS
               MOVE WS-DRIFT-COUNT TO WS-ROLLUP-DRIFT(4)
               IF WS-DRIFT-COUNT NOT = ZERO
                   MOVE "Y" TO WS-DRIFT-FLAGS(4:1)
               END-IF
               STRING "  live " WS-LR-COUNT " row(s), rebuilt "
                   WS-RR-COUNT " row(s), " WS-DRIFT-COUNT
                   " drifting"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       NOTE-RATING-DRIFT.
           ADD 1 TO WS-DRIFT-COUNT
           MOVE ZERO TO WS-SHOW-1 WS-SHOW-2 WS-SHOW-3 WS-SHOW-4
           IF WS-LIVE-IDX NOT = ZERO
               MOVE WS-LR-NAME(WS-LIVE-IDX) TO WS-SHOW-NAME-A
               MOVE WS-LR-RATING(WS-LIVE-IDX) TO WS-SHOW-1
               MOVE WS-LR-GAMES(WS-LIVE-IDX) TO WS-SHOW-2
           END-IF
           IF WS-REB-IDX NOT = ZERO
               MOVE WS-RR-NAME(WS-REB-IDX) TO WS-SHOW-NAME-A
               MOVE WS-RR-RATING(WS-REB-IDX) TO WS-SHOW-3
               MOVE WS-RR-GAMES(WS-REB-IDX) TO WS-SHOW-4
           END-IF
           IF REPORTING-PASS
               STRING "  " WS-DRIFT-KIND " " WS-SHOW-NAME-A
                   " live " WS-SHOW-1 "/" WS-SHOW-2
                   "  rebuilt " WS-SHOW-3 "/" WS-SHOW-4
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "TTTRATINGS" TO WS-JOURNAL-FILE-ID
               MOVE SPACES TO WS-JOURNAL-OLD-IMAGE
               MOVE SPACES TO WS-JOURNAL-NEW-IMAGE
               MOVE WS-SHOW-NAME-A TO TR-PLAYER-NAME
               MOVE TR-PLAYER-NAME TO WS-JOURNAL-KEY
               IF WS-LIVE-IDX NOT = ZERO
                   MOVE WS-SHOW-1 TO TR-RATING
                   MOVE WS-SHOW-2 TO TR-RATED-GAMES
                   MOVE TTT-RATING-REC TO WS-JOURNAL-OLD-IMAGE
               END-IF
               IF WS-REB-IDX NOT = ZERO
                   MOVE WS-SHOW-3 TO TR-RATING
                   MOVE WS-SHOW-4 TO TR-RATED-GAMES
                   MOVE TTT-RATING-REC TO WS-JOURNAL-NEW-IMAGE
               END-IF
               PERFORM JOURNAL-DRIFT-ROW
           END-IF.

      *> A row only the rebuild has is added, one only the live file
      *> has is dropped, and a row in both is updated.
       JOURNAL-DRIFT-ROW.
           EVALUATE WS-DRIFT-KIND
               WHEN "MISSING"
                   MOVE "ADD" TO WS-JOURNAL-ACTION
               WHEN "LIVEONLY"
                   MOVE "DELETE" TO WS-JOURNAL-ACTION
               WHEN OTHER
                   MOVE "UPDATE" TO WS-JOURNAL-ACTION
           END-EVALUATE
           PERFORM WRITE-JOURNAL-RECORD.

       PRINT-REPORT-TOTALS.
           PERFORM EMIT-REPORT-LINE
           IF WS-DRIFT-FLAGS = "NNNN"
               MOVE "All four rollups agree with the history on file."
                   TO WS-REPORT-LINE
           ELSE
               STRING "Drifting rows: GUESSSUMMARY "
                   WS-ROLLUP-DRIFT(1) "  TTTSUMMARY "
                   WS-ROLLUP-DRIFT(2) "  TTTH2H "
                   WS-ROLLUP-DRIFT(3) "  TTTRATINGS "
                   WS-ROLLUP-DRIFT(4)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

      *> Drift is audited, so it reaches the exception listing even
      *> when nobody asks for the rollups to be replaced.
       OFFER-REPLACEMENT.
           IF WS-DRIFT-FLAGS NOT = "NNNN"
               MOVE "DRIFT" TO WS-AUDIT-OUTCOME-CODE
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Ask for the drifting rollup(s) to be replaced"
                   " with the rebuilt ones (Y/N)? "
               ACCEPT WS-CONFIRM-REPLY
               IF WS-CONFIRM-REPLY = "Y" OR WS-CONFIRM-REPLY = "y"
                   PERFORM REQUEST-REBUILD
               ELSE
                   DISPLAY "Live rollups left as they are."
               END-IF
           END-IF.

       REQUEST-REBUILD.
           MOVE SPACES TO CHANGE-REQ-REC
           MOVE "REBUILD" TO CR-ACTION
           MOVE LS-OPERATOR-ID TO CR-REQUESTED-BY
           MOVE WS-DRIFT-FLAGS TO CR-REBUILD-FILES
           STRING "Replace rollups with rebuild - GS/TS/H2H/TR="
               WS-DRIFT-FLAGS DELIMITED BY SIZE INTO CR-SUMMARY
           PERFORM WRITE-CHANGE-REQUEST
           IF CR-REQ-ID NOT = SPACES
               MOVE "REQUESTED" TO WS-AUDIT-OUTCOME-CODE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *> Only the rollups the request named, and only if they still
      *> drift now the rebuild has been run again. Each is rewritten
      *> whole from the rebuilt table, the way the nightly merge
      *> saves it, and its drifting rows are then journaled.
       REPLACE-REQUESTED-ROLLUPS.
           MOVE "J" TO WS-COMPARE-PASS
           IF LS-ROLL-FILES(1:1) = "Y" AND WS-DRIFT-FLAGS(1:1) = "Y"
               PERFORM SAVE-GUESS-SUMMARY
               IF WS-SAVE-STATUS = "00"
                   PERFORM COMPARE-GUESS-SUMMARY
                   ADD 1 TO WS-REPLACED-COUNT
                   DISPLAY "GUESSSUMMARY replaced."
               ELSE
                   ADD 1 TO WS-REPLACE-FAILED
                   DISPLAY "Could not rewrite GUESSSUMMARY.DAT, status "
                       WS-SAVE-STATUS
               END-IF
           END-IF
           IF LS-ROLL-FILES(2:1) = "Y" AND WS-DRIFT-FLAGS(2:1) = "Y"
               PERFORM SAVE-TTT-SUMMARY
               IF WS-SAVE-STATUS = "00"
                   PERFORM COMPARE-TTT-SUMMARY
                   ADD 1 TO WS-REPLACED-COUNT
                   DISPLAY "TTTSUMMARY replaced."
               ELSE
                   ADD 1 TO WS-REPLACE-FAILED
                   DISPLAY "Could not rewrite TTTSUMMARY.DAT, status "
                       WS-SAVE-STATUS
               END-IF
           END-IF
           IF LS-ROLL-FILES(3:1) = "Y" AND WS-DRIFT-FLAGS(3:1) = "Y"
               PERFORM SAVE-H2H
               IF WS-SAVE-STATUS = "00"
                   PERFORM COMPARE-H2H
                   ADD 1 TO WS-REPLACED-COUNT
                   DISPLAY "TTTH2H replaced."
               ELSE
                   ADD 1 TO WS-REPLACE-FAILED
                   DISPLAY "Could not rewrite TTTH2H.DAT, status "
                       WS-SAVE-STATUS
               END-IF
           END-IF
           IF LS-ROLL-FILES(4:1) = "Y" AND WS-DRIFT-FLAGS(4:1) = "Y"
               PERFORM SAVE-RATINGS
               IF WS-SAVE-STATUS = "00"
                   PERFORM COMPARE-RATINGS
                   ADD 1 TO WS-REPLACED-COUNT
                   DISPLAY "TTTRATINGS replaced."
               ELSE
                   ADD 1 TO WS-REPLACE-FAILED
                   DISPLAY "Could not rewrite TTTRATINGS.DAT, status "
                       WS-SAVE-STATUS
               END-IF
           END-IF

           IF WS-REPLACED-COUNT NOT = ZERO
               MOVE "REBUILT" TO WS-AUDIT-OUTCOME-CODE
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           EVALUATE TRUE
               WHEN WS-REPLACE-FAILED NOT = ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REPLACED-COUNT = ZERO
                   DISPLAY "The requested rollups agree with the"
                       " history now - nothing replaced."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       SAVE-GUESS-SUMMARY.
           OPEN OUTPUT GUESS-SUMMARY-FILE
           MOVE WS-GUESS-SUMMARY-STATUS TO WS-SAVE-STATUS
           IF WS-SAVE-STATUS = "00"
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-RG-COUNT
                   MOVE WS-RG-NAME(WS-I) TO GS-PLAYER-NAME
                   MOVE WS-RG-DIFF(WS-I) TO GS-DIFF-LEVEL
                   MOVE WS-RG-BEST(WS-I) TO GS-BEST-GUESSES
                   MOVE WS-RG-SESSIONS(WS-I) TO GS-SESSIONS
                   WRITE GUESS-SUMMARY-REC
               END-PERFORM
               CLOSE GUESS-SUMMARY-FILE
           END-IF.

       SAVE-TTT-SUMMARY.
           OPEN OUTPUT TTT-SUMMARY-FILE
           MOVE WS-TTT-SUMMARY-STATUS TO WS-SAVE-STATUS
           IF WS-SAVE-STATUS = "00"
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-RS-COUNT
                   MOVE WS-RS-NAME(WS-I) TO TS-PLAYER-NAME
                   MOVE WS-RS-WINS(WS-I) TO TS-WINS
                   MOVE WS-RS-LOSSES(WS-I) TO TS-LOSSES
                   MOVE WS-RS-DRAWS(WS-I) TO TS-DRAWS
                   WRITE TTT-SUMMARY-REC
               END-PERFORM
               CLOSE TTT-SUMMARY-FILE
           END-IF.

       SAVE-H2H.
           OPEN OUTPUT TTT-H2H-FILE
           MOVE WS-H2H-FILE-STATUS TO WS-SAVE-STATUS
           IF WS-SAVE-STATUS = "00"
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-RH-COUNT
                   MOVE WS-RH-NAME-A(WS-I) TO TH-NAME-A
                   MOVE WS-RH-NAME-B(WS-I) TO TH-NAME-B
                   MOVE WS-RH-GAMES(WS-I) TO TH-GAMES
                   MOVE WS-RH-WINS-A(WS-I) TO TH-WINS-A
                   MOVE WS-RH-WINS-B(WS-I) TO TH-WINS-B
                   MOVE WS-RH-DRAWS(WS-I) TO TH-DRAWS
                   WRITE TTT-H2H-REC
               END-PERFORM
               CLOSE TTT-H2H-FILE
           END-IF.

       SAVE-RATINGS.
           OPEN OUTPUT TTT-RATINGS-FILE
           MOVE WS-RATINGS-STATUS TO WS-SAVE-STATUS
           IF WS-SAVE-STATUS = "00"
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-RR-COUNT
                   MOVE WS-RR-NAME(WS-I) TO TR-PLAYER-NAME
                   MOVE WS-RR-RATING(WS-I) TO TR-RATING
                   MOVE WS-RR-GAMES(WS-I) TO TR-RATED-GAMES
                   WRITE TTT-RATING-REC
               END-PERFORM
               CLOSE TTT-RATINGS-FILE
           END-IF.

       EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE ROLL-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

           COPY "chgreqwrite.cpy".

           COPY "chgjrnwrite.cpy".

           COPY "auditwrite.cpy".
