       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapMonitor.

      *> Nightly capacity report. Several programs load a whole file
      *> into a fixed table and quietly stop taking rows at its
      *> limit - players drop off the extract, a step stops running,
      *> and nothing says so. This step counts the live rows in each
      *> of those files and sets them against the table limit of
      *> every program that reads them:
      *>   TTTRATINGS   DailyExtract, NameMerge, PlayerStmt,
      *>                TttReport, RollCheck
      *>   TTTH2H       NameMerge, PlayerStmt, TttReport, RollCheck
      *>   GUESSSUMMARY GuessReport, DailyExtract, NameMerge,
      *>                PlayerStmt, RollCheck, IntegWatch (one row
      *>                per player and tier, as its guess averages)
      *>   TTTSUMMARY   NameMerge, PlayerStmt, TttReport, RollCheck
      *>   JOBSTEPS     BatchControl, Dashboard (one checkpoint row
      *>                per step)
      *>   RESUBMITQ    Resubmit (PENDING and DEFERRED entries)
      *>   GAMELOG      DataScan (game IDs)
      *>   DAILYCHAL    DailyExtract, ChalBoard (the business date's
      *>                finished challenges)
      *>   PLAYERMST    Dormancy, MoveQual (one row per player who
      *>                has played, so never more than the master)
      *> Each night's counts are kept in CAPHIST.DAT under the
      *> business date, so the report shows the change since the
      *> last night counted and projects the days left before each
      *> limit from the average growth over the last few nights.
      *>
      *> A limit is close when the file fills the given share of
      *> the table, or is projected to reach it within the given
      *> number of days; it is FULL once rows are being dropped.
      *> Either opens an EXCEPTQ item (source CAPACITY, the program
      *> in XQ-PROGRAM-ID, the file in XQ-OPERATOR-ID, NEARLIMIT or
      *> FULL in XQ-OUTCOME). An item still open, or acknowledged in
      *> the last week, is not queued again for the same limit.
      *>
      *> Thresholds come from the first line of CAPMONITOR.CFG:
      *>   cols 1-3  share of the table that counts as close %  (080)
      *>   cols 4-6  days of projected growth that count as close (030)
      *>   cols 7-8  nights of history the growth is averaged over (07)
      *> with the defaults in brackets when the file is absent or a
      *> field is not numeric.
      *>
      *> RETURN-CODE: 0 report written, 4 none of the files exist yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAP-PARM-FILE ASSIGN TO "CAPMONITOR.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TTT-RATINGS-FILE ASSIGN TO "TTTRATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-PLAYER-NAME
               FILE STATUS IS WS-RATINGS-STATUS.

           SELECT TTT-H2H-FILE ASSIGN TO "TTTH2H.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-H2H-FILE-STATUS.

           SELECT GUESS-SUMMARY-FILE ASSIGN TO "GUESSSUMMARY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GS-KEY
               FILE STATUS IS WS-GUESS-SUMMARY-STATUS.

           SELECT TTT-SUMMARY-FILE ASSIGN TO "TTTSUMMARY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-PLAYER-NAME
               FILE STATUS IS WS-TTT-SUMMARY-STATUS.

           SELECT JOBSTEP-FILE ASSIGN TO "JOBSTEPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JS-STEP-NO
               FILE STATUS IS WS-JOBSTEP-STATUS.

           SELECT RESUBMIT-QUEUE-FILE ASSIGN TO "RESUBMITQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSQ-TIMESTAMP
               FILE STATUS IS WS-RESUBMIT-STATUS.

           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GL-GAME-ID
               FILE STATUS IS WS-GAMELOG-STATUS.

           SELECT DAILY-CHAL-FILE ASSIGN TO "DAILYCHAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-DAILY-CHAL-STATUS.

           SELECT PLAYER-MST-FILE ASSIGN TO "PLAYERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PLAYER-NAME
               FILE STATUS IS WS-PLAYER-MST-STATUS.

           SELECT CAP-HIST-FILE ASSIGN TO "CAPHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CAP-HIST-STATUS.

           SELECT EXCEPT-Q-FILE ASSIGN TO "EXCEPTQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XQ-ITEM-ID
               FILE STATUS IS WS-EXCEPT-Q-STATUS.

           SELECT CAPACITY-REPORT-FILE ASSIGN TO "CAPACITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAP-PARM-FILE.
       01  CAP-PARM-LINE            PIC X(80).

       FD  TTT-RATINGS-FILE.
           COPY "tttratingrec.cpy".

       FD  TTT-H2H-FILE.
           COPY "ttth2hrec.cpy".

       FD  GUESS-SUMMARY-FILE.
           COPY "guesssummaryrec.cpy".

       FD  TTT-SUMMARY-FILE.
           COPY "tttsummaryrec.cpy".

       FD  JOBSTEP-FILE.
           COPY "jobsteprec.cpy".

       FD  RESUBMIT-QUEUE-FILE.
           COPY "resubqrec.cpy".

       FD  GAMELOG-FILE.
           COPY "gamelogrec.cpy".

       FD  DAILY-CHAL-FILE.
           COPY "dailychalrec.cpy".

       FD  PLAYER-MST-FILE.
           COPY "playermstrec.cpy".

       FD  CAP-HIST-FILE.
           COPY "caphistrec.cpy".

       FD  EXCEPT-Q-FILE.
           COPY "exceptqrec.cpy".

       FD  CAPACITY-REPORT-FILE.
       01  CAPACITY-REPORT-LINE     PIC X(100).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-RATINGS-STATUS        PIC X(2).
       01  WS-H2H-FILE-STATUS       PIC X(2).
       01  WS-GUESS-SUMMARY-STATUS  PIC X(2).
       01  WS-TTT-SUMMARY-STATUS    PIC X(2).
       01  WS-JOBSTEP-STATUS        PIC X(2).
       01  WS-RESUBMIT-STATUS       PIC X(2).
       01  WS-GAMELOG-STATUS        PIC X(2).
       01  WS-DAILY-CHAL-STATUS     PIC X(2).
       01  WS-PLAYER-MST-STATUS     PIC X(2).
       01  WS-CAP-HIST-STATUS       PIC X(2).
       01  WS-EXCEPT-Q-STATUS       PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-EOF-FLAG              PIC X(1).
           88  END-OF-CURRENT-FILE           VALUE "Y".

       01  WS-CLOSE-PCT             PIC 9(3) VALUE ZERO.
       01  WS-CLOSE-DAYS            PIC 9(3) VALUE ZERO.
       01  WS-GROWTH-NIGHTS         PIC 9(2) VALUE ZERO.

      *> The files counted. A file not there yet counts as empty.
       01  WS-FILE-TABLE-VALUES.
           05  FILLER PIC X(12) VALUE "TTTRATINGS".
           05  FILLER PIC X(12) VALUE "TTTH2H".
           05  FILLER PIC X(12) VALUE "GUESSSUMMARY".
           05  FILLER PIC X(12) VALUE "TTTSUMMARY".
           05  FILLER PIC X(12) VALUE "JOBSTEPS".
           05  FILLER PIC X(12) VALUE "RESUBMITQ".
           05  FILLER PIC X(12) VALUE "GAMELOG".
           05  FILLER PIC X(12) VALUE "DAILYCHAL".
           05  FILLER PIC X(12) VALUE "PLAYERMST".
       01  WS-FILE-NAMES REDEFINES WS-FILE-TABLE-VALUES.
           05  WS-FILE-NAME PIC X(12) OCCURS 9 TIMES.

       01  WS-FILE-TABLE.
           05  WS-FL OCCURS 9 TIMES.
               10  WS-FL-COUNT      PIC 9(7).
               10  WS-FL-FOUND      PIC X(1).
               10  WS-FL-PRIOR-DATE PIC X(8).
               10  WS-FL-PRIOR      PIC 9(7).
               10  WS-FL-BASE-DATE  PIC X(8).
               10  WS-FL-BASE       PIC 9(7).
               10  WS-FL-PER-DAY    PIC S9(5)V9.
       01  WS-FILE-IDX              PIC 9(2).
       01  WS-FILES-FOUND           PIC 9(2) VALUE ZERO.

      *> Every reader's table limit, by file.
       01  WS-LIMIT-TABLE-VALUES.
           05  FILLER PIC X(28) VALUE "TTTRATINGS  DailyExtract0200".
           05  FILLER PIC X(28) VALUE "TTTRATINGS  NameMerge   0200".
           05  FILLER PIC X(28) VALUE "TTTRATINGS  PlayerStmt  0200".
           05  FILLER PIC X(28) VALUE "TTTRATINGS  TttReport   0200".
           05  FILLER PIC X(28) VALUE "TTTH2H      NameMerge   0200".
           05  FILLER PIC X(28) VALUE "TTTH2H      PlayerStmt  0200".
           05  FILLER PIC X(28) VALUE "TTTH2H      TttReport   0200".
           05  FILLER PIC X(28) VALUE "GUESSSUMMARYGuessReport 1000".
           05  FILLER PIC X(28) VALUE "GUESSSUMMARYDailyExtract1000".
           05  FILLER PIC X(28) VALUE "GUESSSUMMARYNameMerge   1000".
           05  FILLER PIC X(28) VALUE "GUESSSUMMARYPlayerStmt  1000".
           05  FILLER PIC X(28) VALUE "TTTSUMMARY  NameMerge   1000".
           05  FILLER PIC X(28) VALUE "TTTSUMMARY  PlayerStmt  1000".
           05  FILLER PIC X(28) VALUE "TTTSUMMARY  TttReport   1000".
           05  FILLER PIC X(28) VALUE "JOBSTEPS    BatchControl0040".
           05  FILLER PIC X(28) VALUE "JOBSTEPS    Dashboard   0040".
           05  FILLER PIC X(28) VALUE "RESUBMITQ   Resubmit    0100".
           05  FILLER PIC X(28) VALUE "GAMELOG     DataScan    2000".
           05  FILLER PIC X(28) VALUE "DAILYCHAL   DailyExtract1000".
           05  FILLER PIC X(28) VALUE "DAILYCHAL   ChalBoard   1000".
           05  FILLER PIC X(28) VALUE "PLAYERMST   Dormancy    1000".
           05  FILLER PIC X(28) VALUE "GUESSSUMMARYRollCheck   1000".
           05  FILLER PIC X(28) VALUE "TTTSUMMARY  RollCheck   1000".
           05  FILLER PIC X(28) VALUE "TTTH2H      RollCheck   0200".
           05  FILLER PIC X(28) VALUE "TTTRATINGS  RollCheck   0200".
           05  FILLER PIC X(28) VALUE "PLAYERMST   MoveQual    1000".
           05  FILLER PIC X(28) VALUE "GUESSSUMMARYIntegWatch  1000".
       01  WS-LIMIT-TABLE REDEFINES WS-LIMIT-TABLE-VALUES.
           05  WS-LM OCCURS 27 TIMES.
               10  WS-LM-FILE       PIC X(12).
               10  WS-LM-PROGRAM    PIC X(12).
               10  WS-LM-LIMIT      PIC 9(4).
       01  WS-LIMIT-IDX             PIC 9(2).

       01  WS-TODAY-INT             PIC 9(8).
       01  WS-WINDOW-INT            PIC 9(8).
       01  WS-WINDOW-DATE           PIC X(8).
       01  WS-WINDOW-NUM            PIC 9(8).
       01  WS-BASE-INT              PIC 9(8).
       01  WS-SPAN-DAYS             PIC 9(4).
       01  WS-CHANGE                PIC S9(7).
       01  WS-DAYS-LEFT             PIC 9(4).
       01  WS-USED-PCT              PIC 9(3).
       01  WS-LIMIT-STATE           PIC X(10).
           88  LIMIT-IS-FINE                 VALUE SPACES.
           88  LIMIT-IS-FULL                 VALUE "FULL".
           88  LIMIT-IS-NEAR                 VALUE "NEARLIMIT".

      *> Capacity items already on the queue: still open, or acked
      *> within the last week.
       01  WS-HELD-TABLE.
           05  WS-HELD OCCURS 50 TIMES.
               10  WS-HELD-PROGRAM  PIC X(20).
               10  WS-HELD-FILE     PIC X(20).
               10  WS-HELD-OUTCOME  PIC X(10).
       01  WS-HELD-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-HELD-IDX              PIC 9(2).
       01  WS-HELD-FLAG             PIC X(1).
           88  ALREADY-ON-QUEUE              VALUE "Y".
       01  WS-ACK-INT               PIC 9(8).
       01  WS-RUN-STAMP             PIC X(16).
       01  WS-ITEM-SEQ              PIC 9(3) VALUE ZERO.
       01  WS-ITEM-ID               PIC X(26).
       01  WS-QUEUED-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-CLOSE-COUNT           PIC 9(3) VALUE ZERO.

       01  WS-COUNT-DISP            PIC Z(6)9.
       01  WS-CHANGE-DISP           PIC -(6)9.
       01  WS-PER-DAY-DISP          PIC -(4)9.9.
       01  WS-LIMIT-DISP            PIC Z(4)9.
       01  WS-PCT-DISP              PIC ZZ9.
       01  WS-DAYS-DISP             PIC Z(3)9.
       01  WS-DAYS-TEXT             PIC X(9).
       01  WS-REPORT-LINE           PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-CAP-PARM
           PERFORM READ-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-STAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE))
           INITIALIZE WS-FILE-TABLE

           PERFORM COUNT-RATINGS
           PERFORM COUNT-H2H
           PERFORM COUNT-GUESS-SUMMARY
           PERFORM COUNT-TTT-SUMMARY
           PERFORM COUNT-JOBSTEPS
           PERFORM COUNT-RESUBMITQ
           PERFORM COUNT-GAMELOG
           PERFORM COUNT-DAILYCHAL
           PERFORM COUNT-PLAYERMST

           PERFORM LOAD-GROWTH-HISTORY
           PERFORM STORE-TONIGHTS-COUNTS
           PERFORM LOAD-HELD-ITEMS

           OPEN OUTPUT CAPACITY-REPORT-FILE
           STRING "Capacity monitor for " WS-BUSINESS-DATE " "
               WS-BUSINESS-DATE-NOTE " - close at " WS-CLOSE-PCT
               "% full or " WS-CLOSE-DAYS " days of growth"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "File        " "   Rows" " " " Change" " "
               "Per day" "  " "Reader      " " " "Limit" "  "
               "Use%" "  " "Days left"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > 27
               PERFORM JUDGE-ONE-LIMIT
           END-PERFORM
           PERFORM EMIT-REPORT-LINE
           STRING WS-CLOSE-COUNT " limit(s) close or full, "
               WS-QUEUED-COUNT " new exception item(s) queued."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           CLOSE CAPACITY-REPORT-FILE

           IF WS-FILES-FOUND = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       READ-CAP-PARM.
           OPEN INPUT CAP-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ CAP-PARM-FILE
                   NOT AT END
                       IF CAP-PARM-LINE(1:3) IS NUMERIC
                           MOVE CAP-PARM-LINE(1:3) TO WS-CLOSE-PCT
                       END-IF
                       IF CAP-PARM-LINE(4:3) IS NUMERIC
                           MOVE CAP-PARM-LINE(4:3) TO WS-CLOSE-DAYS
                       END-IF
                       IF CAP-PARM-LINE(7:2) IS NUMERIC
                           MOVE CAP-PARM-LINE(7:2)
                               TO WS-GROWTH-NIGHTS
                       END-IF
               END-READ
               CLOSE CAP-PARM-FILE
           END-IF
           IF WS-CLOSE-PCT = ZERO OR WS-CLOSE-PCT > 100
               MOVE 80 TO WS-CLOSE-PCT
           END-IF
           IF WS-CLOSE-DAYS = ZERO
               MOVE 30 TO WS-CLOSE-DAYS
           END-IF
           IF WS-GROWTH-NIGHTS = ZERO
               MOVE 7 TO WS-GROWTH-NIGHTS
           END-IF.

       COUNT-RATINGS.
           MOVE 1 TO WS-FILE-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TTT-RATINGS-FILE
           IF WS-RATINGS-STATUS = "00"
               PERFORM MARK-FILE-FOUND
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TTT-RATINGS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FL-COUNT(WS-FILE-IDX)
                   END-READ
               END-PERFORM
               CLOSE TTT-RATINGS-FILE
           END-IF.

       COUNT-H2H.
           MOVE 2 TO WS-FILE-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TTT-H2H-FILE
           IF WS-H2H-FILE-STATUS = "00"
               PERFORM MARK-FILE-FOUND
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TTT-H2H-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FL-COUNT(WS-FILE-IDX)
                   END-READ
               END-PERFORM
               CLOSE TTT-H2H-FILE
           END-IF.

       COUNT-GUESS-SUMMARY.
           MOVE 3 TO WS-FILE-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GUESS-SUMMARY-FILE
           IF WS-GUESS-SUMMARY-STATUS = "00"
               PERFORM MARK-FILE-FOUND
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GUESS-SUMMARY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FL-COUNT(WS-FILE-IDX)
                   END-READ
               END-PERFORM
               CLOSE GUESS-SUMMARY-FILE
           END-IF.

       COUNT-TTT-SUMMARY.
           MOVE 4 TO WS-FILE-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TTT-SUMMARY-FILE
           IF WS-TTT-SUMMARY-STATUS = "00"
               PERFORM MARK-FILE-FOUND
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ TTT-SUMMARY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FL-COUNT(WS-FILE-IDX)
                   END-READ
               END-PERFORM
               CLOSE TTT-SUMMARY-FILE
           END-IF.

       COUNT-JOBSTEPS.
           MOVE 5 TO WS-FILE-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT JOBSTEP-FILE
           IF WS-JOBSTEP-STATUS = "00"
               PERFORM MARK-FILE-FOUND
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ JOBSTEP-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FL-COUNT(WS-FILE-IDX)
                   END-READ
               END-PERFORM
               CLOSE JOBSTEP-FILE
           END-IF.

      *> Resubmit only loads the entries it is going to send - the
      *> PENDING ones and the DEFERRED ones waiting on a schedule.
       COUNT-RESUBMITQ.
           MOVE 6 TO WS-FILE-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RESUBMIT-QUEUE-FILE
           IF WS-RESUBMIT-STATUS = "00"
               PERFORM MARK-FILE-FOUND
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RESUBMIT-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RSQ-STATUS = "PENDING"
                                   OR RSQ-STATUS = "DEFERRED"
                               ADD 1 TO WS-FL-COUNT(WS-FILE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUBMIT-QUEUE-FILE
           END-IF.

       COUNT-GAMELOG.
           MOVE 7 TO WS-FILE-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GAMELOG-FILE
           IF WS-GAMELOG-STATUS = "00"
               PERFORM MARK-FILE-FOUND
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GAMELOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FL-COUNT(WS-FILE-IDX)
                   END-READ
               END-PERFORM
               CLOSE GAMELOG-FILE
           END-IF.

      *> The readers only ever hold one day's finished challenges.
       COUNT-DAILYCHAL.
           MOVE 8 TO WS-FILE-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DAILY-CHAL-FILE
           IF WS-DAILY-CHAL-STATUS = "00"
               PERFORM MARK-FILE-FOUND
               MOVE LOW-VALUES TO DC-KEY
               MOVE WS-BUSINESS-DATE TO DC-CHAL-DATE
               START DAILY-CHAL-FILE KEY IS NOT LESS THAN DC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ DAILY-CHAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF DC-CHAL-DATE NOT = WS-BUSINESS-DATE
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               IF DC-FINISHED
                                   ADD 1 TO WS-FL-COUNT(WS-FILE-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-CHAL-FILE
           END-IF.

       COUNT-PLAYERMST.
           MOVE 9 TO WS-FILE-IDX
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PLAYER-MST-FILE
           IF WS-PLAYER-MST-STATUS = "00"
               PERFORM MARK-FILE-FOUND
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PLAYER-MST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FL-COUNT(WS-FILE-IDX)
                   END-READ
               END-PERFORM
               CLOSE PLAYER-MST-FILE
           END-IF.

       MARK-FILE-FOUND.
           MOVE "Y" TO WS-FL-FOUND(WS-FILE-IDX)
           ADD 1 TO WS-FILES-FOUND.

      *> For each file: the latest earlier night counted (for the
      *> change) and the earliest night inside the growth window
      *> (for the average growth per day).
       LOAD-GROWTH-HISTORY.
           COMPUTE WS-WINDOW-INT = WS-TODAY-INT - WS-GROWTH-NIGHTS
           COMPUTE WS-WINDOW-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
           MOVE WS-WINDOW-NUM TO WS-WINDOW-DATE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CAP-HIST-FILE
           IF WS-CAP-HIST-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO CP-KEY
               MOVE WS-WINDOW-DATE TO CP-DATE
               START CAP-HIST-FILE KEY IS NOT LESS THAN CP-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ CAP-HIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CP-DATE NOT < WS-BUSINESS-DATE
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               PERFORM TAKE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAP-HIST-FILE
           END-IF

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 9
               MOVE ZERO TO WS-FL-PER-DAY(WS-FILE-IDX)
               IF WS-FL-BASE-DATE(WS-FILE-IDX) NOT = SPACES
                   COMPUTE WS-BASE-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-FL-BASE-DATE(WS-FILE-IDX)))
                   COMPUTE WS-SPAN-DAYS = WS-TODAY-INT - WS-BASE-INT
                   IF WS-SPAN-DAYS > ZERO
                       COMPUTE WS-FL-PER-DAY(WS-FILE-IDX) ROUNDED =
                           (WS-FL-COUNT(WS-FILE-IDX)
                            - WS-FL-BASE(WS-FILE-IDX)) / WS-SPAN-DAYS
                   END-IF
               END-IF
           END-PERFORM.

      *> Rows come in date order, so the first seen for a file is
      *> the base of the window and the last seen is the prior night.
       TAKE-HISTORY-ROW.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 9
               IF WS-FILE-NAME(WS-FILE-IDX) = CP-FILE-ID
                   IF WS-FL-BASE-DATE(WS-FILE-IDX) = SPACES
                       MOVE CP-DATE TO WS-FL-BASE-DATE(WS-FILE-IDX)
                       MOVE CP-ROW-COUNT TO WS-FL-BASE(WS-FILE-IDX)
                   END-IF
                   MOVE CP-DATE TO WS-FL-PRIOR-DATE(WS-FILE-IDX)
                   MOVE CP-ROW-COUNT TO WS-FL-PRIOR(WS-FILE-IDX)
               END-IF
           END-PERFORM.

      *> WRITE first and REWRITE on the duplicate-key status, so a
      *> rerun of the business date replaces its own counts.
       STORE-TONIGHTS-COUNTS.
           OPEN I-O CAP-HIST-FILE
           IF WS-CAP-HIST-STATUS = "35"
               OPEN OUTPUT CAP-HIST-FILE
               CLOSE CAP-HIST-FILE
               OPEN I-O CAP-HIST-FILE
           END-IF
           IF WS-CAP-HIST-STATUS NOT = "00"
               DISPLAY "Could not open CAPHIST.DAT, status "
                   WS-CAP-HIST-STATUS " - growth not recorded."
           ELSE
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > 9
                   MOVE WS-BUSINESS-DATE TO CP-DATE
                   MOVE WS-FILE-NAME(WS-FILE-IDX) TO CP-FILE-ID
                   MOVE WS-FL-COUNT(WS-FILE-IDX) TO CP-ROW-COUNT
                   MOVE WS-RUN-STAMP(1:14) TO CP-TIMESTAMP
                   WRITE CAP-HIST-REC
                   IF WS-CAP-HIST-STATUS = "22"
                       REWRITE CAP-HIST-REC
                   END-IF
               END-PERFORM
               CLOSE CAP-HIST-FILE
           END-IF.

       LOAD-HELD-ITEMS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT EXCEPT-Q-FILE
           IF WS-EXCEPT-Q-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ EXCEPT-Q-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF XQ-SOURCE = "CAPACITY"
                               PERFORM TAKE-HELD-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPT-Q-FILE
           END-IF.

       TAKE-HELD-ITEM.
           MOVE "N" TO WS-HELD-FLAG
           IF XQ-STATUS = "OPEN"
               MOVE "Y" TO WS-HELD-FLAG
           ELSE
               IF XQ-ACK-TIMESTAMP(1:8) IS NUMERIC
                   COMPUTE WS-ACK-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(XQ-ACK-TIMESTAMP(1:8)))
                   IF WS-ACK-INT + 7 > WS-TODAY-INT
                       MOVE "Y" TO WS-HELD-FLAG
                   END-IF
               END-IF
           END-IF
           IF ALREADY-ON-QUEUE AND WS-HELD-COUNT < 50
               ADD 1 TO WS-HELD-COUNT
               MOVE XQ-PROGRAM-ID TO WS-HELD-PROGRAM(WS-HELD-COUNT)
               MOVE XQ-OPERATOR-ID TO WS-HELD-FILE(WS-HELD-COUNT)
               MOVE XQ-OUTCOME TO WS-HELD-OUTCOME(WS-HELD-COUNT)
           END-IF.

       JUDGE-ONE-LIMIT.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 9
                   OR WS-FILE-NAME(WS-FILE-IDX)
                       = WS-LM-FILE(WS-LIMIT-IDX)
               CONTINUE
           END-PERFORM

           COMPUTE WS-USED-PCT = FUNCTION MIN(999,
               WS-FL-COUNT(WS-FILE-IDX) * 100
               / WS-LM-LIMIT(WS-LIMIT-IDX))
           EVALUATE TRUE
               WHEN WS-FL-COUNT(WS-FILE-IDX)
                       >= WS-LM-LIMIT(WS-LIMIT-IDX)
                   MOVE ZERO TO WS-DAYS-LEFT
               WHEN WS-FL-PER-DAY(WS-FILE-IDX) > ZERO
                   COMPUTE WS-DAYS-LEFT = FUNCTION MIN(9999,
                       (WS-LM-LIMIT(WS-LIMIT-IDX)
                        - WS-FL-COUNT(WS-FILE-IDX))
                       / WS-FL-PER-DAY(WS-FILE-IDX))
               WHEN OTHER
                   MOVE 9999 TO WS-DAYS-LEFT
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-FL-COUNT(WS-FILE-IDX)
                       >= WS-LM-LIMIT(WS-LIMIT-IDX)
                   MOVE "FULL" TO WS-LIMIT-STATE
               WHEN WS-USED-PCT >= WS-CLOSE-PCT
                   MOVE "NEARLIMIT" TO WS-LIMIT-STATE
               WHEN WS-DAYS-LEFT <= WS-CLOSE-DAYS
                   MOVE "NEARLIMIT" TO WS-LIMIT-STATE
               WHEN OTHER
                   MOVE SPACES TO WS-LIMIT-STATE
           END-EVALUATE

           MOVE WS-FL-COUNT(WS-FILE-IDX) TO WS-COUNT-DISP
           IF WS-FL-PRIOR-DATE(WS-FILE-IDX) = SPACES
               MOVE ZERO TO WS-CHANGE
           ELSE
               COMPUTE WS-CHANGE = WS-FL-COUNT(WS-FILE-IDX)
                   - WS-FL-PRIOR(WS-FILE-IDX)
           END-IF
           MOVE WS-CHANGE TO WS-CHANGE-DISP
           MOVE WS-FL-PER-DAY(WS-FILE-IDX) TO WS-PER-DAY-DISP
           MOVE WS-LM-LIMIT(WS-LIMIT-IDX) TO WS-LIMIT-DISP
           MOVE WS-USED-PCT TO WS-PCT-DISP
           IF WS-DAYS-LEFT = 9999
               MOVE "no growth" TO WS-DAYS-TEXT
           ELSE
               MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
               MOVE SPACES TO WS-DAYS-TEXT
               MOVE WS-DAYS-DISP TO WS-DAYS-TEXT(6:4)
           END-IF
           STRING WS-LM-FILE(WS-LIMIT-IDX) WS-COUNT-DISP " "
               WS-CHANGE-DISP " " WS-PER-DAY-DISP "  "
               WS-LM-PROGRAM(WS-LIMIT-IDX) " " WS-LIMIT-DISP "  "
               WS-PCT-DISP "%  " WS-DAYS-TEXT " " WS-LIMIT-STATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           IF NOT LIMIT-IS-FINE
               ADD 1 TO WS-CLOSE-COUNT
               PERFORM QUEUE-LIMIT-ITEM
           END-IF.

       QUEUE-LIMIT-ITEM.
           MOVE "N" TO WS-HELD-FLAG
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF WS-HELD-PROGRAM(WS-HELD-IDX)
                       = WS-LM-PROGRAM(WS-LIMIT-IDX)
                       AND WS-HELD-FILE(WS-HELD-IDX)
                       = WS-LM-FILE(WS-LIMIT-IDX)
                       AND WS-HELD-OUTCOME(WS-HELD-IDX)
                       = WS-LIMIT-STATE
                   MOVE "Y" TO WS-HELD-FLAG
               END-IF
           END-PERFORM
           IF NOT ALREADY-ON-QUEUE
               ADD 1 TO WS-ITEM-SEQ
               MOVE SPACES TO WS-ITEM-ID
               STRING WS-RUN-STAMP "-" WS-ITEM-SEQ
                   DELIMITED BY SIZE INTO WS-ITEM-ID
               MOVE WS-ITEM-ID TO XQ-ITEM-ID
               MOVE "CAPACITY" TO XQ-SOURCE
               MOVE WS-LM-PROGRAM(WS-LIMIT-IDX) TO XQ-PROGRAM-ID
               MOVE WS-LM-FILE(WS-LIMIT-IDX) TO XQ-OPERATOR-ID
               MOVE WS-LIMIT-STATE TO XQ-OUTCOME
               MOVE "OPEN" TO XQ-STATUS
               MOVE SPACES TO XQ-ACK-OPERATOR
               MOVE SPACES TO XQ-ACK-TIMESTAMP
               MOVE SPACES TO XQ-ACK-NOTE
               OPEN I-O EXCEPT-Q-FILE
               IF WS-EXCEPT-Q-STATUS = "35"
                   OPEN OUTPUT EXCEPT-Q-FILE
                   CLOSE EXCEPT-Q-FILE
                   OPEN I-O EXCEPT-Q-FILE
               END-IF
               WRITE EXCEPT-Q-REC
               IF WS-EXCEPT-Q-STATUS = "00"
                   ADD 1 TO WS-QUEUED-COUNT
               ELSE
                   DISPLAY "Could not queue capacity item, status "
                       WS-EXCEPT-Q-STATUS
               END-IF
               CLOSE EXCEPT-Q-FILE
           END-IF.

       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           WRITE CAPACITY-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

           COPY "bizdateread.cpy".
