       IDENTIFICATION DIVISION.
       PROGRAM-ID. Scorecard IS INITIAL PROGRAM.

      *> Monthly operations scorecard: the month-end review figures
      *> that used to be hand-counted from half a dozen files, on one
      *> page in SCORECARD.DAT:
      *>   - guessing sessions and tic-tac-toe games per day, from
      *>     PLAYERHIST and GAMELOG and their .ARC archives
      *>   - partner post success rate and average latency, from the
      *>     response log (and its archive), plus the posts that
      *>     exhausted their retries, from POSTFAILURES
      *>   - nights run and nights with a FAILED step, from the run
      *>     history BatchControl keeps under each business date
      *>   - exceptions opened and acknowledged in the month, and
      *>     those still open past their age, from EXCEPTQ
      *>   - resubmissions queued in the month, resent, abandoned,
      *>     still pending, and still deferred by a partner's
      *>     blackout window or quota, from RESUBMITQ
      *>   - sign-on failures and lockouts, from the audit trail
      *>     (and its archive)
      *>
      *> Called with "B" (the nightly step) it reports the month of
      *> the business date so far, so the copy ReportDist posts to
      *> subscribers the night after month end is the whole month.
      *> Anything else prompts for the month, blank for the current
      *> one, and writes SCORECARD.ADH instead, so an ad hoc look at
      *> another month never replaces the copy ReportDist sends. The
      *> exception age (days, columns 1-3 of SCORECARD.CFG,
      *> default 3) is measured at the month end, or the business
      *> date while the month is still running.
      *>
      *> RETURN-CODE: 0 scorecard written, 4 nothing happened in the
      *> month (the scorecard still says so).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORECARD-PARM-FILE ASSIGN TO "SCORECARD.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PLAYERHIST-FILE ASSIGN TO "PLAYERHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-SESSION-ID
               FILE STATUS IS WS-PLAYERHIST-STATUS.

           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GL-GAME-ID
               FILE STATUS IS WS-GAMELOG-STATUS.

           SELECT PLAYERHIST-ARCHIVE ASSIGN TO "PLAYERHIST.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-ARCHIVE-STATUS.

           SELECT GAMELOG-ARCHIVE ASSIGN TO "GAMELOG.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-ARCHIVE-STATUS.

           SELECT RESPONSE-LOG-FILE ASSIGN TO "RESPONSELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-LOG-STATUS.

           SELECT RESPONSE-ARCHIVE ASSIGN TO "RESPONSELOG.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-ARCHIVE-STATUS.

           SELECT POST-FAILURE-FILE ASSIGN TO "POSTFAILURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-FAILURE-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

           SELECT EXCEPT-Q-FILE ASSIGN TO "EXCEPTQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XQ-ITEM-ID
               FILE STATUS IS WS-EXCEPT-Q-STATUS.

           SELECT RESUBMIT-QUEUE-FILE ASSIGN TO "RESUBMITQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSQ-TIMESTAMP
               FILE STATUS IS WS-RESUBMIT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDITLOG.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-ARCHIVE-STATUS.

           SELECT SCORECARD-REPORT-FILE ASSIGN TO "SCORECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORECARD-STATUS.

           SELECT SCORECARD-ADHOC-FILE ASSIGN TO "SCORECARD.ADH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORECARD-ADH-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORECARD-PARM-FILE.
       01  SCORECARD-PARM-LINE      PIC X(3).

       FD  PLAYERHIST-FILE.
           COPY "playerhistrec.cpy".

       FD  GAMELOG-FILE.
           COPY "gamelogrec.cpy".

       FD  PLAYERHIST-ARCHIVE.
       01  PH-ARCHIVE-LINE          PIC X(60).

       FD  GAMELOG-ARCHIVE.
       01  GL-ARCHIVE-LINE          PIC X(88).

       FD  RESPONSE-LOG-FILE.
           COPY "resplogrec.cpy".

       FD  RESPONSE-ARCHIVE.
       01  RL-ARCHIVE-LINE          PIC X(2055).

       FD  POST-FAILURE-FILE.
           COPY "postfailrec.cpy".

       FD  RUN-HIST-FILE.
           COPY "runhistrec.cpy".

       FD  EXCEPT-Q-FILE.
           COPY "exceptqrec.cpy".

       FD  RESUBMIT-QUEUE-FILE.
           COPY "resubqrec.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       FD  AUDIT-ARCHIVE.
       01  AUD-ARCHIVE-LINE         PIC X(76).

       FD  SCORECARD-REPORT-FILE.
       01  SCORECARD-REPORT-LINE    PIC X(100).

       FD  SCORECARD-ADHOC-FILE.
       01  SCORECARD-ADHOC-LINE     PIC X(100).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-PLAYERHIST-STATUS     PIC X(2).
       01  WS-GAMELOG-STATUS        PIC X(2).
       01  WS-PH-ARCHIVE-STATUS     PIC X(2).
       01  WS-GL-ARCHIVE-STATUS     PIC X(2).
       01  WS-RESPONSE-LOG-STATUS   PIC X(2).
       01  WS-RL-ARCHIVE-STATUS     PIC X(2).
       01  WS-POST-FAILURE-STATUS   PIC X(2).
       01  WS-RUN-HIST-STATUS       PIC X(2).
       01  WS-EXCEPT-Q-STATUS       PIC X(2).
       01  WS-RESUBMIT-STATUS       PIC X(2).
       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUD-ARCHIVE-STATUS    PIC X(2).
       01  WS-SCORECARD-STATUS      PIC X(2).
       01  WS-SCORECARD-ADH-STATUS  PIC X(2).
       01  WS-EOF-FLAG              PIC X(1).
           88  END-OF-CURRENT-FILE           VALUE "Y".

       01  WS-ASK-MONTH             PIC X(6).
       01  WS-MONTH                 PIC X(6).
       01  WS-MONTH-MM              PIC 9(2).
       01  WS-MONTH-FIRST           PIC X(8).
       01  WS-MONTH-LAST            PIC X(8).
       01  WS-AS-OF-DATE            PIC X(8).
       01  WS-FIRST-INT             PIC 9(8).
       01  WS-NEXT-FIRST-INT        PIC 9(8).
       01  WS-NEXT-FIRST-NUM        PIC 9(8).
       01  WS-LAST-NUM              PIC 9(8).
       01  WS-DAYS-IN-MONTH         PIC 9(2).
       01  WS-AS-OF-INT             PIC 9(8).
       01  WS-ITEM-INT              PIC 9(8).

       01  WS-EXCEPT-AGE-DAYS       PIC 9(3) VALUE ZERO.

      *> One row per day of the month; the run history says which
      *> nights ran and which of them had a FAILED step.
       01  WS-DAY-TABLE.
           05  WS-DY OCCURS 31 TIMES.
               10  WS-DY-SESSIONS   PIC 9(5).
               10  WS-DY-GAMES      PIC 9(5).
               10  WS-DY-RAN        PIC X(1).
               10  WS-DY-FAILED     PIC X(1).
       01  WS-DAY-IDX               PIC 9(2).
       01  WS-THE-DATE              PIC X(8).

       01  WS-TOTAL-SESSIONS        PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-GAMES           PIC 9(6) VALUE ZERO.
       01  WS-NIGHTS-RUN            PIC 9(2) VALUE ZERO.
       01  WS-NIGHTS-FAILED         PIC 9(2) VALUE ZERO.

       01  WS-CALL-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-CALL-OK-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-TIMED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-TIMED-TOTAL-MS        PIC 9(12) VALUE ZERO.
       01  WS-AVG-MS                PIC 9(6) VALUE ZERO.
       01  WS-SUCCESS-PCT           PIC 9(3)V9 VALUE ZERO.
       01  WS-PCT-DISP              PIC ZZ9.9.
       01  WS-EXHAUSTED-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-XQ-OPENED             PIC 9(5) VALUE ZERO.
       01  WS-XQ-ACKED              PIC 9(5) VALUE ZERO.
       01  WS-XQ-OVERDUE            PIC 9(5) VALUE ZERO.

       01  WS-RSQ-QUEUED            PIC 9(5) VALUE ZERO.
       01  WS-RSQ-RESENT            PIC 9(5) VALUE ZERO.
       01  WS-RSQ-ABANDONED         PIC 9(5) VALUE ZERO.
       01  WS-RSQ-PENDING           PIC 9(5) VALUE ZERO.
       01  WS-RSQ-DEFERRED          PIC 9(5) VALUE ZERO.

       01  WS-SIGNON-FAILS          PIC 9(5) VALUE ZERO.
       01  WS-LOCKOUTS              PIC 9(5) VALUE ZERO.

       01  WS-NIGHT-WORD            PIC X(6).
       01  WS-REPORT-LINE           PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RUN-FLAG              PIC X(1).

       PROCEDURE DIVISION USING LS-RUN-FLAG.
       MAIN-LOGIC.
           PERFORM READ-SCORECARD-PARM
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE(1:6) TO WS-MONTH
           IF LS-RUN-FLAG NOT = "B"
               PERFORM ACCEPT-MONTH
           END-IF
           PERFORM SET-MONTH-BOUNDS
           INITIALIZE WS-DAY-TABLE

           PERFORM TALLY-SESSIONS
           PERFORM TALLY-GAMES
           PERFORM TALLY-RESPONSES
           PERFORM TALLY-POST-FAILURES
           PERFORM TALLY-RUN-HISTORY
           PERFORM TALLY-EXCEPTIONS
           PERFORM TALLY-RESUBMISSIONS
           PERFORM TALLY-SIGNONS

           IF LS-RUN-FLAG = "B"
               OPEN OUTPUT SCORECARD-REPORT-FILE
               PERFORM WRITE-SCORECARD
               CLOSE SCORECARD-REPORT-FILE
           ELSE
               OPEN OUTPUT SCORECARD-ADHOC-FILE
               PERFORM WRITE-SCORECARD
               CLOSE SCORECARD-ADHOC-FILE
           END-IF

           IF WS-TOTAL-SESSIONS = ZERO AND WS-TOTAL-GAMES = ZERO
                   AND WS-CALL-COUNT = ZERO AND WS-NIGHTS-RUN = ZERO
                   AND WS-XQ-OPENED = ZERO AND WS-RSQ-QUEUED = ZERO
                   AND WS-SIGNON-FAILS = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       READ-SCORECARD-PARM.
           OPEN INPUT SCORECARD-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ SCORECARD-PARM-FILE
                   NOT AT END
                       IF SCORECARD-PARM-LINE(1:3) IS NUMERIC
                           MOVE SCORECARD-PARM-LINE(1:3)
                               TO WS-EXCEPT-AGE-DAYS
                       END-IF
               END-READ
               CLOSE SCORECARD-PARM-FILE
           END-IF
           IF WS-EXCEPT-AGE-DAYS = ZERO
               MOVE 3 TO WS-EXCEPT-AGE-DAYS
           END-IF.

       ACCEPT-MONTH.
           DISPLAY "Month to report (YYYYMM, blank for " WS-MONTH
               "): "
           ACCEPT WS-ASK-MONTH
           IF WS-ASK-MONTH NOT = SPACES
               IF WS-ASK-MONTH IS NUMERIC
                       AND WS-ASK-MONTH(5:2) >= "01"
                       AND WS-ASK-MONTH(5:2) <= "12"
                       AND WS-ASK-MONTH(1:4) >= "1601"
                   MOVE WS-ASK-MONTH TO WS-MONTH
               ELSE
                   DISPLAY "Not a YYYYMM month - reporting " WS-MONTH
                       " instead."
               END-IF
           END-IF.

      *> The last day is the day before the first of the next month,
      *> so February and the 30-day months need no table of their
      *> own. A month still running is aged as of the business date.
       SET-MONTH-BOUNDS.
           STRING WS-MONTH "01" DELIMITED BY SIZE INTO WS-MONTH-FIRST
           COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-MONTH-FIRST))
           MOVE WS-MONTH(5:2) TO WS-MONTH-MM
           IF WS-MONTH-MM = 12
               COMPUTE WS-NEXT-FIRST-NUM =
                   (FUNCTION NUMVAL(WS-MONTH(1:4)) + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST-NUM =
                   FUNCTION NUMVAL(WS-MONTH) * 100 + 101
           END-IF
           COMPUTE WS-NEXT-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-NUM)
           COMPUTE WS-LAST-NUM =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-FIRST-INT - 1)
           MOVE WS-LAST-NUM TO WS-MONTH-LAST
           COMPUTE WS-DAYS-IN-MONTH = WS-NEXT-FIRST-INT - WS-FIRST-INT
           IF WS-BUSINESS-DATE < WS-MONTH-LAST
                   AND WS-BUSINESS-DATE >= WS-MONTH-FIRST
               MOVE WS-BUSINESS-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-MONTH-LAST TO WS-AS-OF-DATE
           END-IF
           COMPUTE WS-AS-OF-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-AS-OF-DATE)).

       TALLY-SESSIONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PLAYERHIST-FILE
           IF WS-PLAYERHIST-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PLAYERHIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM COUNT-ONE-SESSION
                   END-READ
               END-PERFORM
               CLOSE PLAYERHIST-FILE
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
                               PERFORM COUNT-ONE-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYERHIST-ARCHIVE
           END-IF.

       COUNT-ONE-SESSION.
           MOVE PH-PLAYED-ON(1:8) TO WS-THE-DATE
           IF WS-THE-DATE(1:6) = WS-MONTH
                   AND WS-THE-DATE(7:2) IS NUMERIC
               MOVE WS-THE-DATE(7:2) TO WS-DAY-IDX
               IF WS-DAY-IDX >= 1 AND WS-DAY-IDX <= 31
                   ADD 1 TO WS-DY-SESSIONS(WS-DAY-IDX)
                   ADD 1 TO WS-TOTAL-SESSIONS
               END-IF
           END-IF.

       TALLY-GAMES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GAMELOG-FILE
           IF WS-GAMELOG-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ GAMELOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM COUNT-ONE-GAME
                   END-READ
               END-PERFORM
               CLOSE GAMELOG-FILE
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
                               PERFORM COUNT-ONE-GAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAMELOG-ARCHIVE
           END-IF.

       COUNT-ONE-GAME.
           MOVE GL-DATE(1:8) TO WS-THE-DATE
           IF WS-THE-DATE(1:6) = WS-MONTH
                   AND WS-THE-DATE(7:2) IS NUMERIC
               MOVE WS-THE-DATE(7:2) TO WS-DAY-IDX
               IF WS-DAY-IDX >= 1 AND WS-DAY-IDX <= 31
                   ADD 1 TO WS-DY-GAMES(WS-DAY-IDX)
                   ADD 1 TO WS-TOTAL-GAMES
               END-IF
           END-IF.

      *> Every call attempt is on the response log, failed attempts
      *> as status 000, so the success rate is per attempt. Rows from
      *> before RL-ELAPSED-MS existed stay out of the average.
       TALLY-RESPONSES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RESPONSE-LOG-FILE
           IF WS-RESPONSE-LOG-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RESPONSE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM COUNT-ONE-RESPONSE
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-LOG-FILE
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RESPONSE-ARCHIVE
           IF WS-RL-ARCHIVE-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RESPONSE-ARCHIVE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RL-ARCHIVE-LINE(1:9) NOT = "ARCHIVED "
                               MOVE RL-ARCHIVE-LINE
                                   TO RESPONSE-LOG-REC
                               PERFORM COUNT-ONE-RESPONSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-ARCHIVE
           END-IF

           IF WS-CALL-COUNT > ZERO
               COMPUTE WS-SUCCESS-PCT ROUNDED =
                   WS-CALL-OK-COUNT * 100 / WS-CALL-COUNT
           END-IF
           IF WS-TIMED-COUNT > ZERO
               COMPUTE WS-AVG-MS ROUNDED =
                   WS-TIMED-TOTAL-MS / WS-TIMED-COUNT
           END-IF.

       COUNT-ONE-RESPONSE.
           IF RL-TIMESTAMP(1:6) = WS-MONTH
               ADD 1 TO WS-CALL-COUNT
               IF RL-STATUS-CODE >= 200 AND RL-STATUS-CODE <= 299
                   ADD 1 TO WS-CALL-OK-COUNT
               END-IF
               IF RL-ELAPSED-MS IS NUMERIC
                   ADD 1 TO WS-TIMED-COUNT
                   ADD RL-ELAPSED-MS TO WS-TIMED-TOTAL-MS
               END-IF
           END-IF.

       TALLY-POST-FAILURES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT POST-FAILURE-FILE
           IF WS-POST-FAILURE-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ POST-FAILURE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF PF-TIMESTAMP(1:6) = WS-MONTH
                               ADD 1 TO WS-EXHAUSTED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POST-FAILURE-FILE
           END-IF.

      *> A restarted night appends further rows under the same run
      *> date, so a night counts as failed if any of its rows did,
      *> even when the restart later got the step through.
       TALLY-RUN-HISTORY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-HIST-FILE
           IF WS-RUN-HIST-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RUN-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM COUNT-ONE-RUN-ROW
                   END-READ
               END-PERFORM
               CLOSE RUN-HIST-FILE
           END-IF
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
               IF WS-DY-RAN(WS-DAY-IDX) = "Y"
                   ADD 1 TO WS-NIGHTS-RUN
               END-IF
               IF WS-DY-FAILED(WS-DAY-IDX) = "Y"
                   ADD 1 TO WS-NIGHTS-FAILED
               END-IF
           END-PERFORM.

       COUNT-ONE-RUN-ROW.
           IF RH-RUN-DATE(1:6) = WS-MONTH
                   AND RH-RUN-DATE(7:2) IS NUMERIC
               MOVE RH-RUN-DATE(7:2) TO WS-DAY-IDX
               IF WS-DAY-IDX >= 1 AND WS-DAY-IDX <= 31
                   MOVE "Y" TO WS-DY-RAN(WS-DAY-IDX)
                   IF RH-STATUS = "FAILED"
                       MOVE "Y" TO WS-DY-FAILED(WS-DAY-IDX)
                   END-IF
               END-IF
           END-IF.

      *> Item IDs start with the timestamp of the trouble they were
      *> opened for, so the ID dates the opening.
       TALLY-EXCEPTIONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT EXCEPT-Q-FILE
           IF WS-EXCEPT-Q-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ EXCEPT-Q-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM COUNT-ONE-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE EXCEPT-Q-FILE
           END-IF.

       COUNT-ONE-EXCEPTION.
           IF XQ-ITEM-ID(1:6) = WS-MONTH
               ADD 1 TO WS-XQ-OPENED
           END-IF
           IF XQ-STATUS = "ACKED" AND XQ-ACK-TIMESTAMP(1:6) = WS-MONTH
               ADD 1 TO WS-XQ-ACKED
           END-IF
           IF XQ-STATUS = "OPEN" AND XQ-ITEM-ID(1:8) IS NUMERIC
                   AND XQ-ITEM-ID(1:8) <= WS-AS-OF-DATE
               COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(XQ-ITEM-ID(1:8)))
               IF WS-AS-OF-INT - WS-ITEM-INT > WS-EXCEPT-AGE-DAYS
                   ADD 1 TO WS-XQ-OVERDUE
               END-IF
           END-IF.

       TALLY-RESUBMISSIONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RESUBMIT-QUEUE-FILE
           IF WS-RESUBMIT-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RESUBMIT-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RSQ-TIMESTAMP(1:6) = WS-MONTH
                               PERFORM COUNT-ONE-RESUBMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUBMIT-QUEUE-FILE
           END-IF.

       COUNT-ONE-RESUBMISSION.
           ADD 1 TO WS-RSQ-QUEUED
           EVALUATE RSQ-STATUS
               WHEN "RESENT"
                   ADD 1 TO WS-RSQ-RESENT
               WHEN "ABANDONED"
                   ADD 1 TO WS-RSQ-ABANDONED
               WHEN "DEFERRED"
                   ADD 1 TO WS-RSQ-DEFERRED
               WHEN OTHER
                   ADD 1 TO WS-RSQ-PENDING
           END-EVALUATE.

      *> OperatorMenu audits every refused sign-on attempt as
      *> SIGNONFAIL, and the attempt that locks an ID as LOCKED too.
       TALLY-SIGNONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM COUNT-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AUDIT-ARCHIVE
           IF WS-AUD-ARCHIVE-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ AUDIT-ARCHIVE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF AUD-ARCHIVE-LINE(1:9) NOT = "ARCHIVED "
                               MOVE AUD-ARCHIVE-LINE TO AUDIT-REC
                               PERFORM COUNT-ONE-AUDIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE
           END-IF.

       COUNT-ONE-AUDIT-ROW.
           IF AUD-TIMESTAMP(1:6) = WS-MONTH
               EVALUATE AUD-OUTCOME-CODE
                   WHEN "SIGNONFAIL"
                       ADD 1 TO WS-SIGNON-FAILS
                   WHEN "LOCKED"
                       ADD 1 TO WS-LOCKOUTS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WRITE-SCORECARD.
           STRING "===== Operations scorecard " WS-MONTH-FIRST " - "
               WS-MONTH-LAST " =====" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Business date " WS-BUSINESS-DATE " "
               WS-BUSINESS-DATE-NOTE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE "Day       Sessions   Games   Night" TO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
               EVALUATE TRUE
                   WHEN WS-DY-FAILED(WS-DAY-IDX) = "Y"
                       MOVE "FAILED" TO WS-NIGHT-WORD
                   WHEN WS-DY-RAN(WS-DAY-IDX) = "Y"
                       MOVE "OK" TO WS-NIGHT-WORD
                   WHEN OTHER
                       MOVE "-" TO WS-NIGHT-WORD
               END-EVALUATE
               STRING WS-MONTH WS-DAY-IDX "     "
                   WS-DY-SESSIONS(WS-DAY-IDX) "   "
                   WS-DY-GAMES(WS-DAY-IDX) "   " WS-NIGHT-WORD
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           STRING "Month      " WS-TOTAL-SESSIONS "  "
               WS-TOTAL-GAMES DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE WS-SUCCESS-PCT TO WS-PCT-DISP
           STRING "Partner posts     : " WS-CALL-COUNT " calls, "
               WS-CALL-OK-COUNT " succeeded (" WS-PCT-DISP "%)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Average latency   : " WS-AVG-MS " ms over "
               WS-TIMED-COUNT " timed calls" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Retries exhausted : " WS-EXHAUSTED-COUNT
               " post(s)" DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Batch nights      : " WS-NIGHTS-RUN " run, "
               WS-NIGHTS-FAILED " with a FAILED step"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Exceptions        : " WS-XQ-OPENED " opened, "
               WS-XQ-ACKED " acknowledged, " WS-XQ-OVERDUE
               " open over " WS-EXCEPT-AGE-DAYS " days at "
               WS-AS-OF-DATE DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Resubmissions     : " WS-RSQ-QUEUED " queued, "
               WS-RSQ-RESENT " resent, " WS-RSQ-ABANDONED
               " abandoned, " WS-RSQ-PENDING " pending, "
               WS-RSQ-DEFERRED " deferred"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Sign-on           : " WS-SIGNON-FAILS
               " failed attempts, " WS-LOCKOUTS " lockouts"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE.

       EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           IF LS-RUN-FLAG = "B"
               WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-LINE
           ELSE
               WRITE SCORECARD-ADHOC-LINE FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE.

           COPY "bizdateread.cpy".
