      *> A checkpoint record is written after each completed step, and
      *> a restart run resumes at the first step that isn't marked DONE
      *> instead of redoing the whole sequence.
      *>
      *> Every step actually run also appends its start, end, elapsed
      *> seconds and RC to RUNHIST.DAT under the run date, so the
      *> timings outlive the checkpoint; BatchWindow reports on them.
      *>
      *> The night is dated by the business date in BIZDATE.DAT, not
      *> the clock: a fresh run opens the date (a supervisor's rerun
      *> date if one is waiting, else the next date due), a restart
      *> carries on under the date already open, and the date only
      *> rolls forward when the whole sequence gets through without
      *> a halt. The run-days calendar, the run history and every
      *> step's own dating follow it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATE-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-REPORT-FILE.
       FD  RUN-STATE-FILE.
       01  RUN-STATE-LINE           PIC X(30).

       FD  RUN-HIST-FILE.
           COPY "runhistrec.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STEP-NO               PIC 9(2).
       01  WS-STEP-NAME             PIC X(20).
       01  WS-JOBSTEP-STATUS        PIC X(2).
       01  WS-ALERT-LOG-STATUS      PIC X(2).
       01  WS-RUN-STATE-STATUS      PIC X(2).
       01  WS-RUN-HIST-STATUS       PIC X(2).

      *> Step timing for the run history. Seconds are counted from
      *> the INTEGER-OF-DATE epoch so a step that runs across
      *> midnight still gets the right elapsed time.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-STEP-START-TIME       PIC X(14).
       01  WS-STEP-END-TIME         PIC X(14).
       01  WS-START-SECS            PIC 9(12).
       01  WS-END-SECS              PIC 9(12).
       01  WS-ELAPSED-SECS          PIC 9(6).

      *> Alerts go out through Program1's batch-post path with the
      *> "R" flag, so a dead alert endpoint cannot enqueue stale

      *> The step table as loaded from JOBSTEPS, in step-number order.
       01  WS-STEP-TABLE.
           05  WS-JS OCCURS 40 TIMES.
               10  WS-JS-STEP-NO    PIC 9(2).
               10  WS-JS-PROGRAM    PIC X(20).
               10  WS-JS-ENABLED    PIC X(1).
       01  WS-TODAY-INT             PIC 9(8).
       01  WS-DAY-OF-WEEK           PIC 9(1).

       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-CLOCK-DATE            PIC X(8).
       01  WS-CLOCK-INT             PIC 9(8).
       01  WS-NEXT-INT              PIC 9(8).
       01  WS-NEXT-DATE-NUM         PIC 9(8).

      *> The classic fixed sequence, seeded into JOBSTEPS when the
      *> table does not exist yet. Housekeep ships disabled until the
      *> shop decides its retention settings.
           05  FILLER PIC X(31) VALUE "10EpLatency           YYYYYYYYY".
           05  FILLER PIC X(31) VALUE "11ReportDist          YYYYYYYYY".
           05  FILLER PIC X(31) VALUE "12Housekeep           NYYYYYYYY".
           05  FILLER PIC X(31) VALUE "13IntegWatch          YYYYYYYYY".
           05  FILLER PIC X(31) VALUE "14MoveQual            YYYYYYYYY".
           05  FILLER PIC X(31) VALUE "15PartnerIn           YYYYYYYYY".
           05  FILLER PIC X(31) VALUE "16Scorecard           YYYYYYYYY".
           05  FILLER PIC X(31) VALUE "17ChalBoard           YYYYYYYYY".
           05  FILLER PIC X(31) VALUE "18CapMonitor          YYYYYYYYY".
           05  FILLER PIC X(31) VALUE "19Dormancy            YYYYYYYYY".
       01  WS-SEED-ENTRIES REDEFINES WS-SEED-TABLE.
           05  WS-SEED-ENTRY PIC X(31) OCCURS 19 TIMES.
       01  WS-SEED-IDX              PIC 9(2).

       PROCEDURE DIVISION.
               STOP RUN
           END-IF

           IF FRESH-RUN
               PERFORM OPEN-BUSINESS-DATE
           END-IF
           PERFORM READ-BUSINESS-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE))
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE

           PERFORM DETERMINE-RESUME-STEP
           PERFORM MARK-STREAM-INFLIGHT
               PERFORM RUN-OR-SKIP-STEP
           END-PERFORM

           IF STREAM-HALTED
               STRING "Business date " WS-BUSINESS-DATE
                   " stays open until the night completes"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BATCH-REPORT-LINE FROM WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
           ELSE
               PERFORM COMPLETE-BUSINESS-DATE
           END-IF

           CLOSE BATCH-REPORT-FILE
           PERFORM CLEAR-STREAM-STATE
           STOP RUN.
           WRITE RUN-STATE-LINE
           CLOSE RUN-STATE-FILE.

      *> A fresh run takes up a waiting supervisor rerun date first.
      *> Otherwise it opens the next date due - the same date again
      *> if the last night never completed. A next date ahead of the
      *> clock (a second fresh run the same evening) or more than a
      *> day behind it (nights the stream was not run at all) is
      *> brought back into line with the clock.
       OPEN-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOCK-DATE
           COMPUTE WS-CLOCK-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CLOCK-DATE))
           MOVE SPACES TO BUSINESS-DATE-REC
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE SPACES TO BUSINESS-DATE-REC
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF

           EVALUATE TRUE
               WHEN BD-RERUN-DATE IS NUMERIC
                   MOVE BD-RERUN-DATE TO BD-BUSINESS-DATE
                   MOVE SPACES TO BD-RERUN-DATE
                   MOVE "Y" TO BD-RERUN-FLAG
               WHEN BD-NEXT-DATE IS NOT NUMERIC
                   MOVE WS-CLOCK-DATE TO BD-NEXT-DATE
                   MOVE WS-CLOCK-DATE TO BD-BUSINESS-DATE
                   MOVE "N" TO BD-RERUN-FLAG
               WHEN OTHER
                   COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(BD-NEXT-DATE))
                   IF WS-NEXT-INT > WS-CLOCK-INT
                           OR WS-NEXT-INT + 1 < WS-CLOCK-INT
                       MOVE WS-CLOCK-DATE TO BD-NEXT-DATE
                   END-IF
                   MOVE BD-NEXT-DATE TO BD-BUSINESS-DATE
                   MOVE "N" TO BD-RERUN-FLAG
           END-EVALUATE
           MOVE "OPEN" TO BD-RUN-STATE
           PERFORM STORE-BUSINESS-DATE.

      *> Only a normal night moves the next date on; a rerun leaves
      *> it where it was, so the regular sequence resumes unbroken.
       COMPLETE-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE SPACES TO BUSINESS-DATE-REC
               END-READ
               CLOSE BUSINESS-DATE-FILE
               IF BD-BUSINESS-DATE IS NUMERIC
                   MOVE "COMPLETE" TO BD-RUN-STATE
                   IF NOT BD-IS-RERUN
                       COMPUTE WS-NEXT-DATE-NUM =
                           FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(BD-BUSINESS-DATE))
                               + 1)
                       MOVE WS-NEXT-DATE-NUM TO BD-NEXT-DATE
                   END-IF
                   PERFORM STORE-BUSINESS-DATE
               END-IF
           END-IF.

       STORE-BUSINESS-DATE.
           MOVE "BatchControl" TO BD-SET-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO BD-SET-AT
           OPEN OUTPUT BUSINESS-DATE-FILE
           WRITE BUSINESS-DATE-REC
           CLOSE BUSINESS-DATE-FILE.

       LOAD-STEP-TABLE.
           OPEN INPUT JOBSTEP-FILE
           IF WS-JOBSTEP-STATUS = "35"
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-STEP-COUNT < 40
                               ADD 1 TO WS-STEP-COUNT
                               MOVE JS-STEP-NO
                                   TO WS-JS-STEP-NO(WS-STEP-COUNT)
       SEED-STEP-TABLE.
           OPEN OUTPUT JOBSTEP-FILE
           PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                   UNTIL WS-SEED-IDX > 19
               MOVE WS-SEED-ENTRY(WS-SEED-IDX)(1:2) TO JS-STEP-NO
               MOVE WS-SEED-ENTRY(WS-SEED-IDX)(3:20)
                   TO JS-PROGRAM-NAME

       RUN-TABLE-STEP.
           DISPLAY "Step " WS-STEP-NO ": " WS-STEP-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-TIME
           EVALUATE WS-STEP-NAME
               WHEN "Program1"
                   CALL "Program1" USING WS-BATCH-FLAG
                   CALL "ReportDist" USING WS-BATCH-FLAG
               WHEN "EpLatency"
                   CALL "EpLatency" USING WS-BATCH-FLAG
               WHEN "Scorecard"
                   CALL "Scorecard" USING WS-BATCH-FLAG
               WHEN "ChalBoard"
                   CALL "ChalBoard" USING WS-BATCH-FLAG
               WHEN "TicTacToe"
                   CALL "TicTacToe" USING WS-BATCH-FLAG
               WHEN OTHER
      *> The table is operator-edited data, so a mistyped program
      *> name must fail the step, not bring the whole stream down.
           END-EVALUATE
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE ZERO TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-TIME
           PERFORM WRITE-STEP-REPORT-LINE
           PERFORM APPEND-RUN-HISTORY

           IF CKPT-STATUS = "FAILED"
               PERFORM RAISE-FAILURE-ALERT
               MOVE SPACES TO WS-REPORT-LINE
           END-IF.

      *> One history row per executed step, written after the
      *> checkpoint so RH-STATUS carries the same DONE/FAILED verdict.
       APPEND-RUN-HISTORY.
           COMPUTE WS-START-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-STEP-START-TIME(1:8))) * 86400
               + FUNCTION NUMVAL(WS-STEP-START-TIME(9:2)) * 3600
               + FUNCTION NUMVAL(WS-STEP-START-TIME(11:2)) * 60
               + FUNCTION NUMVAL(WS-STEP-START-TIME(13:2))
           COMPUTE WS-END-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-STEP-END-TIME(1:8))) * 86400
               + FUNCTION NUMVAL(WS-STEP-END-TIME(9:2)) * 3600
               + FUNCTION NUMVAL(WS-STEP-END-TIME(11:2)) * 60
               + FUNCTION NUMVAL(WS-STEP-END-TIME(13:2))
           IF WS-END-SECS > WS-START-SECS
               COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
           ELSE
               MOVE ZERO TO WS-ELAPSED-SECS
           END-IF

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-STEP-NO TO RH-STEP-NO
           MOVE WS-STEP-NAME TO RH-STEP-NAME
           MOVE WS-STEP-START-TIME TO RH-START-TIME
           MOVE WS-STEP-END-TIME TO RH-END-TIME
           MOVE WS-ELAPSED-SECS TO RH-ELAPSED-SECS
           MOVE WS-STEP-RC TO RH-RETURN-CODE
           MOVE CKPT-STATUS TO RH-STATUS

           OPEN EXTEND RUN-HIST-FILE
           IF WS-RUN-HIST-STATUS = "35"
               OPEN OUTPUT RUN-HIST-FILE
               CLOSE RUN-HIST-FILE
               OPEN EXTEND RUN-HIST-FILE
           END-IF
           WRITE RUN-HIST-REC
           CLOSE RUN-HIST-FILE.

      *> Disabled and out-of-calendar steps still checkpoint as DONE
      *> so a restart run does not stall waiting for them.
       REPORT-SKIPPED-STEP.
           CALL "Program1" USING WS-ALERT-FLAG WS-ALERT-ENDPOINT
               WS-ALERT-PAYLOAD WS-HTTP-OPERATOR-ID
               WS-HTTP-OPERATOR-ROLE
           EVALUATE RETURN-CODE
               WHEN ZERO
                   MOVE "SENT" TO WS-ALERT-OUTCOME
               WHEN 2
                   MOVE "DEFERRED" TO WS-ALERT-OUTCOME
               WHEN OTHER
                   MOVE "SEND-FAILED" TO WS-ALERT-OUTCOME
           END-EVALUATE
           MOVE ZERO TO RETURN-CODE

           MOVE SPACES TO WS-ALERT-LOG-REC

       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-HEADER-DATE
           STRING "Nightly batch run - business date "
               WS-BUSINESS-DATE " " WS-BUSINESS-DATE-NOTE
               " started " WS-HEADER-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BATCH-REPORT-LINE FROM WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
      *> RC=4 means "no data found yet" from the rollups, reconcile
      *> and resubmit steps - a normal outcome on a quiet night - but
      *> from the Program1 push it means the partner post failed.
      *> RC=2 from the push means the partner's blackout window or
      *> daily quota held it back onto the resubmission queue as
      *> DEFERRED, which Resubmit releases - the step is done.
      *> RC=8 from Reconcile means the audit trail and the history
      *> files disagree; from TicTacToe (a scripted regression run)
      *> that a game's outcome differed from the script's.
       WRITE-CHECKPOINT.
           MOVE WS-STEP-NO TO CKPT-STEP-NO
           MOVE WS-STEP-NAME TO CKPT-STEP-NAME
                   MOVE "DONE" TO CKPT-STATUS
               WHEN WS-STEP-RC = 4 AND WS-STEP-NAME NOT = "Program1"
                   MOVE "DONE" TO CKPT-STATUS
               WHEN WS-STEP-RC = 2 AND WS-STEP-NAME = "Program1"
                   MOVE "DONE" TO CKPT-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO CKPT-STATUS
           END-EVALUATE
               REWRITE CHECKPOINT-REC
           END-IF
           CLOSE CHECKPOINT-FILE.

           COPY "bizdateread.cpy".
