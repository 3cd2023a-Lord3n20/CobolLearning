       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchWindow.

      *> Batch-window trend report over the run history BatchControl
      *> appends to RUNHIST.DAT. For the latest night on file it
      *> lists every step's elapsed time against that step's rolling
      *> average over the nights before it, and flags:
      *>   CREEPING    - slower than the average by the creep margin
      *>   RISING      - slower each night over the last three nights
      *>   PAST-WINDOW - finished after the batch window had closed
      *> and closes with the whole stream's elapsed time against the
      *> window, so a step that is getting slower shows up here well
      *> before the stream starts finishing into the online day.
      *>
      *> Settings come from the first line of BATCHWIN.CFG:
      *>   cols 1-2 nights in the rolling average (07)
      *>   cols 3-5 creep margin, percent over average (025)
      *>   cols 6-9 batch window, minutes from stream start (0360)
      *> with the defaults in brackets used when the file is absent
      *> or a field is not numeric.
      *>
      *> RETURN-CODE: 0 report written, 4 no run history yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-PARM-FILE ASSIGN TO "BATCHWIN.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

           SELECT WINDOW-REPORT-FILE ASSIGN TO "BATCHWINDOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-PARM-FILE.
       01  WINDOW-PARM-LINE         PIC X(9).

       FD  RUN-HIST-FILE.
           COPY "runhistrec.cpy".

       FD  WINDOW-REPORT-FILE.
       01  WINDOW-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-RUN-HIST-STATUS       PIC X(2).
       01  WS-WINDOW-REPORT-STATUS  PIC X(2).
       01  WS-EOF-FLAG              PIC X(1).
           88  END-OF-CURRENT-FILE           VALUE "Y".

       01  WS-AVG-NIGHTS            PIC 9(2) VALUE 7.
       01  WS-CREEP-PCT             PIC 9(3) VALUE 25.
       01  WS-WINDOW-MINUTES        PIC 9(4) VALUE 360.
       01  WS-WINDOW-SECS           PIC 9(8).

      *> Per step, the most recent nights it ran, in run-date order
      *> oldest first: the averaging nights plus the latest one. A
      *> restart that reruns a step the same night replaces that
      *> night's figure, since the rerun is the run that completed.
      *> Rows appended later for an earlier date (a BizDate rerun)
      *> still land in date order rather than at the end.
       01  WS-STEP-TABLE.
           05  WS-ST OCCURS 40 TIMES.
               10  WS-ST-NAME       PIC X(20).
               10  WS-ST-STEP-NO    PIC 9(2).
               10  WS-ST-NIGHTS     PIC 9(2).
               10  WS-ST-NIGHT OCCURS 31 TIMES.
                   15  WS-ST-DATE   PIC X(8).
                   15  WS-ST-SECS   PIC 9(6).
                   15  WS-ST-END    PIC X(14).
       01  WS-STEP-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-STEP-IDX              PIC 9(2).
       01  WS-FOUND-IDX             PIC 9(2).
       01  WS-NIGHT-IDX             PIC 9(2).
       01  WS-KEEP-NIGHTS           PIC 9(2).
       01  WS-SLOT-IDX              PIC 9(2).
       01  WS-INSERT-AT             PIC 9(2).

      *> The stream as a whole, same rolling scheme, one row a night.
       01  WS-STREAM-TABLE.
           05  WS-SN OCCURS 31 TIMES.
               10  WS-SN-DATE       PIC X(8).
               10  WS-SN-FIRST-START PIC X(14).
               10  WS-SN-LAST-END   PIC X(14).
       01  WS-STREAM-NIGHTS         PIC 9(2) VALUE ZERO.

       01  WS-LATEST-DATE           PIC X(8) VALUE SPACES.
       01  WS-TIMESTAMP             PIC X(14).
       01  WS-TS-SECS               PIC 9(12).
       01  WS-START-SECS            PIC 9(12).
       01  WS-END-SECS              PIC 9(12).
       01  WS-WINDOW-CLOSE-SECS     PIC 9(12).
       01  WS-STREAM-SECS           PIC 9(8).
       01  WS-STREAM-SUM            PIC 9(10).
       01  WS-STREAM-AVG            PIC 9(8).

       01  WS-LATEST-SECS           PIC 9(6).
       01  WS-PRIOR-SUM             PIC 9(8).
       01  WS-PRIOR-COUNT           PIC 9(2).
       01  WS-AVG-SECS              PIC 9(6).
       01  WS-CHANGE-PCT            PIC S9(5).
       01  WS-CHANGE-DISP           PIC -(5)9.
       01  WS-LAST                  PIC 9(2).
       01  WS-FLAGS                 PIC X(30).
       01  WS-FLAG-PTR              PIC 9(2).
       01  WS-FLAGGED-STEPS         PIC 9(2) VALUE ZERO.
       01  WS-REPORT-LINE           PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-WINDOW-PARM
           COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINUTES * 60
           COMPUTE WS-KEEP-NIGHTS = WS-AVG-NIGHTS + 1

           PERFORM SCAN-RUN-HISTORY

           OPEN OUTPUT WINDOW-REPORT-FILE
           STRING "Batch window trends - night of " WS-LATEST-DATE
               " vs " WS-AVG-NIGHTS "-night average, creep "
               WS-CREEP-PCT "%, window " WS-WINDOW-MINUTES " min"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           IF WS-STEP-COUNT = ZERO
               MOVE "No run history on file." TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               CLOSE WINDOW-REPORT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOCATE-WINDOW-CLOSE
           STRING "Step Program              Latest(s) Avg(s) "
               "  Chg%  Flags" DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM REPORT-ONE-STEP
           END-PERFORM

           PERFORM REPORT-STREAM-WINDOW
           STRING "Steps flagged: " WS-FLAGGED-STEPS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           CLOSE WINDOW-REPORT-FILE
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       READ-WINDOW-PARM.
           OPEN INPUT WINDOW-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ WINDOW-PARM-FILE
                   NOT AT END
                       IF WINDOW-PARM-LINE(1:2) IS NUMERIC
                           AND WINDOW-PARM-LINE(1:2) NOT = "00"
                           MOVE WINDOW-PARM-LINE(1:2) TO WS-AVG-NIGHTS
                       END-IF
                       IF WINDOW-PARM-LINE(3:3) IS NUMERIC
                           MOVE WINDOW-PARM-LINE(3:3) TO WS-CREEP-PCT
                       END-IF
                       IF WINDOW-PARM-LINE(6:4) IS NUMERIC
                           AND WINDOW-PARM-LINE(6:4) NOT = "0000"
                           MOVE WINDOW-PARM-LINE(6:4)
                               TO WS-WINDOW-MINUTES
                       END-IF
               END-READ
               CLOSE WINDOW-PARM-FILE
           END-IF
           IF WS-AVG-NIGHTS > 30
               MOVE 30 TO WS-AVG-NIGHTS
           END-IF.

       SCAN-RUN-HISTORY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-HIST-FILE
           IF WS-RUN-HIST-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ RUN-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TALLY-STEP-RUN
                           PERFORM TALLY-STREAM-NIGHT
                   END-READ
               END-PERFORM
               CLOSE RUN-HIST-FILE
           END-IF.

       TALLY-STEP-RUN.
           IF RH-RUN-DATE > WS-LATEST-DATE
               MOVE RH-RUN-DATE TO WS-LATEST-DATE
           END-IF
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-ST-NAME(WS-STEP-IDX) = RH-STEP-NAME
                   MOVE WS-STEP-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO AND WS-STEP-COUNT < 40
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-FOUND-IDX
               MOVE RH-STEP-NAME TO WS-ST-NAME(WS-FOUND-IDX)
               MOVE ZERO TO WS-ST-NIGHTS(WS-FOUND-IDX)
           END-IF
           IF WS-FOUND-IDX NOT = ZERO
               PERFORM RECORD-STEP-NIGHT
           END-IF.

       RECORD-STEP-NIGHT.
           MOVE RH-STEP-NO TO WS-ST-STEP-NO(WS-FOUND-IDX)
           MOVE WS-ST-NIGHTS(WS-FOUND-IDX) TO WS-LAST
           MOVE ZERO TO WS-SLOT-IDX
           MOVE 1 TO WS-INSERT-AT
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-LAST
               IF WS-ST-DATE(WS-FOUND-IDX WS-NIGHT-IDX) = RH-RUN-DATE
                   MOVE WS-NIGHT-IDX TO WS-SLOT-IDX
               END-IF
               IF WS-ST-DATE(WS-FOUND-IDX WS-NIGHT-IDX) < RH-RUN-DATE
                   ADD 1 TO WS-INSERT-AT
               END-IF
           END-PERFORM
           IF WS-SLOT-IDX = ZERO
               PERFORM OPEN-STEP-NIGHT-SLOT
           END-IF
           IF WS-SLOT-IDX NOT = ZERO
               MOVE RH-RUN-DATE TO WS-ST-DATE(WS-FOUND-IDX WS-SLOT-IDX)
               MOVE RH-ELAPSED-SECS
                   TO WS-ST-SECS(WS-FOUND-IDX WS-SLOT-IDX)
               MOVE RH-END-TIME TO WS-ST-END(WS-FOUND-IDX WS-SLOT-IDX)
           END-IF.

      *> Makes room for a new night at WS-INSERT-AT, keeping the
      *> nights in date order. Once the table holds the nights kept,
      *> the oldest is dropped; a night older than all of them (a
      *> rerun for a past business date) is left out altogether.
       OPEN-STEP-NIGHT-SLOT.
           EVALUATE TRUE
               WHEN WS-LAST < WS-KEEP-NIGHTS
                   PERFORM VARYING WS-NIGHT-IDX FROM WS-LAST BY -1
                           UNTIL WS-NIGHT-IDX < WS-INSERT-AT
                       MOVE WS-ST-NIGHT(WS-FOUND-IDX WS-NIGHT-IDX)
                           TO WS-ST-NIGHT(WS-FOUND-IDX
                                          WS-NIGHT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-LAST
                   MOVE WS-LAST TO WS-ST-NIGHTS(WS-FOUND-IDX)
                   MOVE WS-INSERT-AT TO WS-SLOT-IDX
               WHEN WS-INSERT-AT > 1
                   PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                           UNTIL WS-NIGHT-IDX >= WS-INSERT-AT - 1
                       MOVE WS-ST-NIGHT(WS-FOUND-IDX
                                        WS-NIGHT-IDX + 1)
                           TO WS-ST-NIGHT(WS-FOUND-IDX WS-NIGHT-IDX)
                   END-PERFORM
                   COMPUTE WS-SLOT-IDX = WS-INSERT-AT - 1
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TALLY-STREAM-NIGHT.
           MOVE WS-STREAM-NIGHTS TO WS-LAST
           MOVE ZERO TO WS-SLOT-IDX
           MOVE 1 TO WS-INSERT-AT
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-LAST
               IF WS-SN-DATE(WS-NIGHT-IDX) = RH-RUN-DATE
                   MOVE WS-NIGHT-IDX TO WS-SLOT-IDX
               END-IF
               IF WS-SN-DATE(WS-NIGHT-IDX) < RH-RUN-DATE
                   ADD 1 TO WS-INSERT-AT
               END-IF
           END-PERFORM
           IF WS-SLOT-IDX NOT = ZERO
               IF RH-START-TIME < WS-SN-FIRST-START(WS-SLOT-IDX)
                   MOVE RH-START-TIME TO WS-SN-FIRST-START(WS-SLOT-IDX)
               END-IF
               IF RH-END-TIME > WS-SN-LAST-END(WS-SLOT-IDX)
                   MOVE RH-END-TIME TO WS-SN-LAST-END(WS-SLOT-IDX)
               END-IF
           ELSE
               PERFORM OPEN-STREAM-NIGHT-SLOT
               IF WS-SLOT-IDX NOT = ZERO
                   MOVE RH-RUN-DATE TO WS-SN-DATE(WS-SLOT-IDX)
                   MOVE RH-START-TIME TO WS-SN-FIRST-START(WS-SLOT-IDX)
                   MOVE RH-END-TIME TO WS-SN-LAST-END(WS-SLOT-IDX)
               END-IF
           END-IF.

       OPEN-STREAM-NIGHT-SLOT.
           EVALUATE TRUE
               WHEN WS-LAST < WS-KEEP-NIGHTS
                   PERFORM VARYING WS-NIGHT-IDX FROM WS-LAST BY -1
                           UNTIL WS-NIGHT-IDX < WS-INSERT-AT
                       MOVE WS-SN(WS-NIGHT-IDX)
                           TO WS-SN(WS-NIGHT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-LAST
                   MOVE WS-LAST TO WS-STREAM-NIGHTS
                   MOVE WS-INSERT-AT TO WS-SLOT-IDX
               WHEN WS-INSERT-AT > 1
                   PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                           UNTIL WS-NIGHT-IDX >= WS-INSERT-AT - 1
                       MOVE WS-SN(WS-NIGHT-IDX + 1)
                           TO WS-SN(WS-NIGHT-IDX)
                   END-PERFORM
                   COMPUTE WS-SLOT-IDX = WS-INSERT-AT - 1
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The window runs from the first step start of the latest
      *> night; any step of that night ending beyond it is flagged.
       LOCATE-WINDOW-CLOSE.
           MOVE WS-SN-FIRST-START(WS-STREAM-NIGHTS) TO WS-TIMESTAMP
           PERFORM TIMESTAMP-TO-SECS
           COMPUTE WS-WINDOW-CLOSE-SECS = WS-TS-SECS + WS-WINDOW-SECS.

       REPORT-ONE-STEP.
           MOVE WS-ST-NIGHTS(WS-STEP-IDX) TO WS-LAST
           MOVE WS-ST-SECS(WS-STEP-IDX WS-LAST) TO WS-LATEST-SECS
           MOVE ZERO TO WS-PRIOR-SUM
           COMPUTE WS-PRIOR-COUNT = WS-LAST - 1
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX >= WS-LAST
               ADD WS-ST-SECS(WS-STEP-IDX WS-NIGHT-IDX)
                   TO WS-PRIOR-SUM
           END-PERFORM
           MOVE ZERO TO WS-AVG-SECS
           MOVE ZERO TO WS-CHANGE-PCT
           IF WS-PRIOR-COUNT > ZERO
               COMPUTE WS-AVG-SECS = WS-PRIOR-SUM / WS-PRIOR-COUNT
               IF WS-AVG-SECS > ZERO
                   COMPUTE WS-CHANGE-PCT =
                       (WS-LATEST-SECS - WS-AVG-SECS) * 100
                       / WS-AVG-SECS
               END-IF
           END-IF

           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           IF WS-AVG-SECS > ZERO
                   AND WS-LATEST-SECS * 100 >
                       WS-AVG-SECS * (100 + WS-CREEP-PCT)
               STRING "CREEPING " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-LAST >= 3
               IF WS-ST-SECS(WS-STEP-IDX WS-LAST) >
                       WS-ST-SECS(WS-STEP-IDX WS-LAST - 1)
                   AND WS-ST-SECS(WS-STEP-IDX WS-LAST - 1) >
                       WS-ST-SECS(WS-STEP-IDX WS-LAST - 2)
                   STRING "RISING " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               END-IF
           END-IF
           IF WS-ST-DATE(WS-STEP-IDX WS-LAST) = WS-LATEST-DATE
               MOVE WS-ST-END(WS-STEP-IDX WS-LAST) TO WS-TIMESTAMP
               PERFORM TIMESTAMP-TO-SECS
               IF WS-TS-SECS > WS-WINDOW-CLOSE-SECS
                   STRING "PAST-WINDOW " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               END-IF
           ELSE
               STRING "(last ran " WS-ST-DATE(WS-STEP-IDX WS-LAST)
                   ")" DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-FLAGS NOT = SPACES
                   AND WS-FLAGS(1:1) NOT = "("
               ADD 1 TO WS-FLAGGED-STEPS
           END-IF

           MOVE WS-CHANGE-PCT TO WS-CHANGE-DISP
           STRING WS-ST-STEP-NO(WS-STEP-IDX) "   "
               WS-ST-NAME(WS-STEP-IDX) "  "
               WS-LATEST-SECS "    " WS-AVG-SECS " "
               WS-CHANGE-DISP "  " WS-FLAGS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE.

       REPORT-STREAM-WINDOW.
           MOVE ZERO TO WS-STREAM-SUM
           MOVE ZERO TO WS-STREAM-AVG
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-STREAM-NIGHTS
               PERFORM COMPUTE-STREAM-SECS
               IF WS-NIGHT-IDX < WS-STREAM-NIGHTS
                   ADD WS-STREAM-SECS TO WS-STREAM-SUM
               END-IF
           END-PERFORM
           IF WS-STREAM-NIGHTS > 1
               COMPUTE WS-STREAM-AVG =
                   WS-STREAM-SUM / (WS-STREAM-NIGHTS - 1)
           END-IF
      *> The loop leaves WS-STREAM-SECS holding the latest night.
           STRING "Stream " WS-SN-FIRST-START(WS-STREAM-NIGHTS)
               " - " WS-SN-LAST-END(WS-STREAM-NIGHTS)
               " elapsed " WS-STREAM-SECS "s avg " WS-STREAM-AVG "s"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-STREAM-SECS > WS-WINDOW-SECS
               STRING "*** WINDOW BLOWN - stream ran past the "
                   WS-WINDOW-MINUTES "-minute window"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE "Stream finished inside the window."
                   TO WS-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

       COMPUTE-STREAM-SECS.
           MOVE WS-SN-FIRST-START(WS-NIGHT-IDX) TO WS-TIMESTAMP
           PERFORM TIMESTAMP-TO-SECS
           MOVE WS-TS-SECS TO WS-START-SECS
           MOVE WS-SN-LAST-END(WS-NIGHT-IDX) TO WS-TIMESTAMP
           PERFORM TIMESTAMP-TO-SECS
           MOVE WS-TS-SECS TO WS-END-SECS
           IF WS-END-SECS > WS-START-SECS
               COMPUTE WS-STREAM-SECS = WS-END-SECS - WS-START-SECS
           ELSE
               MOVE ZERO TO WS-STREAM-SECS
           END-IF.

       TIMESTAMP-TO-SECS.
           COMPUTE WS-TS-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TIMESTAMP(1:8))) * 86400
               + FUNCTION NUMVAL(WS-TIMESTAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TIMESTAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-TIMESTAMP(13:2)).

       EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE WINDOW-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
