       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChalBoard IS INITIAL PROGRAM.

      *> Daily challenge leaderboards from DAILYCHAL.DAT, per tier:
      *>   - the day: everyone who finished that day's challenge,
      *>     fewest guesses first, the earlier finish ahead on a tie
      *>   - the month to that day: challenge points run up across
      *>     the days played, scored like a tournament round - the
      *>     tier's range size divided by the guesses used, never
      *>     less than 1 - so turning up every day counts as well as
      *>     guessing well
      *> Top 10 of each, on the screen and in CHALBOARD.DAT. An
      *> attempt still STARTED (abandoned, or still in play) has no
      *> result and is left out, as are dormant, suspended and
      *> closed players.
      *>
      *> Called with "B" (the nightly step) it ranks the business
      *> date; anything else prompts for a day, blank for today.
      *>
      *> RETURN-CODE: 0 boards written, 4 no finished challenge in
      *> the month (the report still says so).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-CHAL-FILE ASSIGN TO "DAILYCHAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-DAILY-CHAL-STATUS.

           SELECT CHAL-BOARD-FILE ASSIGN TO "CHALBOARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAL-BOARD-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

           SELECT PLAYER-MST-FILE ASSIGN TO "PLAYERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-NAME
               FILE STATUS IS WS-PLAYER-MST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-CHAL-FILE.
           COPY "dailychalrec.cpy".

       FD  CHAL-BOARD-FILE.
       01  CHAL-BOARD-LINE          PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       FD  PLAYER-MST-FILE.
           COPY "playermstrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-DAILY-CHAL-STATUS     PIC X(2).
       01  WS-CHAL-BOARD-STATUS     PIC X(2).
       01  WS-EOF-FLAG              PIC X(1).
           88  END-OF-MONTH-ROWS             VALUE "Y".

       01  WS-BOARD-DATE            PIC X(8).
       01  WS-BOARD-MONTH           PIC X(6).
       01  WS-ASK-DATE              PIC X(8).

      *> Range size per tier, for the month points.
       01  WS-TIER-TABLE.
           05  FILLER PIC X(10) VALUE "EASY".
           05  FILLER PIC 9(4)  VALUE 10.
           05  FILLER PIC X(10) VALUE "MEDIUM".
           05  FILLER PIC 9(4)  VALUE 100.
           05  FILLER PIC X(10) VALUE "HARD".
           05  FILLER PIC 9(4)  VALUE 1000.
       01  WS-TIERS REDEFINES WS-TIER-TABLE.
           05  WS-TIER OCCURS 3 TIMES.
               10  WS-TIER-NAME     PIC X(10).
               10  WS-TIER-RANGE    PIC 9(4).
       01  WS-TIER-IDX              PIC 9(1).

       01  WS-DAY-TABLE.
           05  WS-DAY OCCURS 1000 TIMES.
               10  WS-DAY-TIER      PIC X(10).
               10  WS-DAY-NAME      PIC X(20).
               10  WS-DAY-GUESSES   PIC 9(4).
               10  WS-DAY-FINISHED  PIC X(16).
       01  WS-DAY-COUNT             PIC 9(4) VALUE ZERO.

       01  WS-MONTH-TABLE.
           05  WS-MON OCCURS 1000 TIMES.
               10  WS-MON-TIER      PIC X(10).
               10  WS-MON-NAME      PIC X(20).
               10  WS-MON-DAYS      PIC 9(2).
               10  WS-MON-POINTS    PIC 9(6).
       01  WS-MONTH-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-MONTH-ROWS            PIC 9(6) VALUE ZERO.
       01  WS-TABLE-FULL-FLAG       PIC X(1) VALUE "N".
           88  TABLE-WAS-FULL                VALUE "Y".

      *> One tier's entries pulled out for sorting: the day board
      *> sorts on guesses then finish time, the month board on
      *> points then days played.
       01  WS-WORK-TABLE.
           05  WS-WK OCCURS 1000 TIMES.
               10  WS-WK-NAME       PIC X(20).
               10  WS-WK-SCORE      PIC 9(6).
               10  WS-WK-FINISHED   PIC X(16).
               10  WS-WK-DAYS       PIC 9(2).
       01  WS-WORK-COUNT            PIC 9(4).
       01  WS-SWAP-ENTRY            PIC X(44).
       01  WS-FOUND-IDX             PIC 9(4).
       01  WS-DAY-POINTS            PIC 9(6).
       01  WS-I                     PIC 9(4).
       01  WS-J                     PIC 9(4).
       01  WS-RANK                  PIC 9(2).
       01  WS-RANK-DISP             PIC Z9.
       01  WS-RANGE-DISP            PIC Z(3)9.
       01  WS-GUESS-DISP            PIC Z(3)9.
       01  WS-POINTS-DISP           PIC Z(5)9.
       01  WS-DAYS-DISP             PIC Z9.
       01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.

      *> Dormant, suspended and closed players are left off the
      *> boards (CHECK-PLAYER-LISTED).
       01  WS-PLAYER-MST-STATUS     PIC X(2).
       01  WS-LISTING-OPEN-FLAG     PIC X(1) VALUE "N".
       01  WS-LISTED-NAME           PIC X(20).
       01  WS-LISTED-FLAG           PIC X(1).
           88  PLAYER-IS-LISTED              VALUE "Y".

       LINKAGE SECTION.
       01  LS-RUN-FLAG              PIC X(1).

       PROCEDURE DIVISION USING LS-RUN-FLAG.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           IF LS-RUN-FLAG = "B"
               MOVE WS-BUSINESS-DATE TO WS-BOARD-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BOARD-DATE
               PERFORM ACCEPT-BOARD-DATE
           END-IF
           MOVE WS-BOARD-DATE(1:6) TO WS-BOARD-MONTH

           PERFORM LOAD-MONTH-ROWS

           OPEN OUTPUT CHAL-BOARD-FILE
           STRING "Daily challenge leaderboards - day " WS-BOARD-DATE
               " " WS-BUSINESS-DATE-NOTE ", month " WS-BOARD-MONTH
               " to date"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF TABLE-WAS-FULL
               MOVE "(table full - some of the month's results are"
                   TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE " not ranked)" TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               PERFORM WRITE-TIER-BOARDS
           END-PERFORM
           CLOSE CHAL-BOARD-FILE

           IF WS-MONTH-ROWS = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       ACCEPT-BOARD-DATE.
           DISPLAY "Challenge day (YYYYMMDD, blank for "
               WS-BOARD-DATE "): "
           ACCEPT WS-ASK-DATE
           IF WS-ASK-DATE NOT = SPACES
               IF WS-ASK-DATE IS NUMERIC
                       AND WS-ASK-DATE(5:2) >= "01"
                       AND WS-ASK-DATE(5:2) <= "12"
                       AND WS-ASK-DATE(7:2) >= "01"
                       AND WS-ASK-DATE(7:2) <= "31"
                   MOVE WS-ASK-DATE TO WS-BOARD-DATE
               ELSE
                   DISPLAY "Not a YYYYMMDD date - ranking "
                       WS-BOARD-DATE " instead."
               END-IF
           END-IF.

      *> The key leads with the date, so the month to date is one
      *> START on the first of the month and a run forward until
      *> the rows pass the board day.
       LOAD-MONTH-ROWS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM OPEN-PLAYER-LISTING
           OPEN INPUT DAILY-CHAL-FILE
           IF WS-DAILY-CHAL-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO DC-KEY
               STRING WS-BOARD-MONTH "01" DELIMITED BY SIZE
                   INTO DC-CHAL-DATE
               START DAILY-CHAL-FILE KEY IS NOT LESS THAN DC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-MONTH-ROWS
                   READ DAILY-CHAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF DC-CHAL-DATE > WS-BOARD-DATE
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               MOVE DC-PLAYER-NAME TO WS-LISTED-NAME
                               PERFORM CHECK-PLAYER-LISTED
                               IF DC-FINISHED AND PLAYER-IS-LISTED
                                   PERFORM TAKE-ONE-RESULT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-CHAL-FILE
           END-IF
           PERFORM CLOSE-PLAYER-LISTING.

       TAKE-ONE-RESULT.
           ADD 1 TO WS-MONTH-ROWS
           IF DC-CHAL-DATE = WS-BOARD-DATE
               IF WS-DAY-COUNT < 1000
                   ADD 1 TO WS-DAY-COUNT
                   MOVE DC-DIFF-LEVEL TO WS-DAY-TIER(WS-DAY-COUNT)
                   MOVE DC-PLAYER-NAME TO WS-DAY-NAME(WS-DAY-COUNT)
                   MOVE DC-GUESS-COUNT
                       TO WS-DAY-GUESSES(WS-DAY-COUNT)
                   MOVE DC-FINISHED-AT
                       TO WS-DAY-FINISHED(WS-DAY-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF

           MOVE 1 TO WS-DAY-POINTS
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               IF WS-TIER-NAME(WS-TIER-IDX) = DC-DIFF-LEVEL
                       AND DC-GUESS-COUNT > ZERO
                   COMPUTE WS-DAY-POINTS =
                       WS-TIER-RANGE(WS-TIER-IDX) / DC-GUESS-COUNT
               END-IF
           END-PERFORM
           IF WS-DAY-POINTS = ZERO
               MOVE 1 TO WS-DAY-POINTS
           END-IF

           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MONTH-COUNT OR WS-FOUND-IDX > ZERO
               IF WS-MON-TIER(WS-I) = DC-DIFF-LEVEL
                       AND WS-MON-NAME(WS-I) = DC-PLAYER-NAME
                   MOVE WS-I TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
               IF WS-MONTH-COUNT < 1000
                   ADD 1 TO WS-MONTH-COUNT
                   MOVE WS-MONTH-COUNT TO WS-FOUND-IDX
                   MOVE DC-DIFF-LEVEL TO WS-MON-TIER(WS-FOUND-IDX)
                   MOVE DC-PLAYER-NAME TO WS-MON-NAME(WS-FOUND-IDX)
                   MOVE ZERO TO WS-MON-DAYS(WS-FOUND-IDX)
                   MOVE ZERO TO WS-MON-POINTS(WS-FOUND-IDX)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF
           IF WS-FOUND-IDX > ZERO
               ADD 1 TO WS-MON-DAYS(WS-FOUND-IDX)
               ADD WS-DAY-POINTS TO WS-MON-POINTS(WS-FOUND-IDX)
           END-IF.

       WRITE-TIER-BOARDS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-TIER-RANGE(WS-TIER-IDX) TO WS-RANGE-DISP
           STRING FUNCTION TRIM(WS-TIER-NAME(WS-TIER-IDX))
               " (1-" FUNCTION TRIM(WS-RANGE-DISP) ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE ZERO TO WS-WORK-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DAY-COUNT
               IF WS-DAY-TIER(WS-I) = WS-TIER-NAME(WS-TIER-IDX)
                   ADD 1 TO WS-WORK-COUNT
                   MOVE WS-DAY-NAME(WS-I) TO WS-WK-NAME(WS-WORK-COUNT)
                   MOVE WS-DAY-GUESSES(WS-I)
                       TO WS-WK-SCORE(WS-WORK-COUNT)
                   MOVE WS-DAY-FINISHED(WS-I)
                       TO WS-WK-FINISHED(WS-WORK-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-WORK-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J > WS-WORK-COUNT
                   IF WS-WK-SCORE(WS-J) < WS-WK-SCORE(WS-I)
                       OR (WS-WK-SCORE(WS-J) = WS-WK-SCORE(WS-I)
                       AND WS-WK-FINISHED(WS-J) < WS-WK-FINISHED(WS-I))
                       PERFORM SWAP-WORK-ENTRIES
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE "  The day" TO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-WORK-COUNT = ZERO
               MOVE "    nobody has finished this challenge"
                   TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE ZERO TO WS-RANK
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-WORK-COUNT OR WS-RANK >= 10
               ADD 1 TO WS-RANK
               MOVE WS-RANK TO WS-RANK-DISP
               MOVE WS-WK-SCORE(WS-I) TO WS-GUESS-DISP
               STRING "   " WS-RANK-DISP ". " WS-WK-NAME(WS-I)
                   " " WS-GUESS-DISP " guesses"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-PERFORM

           MOVE ZERO TO WS-WORK-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MONTH-COUNT
               IF WS-MON-TIER(WS-I) = WS-TIER-NAME(WS-TIER-IDX)
                   ADD 1 TO WS-WORK-COUNT
                   MOVE WS-MON-NAME(WS-I) TO WS-WK-NAME(WS-WORK-COUNT)
                   MOVE WS-MON-POINTS(WS-I)
                       TO WS-WK-SCORE(WS-WORK-COUNT)
                   MOVE WS-MON-DAYS(WS-I)
                       TO WS-WK-DAYS(WS-WORK-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-WORK-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J > WS-WORK-COUNT
                   IF WS-WK-SCORE(WS-J) > WS-WK-SCORE(WS-I)
                       OR (WS-WK-SCORE(WS-J) = WS-WK-SCORE(WS-I)
                       AND WS-WK-DAYS(WS-J) > WS-WK-DAYS(WS-I))
                       PERFORM SWAP-WORK-ENTRIES
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE "  The month" TO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-WORK-COUNT = ZERO
               MOVE "    no challenge finished this month"
                   TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE ZERO TO WS-RANK
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-WORK-COUNT OR WS-RANK >= 10
               ADD 1 TO WS-RANK
               MOVE WS-RANK TO WS-RANK-DISP
               MOVE WS-WK-SCORE(WS-I) TO WS-POINTS-DISP
               MOVE WS-WK-DAYS(WS-I) TO WS-DAYS-DISP
               STRING "   " WS-RANK-DISP ". " WS-WK-NAME(WS-I)
                   " " WS-POINTS-DISP " points over "
                   WS-DAYS-DISP " day(s)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-PERFORM.

       SWAP-WORK-ENTRIES.
           MOVE WS-WK(WS-I) TO WS-SWAP-ENTRY
           MOVE WS-WK(WS-J) TO WS-WK(WS-I)
           MOVE WS-SWAP-ENTRY TO WS-WK(WS-J).

       EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE CHAL-BOARD-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

           COPY "bizdateread.cpy".

           COPY "playerlisted.cpy".
