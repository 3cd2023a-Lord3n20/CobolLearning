      *> Builds the structured daily extract the partner push sends:
      *> a header record, D1 detail records for all three difficulty
      *> tiers' top-10 lists, D2 detail records for the full
      *> tic-tac-toe standings with ratings, D3 detail records for
      *> the business date's daily challenge results, and a trailer
      *> carrying the record counts so the partner can validate they
      *> received the whole file. Reads the persistent rollup
      *> summaries, so it runs after GuessReport and TttReport in
      *> the nightly stream.
      *>
      *> Record layouts in DAILYEXTRACT.DAT:
      *>   H  yyyymmdd hhmmss
      *>   D1 tier(10) rank(2) player(20) best-guesses(4)
      *>   D2 player(20) wins(4) losses(4) draws(4) rating(4)
      *>   D3 date(8) tier(10) rank(4) player(20) guesses(4)
      *>   T  d1-count(4) d2-count(4) total-records(6) d3-count(4)
      *> The D3 count follows the total so the columns partners
      *> already read off the trailer stay where they were.
      *>
      *> Dormant, suspended and closed players are left out of all
      *> three detail types until they are ACTIVE again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS XC-DATE
               FILE STATUS IS WS-EXTRACT-CAT-STATUS.

           SELECT DAILY-CHAL-FILE ASSIGN TO "DAILYCHAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-DAILY-CHAL-STATUS.

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
       FD  GUESS-SUMMARY-FILE.
       FD  EXTRACT-CAT-FILE.
           COPY "extractcatrec.cpy".

       FD  DAILY-CHAL-FILE.
           COPY "dailychalrec.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       FD  PLAYER-MST-FILE.
           COPY "playermstrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-GUESS-SUMMARY-STATUS  PIC X(2).
       01  WS-TTT-SUMMARY-STATUS    PIC X(2).
       01  WS-RATINGS-STATUS        PIC X(2).
       01  WS-EXTRACT-STATUS        PIC X(2).
       01  WS-EXTRACT-GEN-STATUS    PIC X(2).
       01  WS-EXTRACT-CAT-STATUS    PIC X(2).
       01  WS-DAILY-CHAL-STATUS     PIC X(2).
       01  WS-EXTRACT-OUT-LINE      PIC X(80).
       01  WS-GEN-LINE-NO           PIC 9(4) VALUE ZERO.
       01  WS-GEN-RUN-DATE          PIC X(8).
               10  WS-TE-GUESSES    PIC 9(4).
       01  WS-TIER-ENTRY-COUNT      PIC 9(4).

      *> The business date's finished challenge attempts, all tiers.
       01  WS-CHAL-TABLE.
           05  WS-CE OCCURS 1000 TIMES.
               10  WS-CE-TIER       PIC X(10).
               10  WS-CE-NAME       PIC X(20).
               10  WS-CE-GUESSES    PIC 9(4).
               10  WS-CE-FINISHED   PIC X(16).
       01  WS-CHAL-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-SWAP-CHAL             PIC X(50).
       01  WS-CHAL-RANK             PIC 9(4).

       01  WS-TIER-IDX              PIC 9(1).
       01  WS-I                     PIC 9(4).
       01  WS-J                     PIC 9(4).

       01  WS-D1-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-D2-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-D3-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-COUNT           PIC 9(6) VALUE ZERO.

       01  WS-HEADER-REC.
           05  WS-D2-RATING         PIC 9(4).
           05  FILLER               PIC X(38) VALUE SPACES.

       01  WS-D3-REC.
           05  FILLER               PIC X(3) VALUE "D3 ".
           05  WS-D3-DATE           PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-D3-TIER           PIC X(10).
           05  WS-D3-RANK           PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-D3-PLAYER         PIC X(20).
           05  WS-D3-GUESSES        PIC 9(4).
           05  FILLER               PIC X(29) VALUE SPACES.

       01  WS-TRAILER-REC.
           05  FILLER               PIC X(3) VALUE "T  ".
           05  WS-T-D1-COUNT        PIC 9(4).
           05  WS-T-D2-COUNT        PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-T-TOTAL           PIC 9(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-T-D3-COUNT        PIC 9(4).
           05  FILLER               PIC X(56) VALUE SPACES.

      *> Dormant, suspended and closed players are left off the
      *> boards (CHECK-PLAYER-LISTED).
       01  WS-PLAYER-MST-STATUS     PIC X(2).
       01  WS-LISTING-OPEN-FLAG     PIC X(1) VALUE "N".
       01  WS-LISTED-NAME           PIC X(20).
       01  WS-LISTED-FLAG           PIC X(1).
           88  PLAYER-IS-LISTED              VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-GUESS-SUMMARY
           PERFORM LOAD-RATINGS
           PERFORM READ-BUSINESS-DATE
           PERFORM OPEN-PLAYER-LISTING

           OPEN OUTPUT EXTRACT-FILE
           PERFORM OPEN-GENERATION-STORE
           MOVE WS-BUSINESS-DATE TO WS-H-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-H-TIME
           MOVE WS-HEADER-REC TO WS-EXTRACT-OUT-LINE
           PERFORM WRITE-EXTRACT-RECORD

           PERFORM WRITE-STANDINGS-DETAILS

           PERFORM LOAD-CHALLENGE-RESULTS
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               PERFORM WRITE-TIER-CHALLENGE
           END-PERFORM

           MOVE WS-D1-COUNT TO WS-T-D1-COUNT
           MOVE WS-D2-COUNT TO WS-T-D2-COUNT
           MOVE WS-D3-COUNT TO WS-T-D3-COUNT
           ADD 1 TO WS-TOTAL-COUNT
           MOVE WS-TOTAL-COUNT TO WS-T-TOTAL
           MOVE WS-TRAILER-REC TO WS-EXTRACT-OUT-LINE
           PERFORM WRITE-EXTRACT-RECORD
           CLOSE EXTRACT-FILE
           PERFORM CLOSE-PLAYER-LISTING
           PERFORM CATALOG-GENERATION

           DISPLAY "Extract written: " WS-D1-COUNT " leader rows, "
               WS-D2-COUNT " standings rows, " WS-D3-COUNT
               " challenge rows."
           IF WS-D1-COUNT = ZERO AND WS-D2-COUNT = ZERO
                   AND WS-D3-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO WS-TIER-ENTRY-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SUM-COUNT
               IF WS-SUM-DIFF(WS-I) = WS-TIER-NAME(WS-TIER-IDX)
                   MOVE WS-SUM-NAME(WS-I) TO WS-LISTED-NAME
                   PERFORM CHECK-PLAYER-LISTED
                   IF PLAYER-IS-LISTED
                       ADD 1 TO WS-TIER-ENTRY-COUNT
                       MOVE WS-SUM-NAME(WS-I)
                           TO WS-TE-NAME(WS-TIER-ENTRY-COUNT)
                       MOVE WS-SUM-BEST(WS-I)
                           TO WS-TE-GUESSES(WS-TIER-ENTRY-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           END-IF.

       WRITE-ONE-STANDING.
           MOVE TS-PLAYER-NAME TO WS-LISTED-NAME
           PERFORM CHECK-PLAYER-LISTED
           IF PLAYER-IS-LISTED
               PERFORM WRITE-LISTED-STANDING
           END-IF.

       WRITE-LISTED-STANDING.
           MOVE TS-PLAYER-NAME TO WS-D2-PLAYER
           MOVE TS-WINS TO WS-D2-WINS
           MOVE TS-LOSSES TO WS-D2-LOSSES
           ADD 1 TO WS-D2-COUNT
           ADD 1 TO WS-TOTAL-COUNT.

      *> Challenge rows are keyed date first, so the business date is
      *> one START and a run forward. An attempt still STARTED has no
      *> result to send.
       LOAD-CHALLENGE-RESULTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DAILY-CHAL-FILE
           IF WS-DAILY-CHAL-STATUS NOT = "00"
               CONTINUE
           ELSE
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
                               MOVE DC-PLAYER-NAME TO WS-LISTED-NAME
                               PERFORM CHECK-PLAYER-LISTED
                               IF DC-FINISHED AND PLAYER-IS-LISTED
                                       AND WS-CHAL-COUNT < 1000
                                   ADD 1 TO WS-CHAL-COUNT
                                   MOVE DC-DIFF-LEVEL
                                       TO WS-CE-TIER(WS-CHAL-COUNT)
                                   MOVE DC-PLAYER-NAME
                                       TO WS-CE-NAME(WS-CHAL-COUNT)
                                   MOVE DC-GUESS-COUNT
                                       TO WS-CE-GUESSES(WS-CHAL-COUNT)
                                   MOVE DC-FINISHED-AT
                                       TO WS-CE-FINISHED(WS-CHAL-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-CHAL-FILE
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-CHAL-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J > WS-CHAL-COUNT
                   IF WS-CE-GUESSES(WS-J) < WS-CE-GUESSES(WS-I)
                       OR (WS-CE-GUESSES(WS-J) = WS-CE-GUESSES(WS-I)
                       AND WS-CE-FINISHED(WS-J) < WS-CE-FINISHED(WS-I))
                       MOVE WS-CE(WS-I) TO WS-SWAP-CHAL
                       MOVE WS-CE(WS-J) TO WS-CE(WS-I)
                       MOVE WS-SWAP-CHAL TO WS-CE(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> Every finisher goes out, not just a top 10: fewest guesses
      *> first, the earlier finish ahead on a tie.
       WRITE-TIER-CHALLENGE.
           MOVE ZERO TO WS-CHAL-RANK
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CHAL-COUNT
               IF WS-CE-TIER(WS-I) = WS-TIER-NAME(WS-TIER-IDX)
                   ADD 1 TO WS-CHAL-RANK
                   MOVE WS-BUSINESS-DATE TO WS-D3-DATE
                   MOVE WS-CE-TIER(WS-I) TO WS-D3-TIER
                   MOVE WS-CHAL-RANK TO WS-D3-RANK
                   MOVE WS-CE-NAME(WS-I) TO WS-D3-PLAYER
                   MOVE WS-CE-GUESSES(WS-I) TO WS-D3-GUESSES
                   MOVE WS-D3-REC TO WS-EXTRACT-OUT-LINE
                   PERFORM WRITE-EXTRACT-RECORD
                   ADD 1 TO WS-D3-COUNT
                   ADD 1 TO WS-TOTAL-COUNT
               END-IF
           END-PERFORM.

       LOOKUP-RATING.
           MOVE 1000 TO WS-DISPLAY-RATING
           PERFORM VARYING WS-J FROM 1 BY 1
               END-IF
           END-PERFORM.

      *> The run date is the business date, taken once here and
      *> reused through the catalog write, so a run that straddles
      *> midnight still lands all its lines and its catalog row under
      *> one date - line by line CURRENT-DATE would split a
      *> generation in two and leave ExtResend finding half its
      *> lines "missing".
       OPEN-GENERATION-STORE.
           OPEN I-O EXTRACT-GEN-FILE
           IF WS-EXTRACT-GEN-STATUS = "35"
               OPEN I-O EXTRACT-GEN-FILE
           END-IF
           MOVE ZERO TO WS-GEN-LINE-NO
           MOVE WS-BUSINESS-DATE TO WS-GEN-RUN-DATE.

      *> WRITE first and REWRITE on the duplicate-key status, so a
      *> same-day rerun replaces its generation line for line.
               REWRITE EXTRACT-CAT-REC
           END-IF
           CLOSE EXTRACT-CAT-FILE.

           COPY "bizdateread.cpy".

           COPY "playerlisted.cpy".
