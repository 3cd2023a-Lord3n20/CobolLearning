               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.

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

           SELECT DAILY-CHAL-FILE ASSIGN TO "DAILYCHAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-DAILY-CHAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYERHIST-FILE.
       FD  RESULTS-FILE.
       01  RESULTS-LINE             PIC X(80).

       FD  CHG-JOURNAL-FILE.
           COPY "chgjrnrec.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       FD  PLAYER-MST-FILE.
           COPY "playermstrec.cpy".

       FD  PLAYER-SUSP-FILE.
           COPY "playersusprec.cpy".

       FD  DAILY-CHAL-FILE.
           COPY "dailychalrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PLAYERHIST-STATUS     PIC X(2).
       01  WS-GUESSES-STATUS        PIC X(2).
           88  INTERACTIVE-RUN                VALUE "I".
           88  BATCH-RUN                      VALUE "B".
           88  TOURNAMENT-RUN                 VALUE "T".
           88  CHALLENGE-RUN                  VALUE "D".
       01  WS-BATCH-EXHAUSTED       PIC X(1) VALUE "N".
           88  BATCH-IS-EXHAUSTED             VALUE "Y".
       01  WS-VALIDATION-ERRORS     PIC 9(4) VALUE ZERO.
       01  WS-TARGET                PIC 9(4).
       01  WS-TARGET-INVALID        PIC X(1) VALUE "N".

      *> Daily challenge: the target comes from the date and the
      *> tier, so everyone playing a tier that day chases the same
      *> number, and DAILYCHAL.DAT allows each player one attempt.
       01  WS-DAILY-CHAL-STATUS     PIC X(2).
       01  WS-CHAL-DATE             PIC X(8).
       01  WS-CHAL-SEED             PIC 9(10).
       01  WS-CHAL-ALLOWED-FLAG     PIC X(1) VALUE "N".
           88  CHALLENGE-ALLOWED             VALUE "Y".
       01  WS-CHAL-EOF-FLAG         PIC X(1).
           88  END-OF-CHALLENGE-DAY          VALUE "Y".
       01  WS-CHAL-RANK             PIC 9(4).
       01  WS-CHAL-FIELD            PIC 9(4).

       01  WS-GUESS-RAW             PIC X(6).
       01  WS-GUESS                 PIC 9(6).
       01  WS-TRAIL-SPACES          PIC 9(2).
       01  name                     PIC X(20) VALUE "Name".

       01  WS-PLAYER-MST-STATUS     PIC X(2).

      *> A self-registration is a player-master add like any
      *> other, so it goes to the change journal under the name.
       01  WS-CHG-JOURNAL-STATUS    PIC X(2).
       01  WS-JOURNAL-PROGRAM-ID    PIC X(20) VALUE "CobolRocks".
       01  WS-JOURNAL-OPERATOR-ID   PIC X(20).
       01  WS-JOURNAL-FILE-ID       PIC X(12) VALUE "PLAYERMST".
       01  WS-JOURNAL-ACTION        PIC X(10) VALUE "ADD".
       01  WS-JOURNAL-KEY           PIC X(40).
       01  WS-JOURNAL-OLD-IMAGE     PIC X(300) VALUE SPACES.
       01  WS-JOURNAL-NEW-IMAGE     PIC X(300).

       01  WS-CAND-NAME             PIC X(20).
       01  WS-CANON-NAME            PIC X(20).
       01  WS-NAME-OK-FLAG          PIC X(1).
       01  WS-NAME-STATE            PIC X(1).
           88  PLAYER-IS-KNOWN               VALUE "K".
           88  PLAYER-IS-MERGED              VALUE "M".
           88  PLAYER-NEEDS-STANDING         VALUE "S".
       01  WS-NAME-REPLY            PIC X(20).

      *> A player who is not simply ACTIVE has their standing settled
      *> by CHECK-PLAYER-STANDING: suspended and closed players are
      *> turned away, a dormant one is welcomed back.
       01  WS-PLAYER-SUSP-STATUS    PIC X(2).
       01  WS-SUSP-UNTIL            PIC X(8).
       01  WS-SUSP-REASON           PIC X(60).
       01  WS-STANDING-FLAG         PIC X(1).
           88  PLAYER-MAY-PLAY               VALUE "Y".

       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "CobolRocks".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20).
       01  WS-AUDIT-OUTCOME-CODE    PIC X(10).

           PERFORM SELECT-DIFFICULTY

           IF CHALLENGE-RUN
               PERFORM OPEN-CHALLENGE-ATTEMPT
               IF NOT CHALLENGE-ALLOWED
                   GOBACK
               END-IF
           END-IF

           IF BATCH-RUN
               OPEN INPUT GUESSES-FILE
               IF WS-GUESSES-STATUS NOT = "00"
           IF BATCH-RUN
               PERFORM WRITE-BATCH-SUMMARY
           END-IF
           IF CHALLENGE-RUN
               PERFORM RECORD-CHALLENGE-RESULT
           END-IF
           MOVE name TO WS-AUDIT-OPERATOR-ID
           MOVE WS-OUTCOME TO WS-AUDIT-OUTCOME-CODE
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

       SELECT-RUN-MODE.
           DISPLAY "Run mode - (I)nteractive, (B)atch replay,"
               " (T)ournament or (D)aily challenge: "
           ACCEPT WS-RUN-MODE
           IF NOT INTERACTIVE-RUN AND NOT BATCH-RUN
                   AND NOT TOURNAMENT-RUN AND NOT CHALLENGE-RUN
               MOVE "I" TO WS-RUN-MODE
           END-IF.

      *> across the history files, so every typed name must resolve
      *> to a registered player. Interactively the operator picks,
      *> registers or retries; a batch replay has no one to ask, so
      *> an unknown name is registered silently. A merged alias is
      *> looked up again under the name it was merged into, so a
      *> suspended player cannot come back under an old spelling.
       VALIDATE-PLAYER-NAME.
           MOVE "N" TO WS-NAME-OK-FLAG
           PERFORM UNTIL WS-NAME-OK-FLAG = "Y"
                       DISPLAY WS-CAND-NAME " is recorded as "
                           WS-CANON-NAME " - using that name."
                       MOVE WS-CANON-NAME TO WS-CAND-NAME
                   WHEN PLAYER-NEEDS-STANDING
                       PERFORM CHECK-PLAYER-STANDING
                       IF PLAYER-MAY-PLAY
                           MOVE "Y" TO WS-NAME-OK-FLAG
                       ELSE
                           PERFORM REFUSE-PLAYER-NAME
                       END-IF
                   WHEN BATCH-RUN
                       PERFORM REGISTER-PLAYER
                       MOVE "Y" TO WS-NAME-OK-FLAG
               END-EVALUATE
           END-PERFORM.

      *> A replay has nobody to type another name, so it stops.
       REFUSE-PLAYER-NAME.
           IF BATCH-RUN
               DISPLAY "Batch replay not run."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Type another name: "
           ACCEPT WS-CAND-NAME.

       LOOK-UP-PLAYER.
           MOVE "U" TO WS-NAME-STATE
           OPEN INPUT PLAYER-MST-FILE
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

      *> GUESSES.DAT instead of being time-seeded, so a given replay
      *> file reproduces the same WIN/LOSE outcome every run.
       PICK-TARGET.
           EVALUATE TRUE
               WHEN BATCH-RUN
                   IF NOT BATCH-IS-EXHAUSTED
                       PERFORM READ-BATCH-TARGET
                   END-IF
               WHEN CHALLENGE-RUN
                   PERFORM PICK-CHALLENGE-TARGET
               WHEN OTHER
                   PERFORM PICK-RANDOM-TARGET
           END-EVALUATE
           MOVE ZERO TO WS-GUESS.

       PICK-RANDOM-TARGET.
               FUNCTION INTEGER(WS-RANDOM-FRACTION * WS-RANGE-SIZE)
           COMPUTE WS-TARGET = WS-LOW + WS-RANGE-OFFSET.

      *> The challenge seeds RANDOM from the day number and the top
      *> of the tier's range instead of the clock, so the target is
      *> the same for every session that day and differs per tier.
       PICK-CHALLENGE-TARGET.
           COMPUTE WS-CHAL-SEED = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CHAL-DATE)) * 10000 + WS-HIGH
           COMPUTE WS-RANDOM-FRACTION = FUNCTION RANDOM(WS-CHAL-SEED)
           COMPUTE WS-RANGE-SIZE = WS-HIGH - WS-LOW + 1
           COMPUTE WS-RANGE-OFFSET =
               FUNCTION INTEGER(WS-RANDOM-FRACTION * WS-RANGE-SIZE)
           COMPUTE WS-TARGET = WS-LOW + WS-RANGE-OFFSET.

      *> The attempt is booked STARTED before the first guess, so
      *> quitting a bad start and coming back is not a second try.
       OPEN-CHALLENGE-ATTEMPT.
           MOVE "N" TO WS-CHAL-ALLOWED-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CHAL-DATE
           OPEN I-O DAILY-CHAL-FILE
           IF WS-DAILY-CHAL-STATUS = "35"
               OPEN OUTPUT DAILY-CHAL-FILE
               CLOSE DAILY-CHAL-FILE
               OPEN I-O DAILY-CHAL-FILE
           END-IF
           IF WS-DAILY-CHAL-STATUS NOT = "00"
               DISPLAY "Could not open DAILYCHAL.DAT, status "
                   WS-DAILY-CHAL-STATUS
           ELSE
               MOVE WS-CHAL-DATE TO DC-CHAL-DATE
               MOVE WS-DIFF-LEVEL TO DC-DIFF-LEVEL
               MOVE name TO DC-PLAYER-NAME
               READ DAILY-CHAL-FILE KEY IS DC-KEY
               IF WS-DAILY-CHAL-STATUS = "00"
                   IF DC-FINISHED
                       DISPLAY name " has already played today's "
                           FUNCTION TRIM(WS-DIFF-LEVEL)
                           " challenge - " DC-GUESS-COUNT " guesses."
                   ELSE
                       DISPLAY name " has already started today's "
                           FUNCTION TRIM(WS-DIFF-LEVEL)
                           " challenge - one attempt a day."
                   END-IF
                   DISPLAY "A new challenge opens tomorrow."
               ELSE
                   MOVE "STARTED" TO DC-OUTCOME
                   MOVE ZERO TO DC-GUESS-COUNT
                   MOVE FUNCTION CURRENT-DATE TO DC-STARTED-AT
                   MOVE SPACES TO DC-FINISHED-AT
                   WRITE DAILY-CHAL-REC
                   IF WS-DAILY-CHAL-STATUS = "00"
                       MOVE "Y" TO WS-CHAL-ALLOWED-FLAG
                       DISPLAY "Daily challenge " WS-CHAL-DATE " "
                           FUNCTION TRIM(WS-DIFF-LEVEL)
                           " - one attempt, make it count."
                   ELSE
                       DISPLAY "Could not book the attempt in"
                           " DAILYCHAL.DAT, status "
                           WS-DAILY-CHAL-STATUS
                   END-IF
               END-IF
               CLOSE DAILY-CHAL-FILE
           END-IF.

       RECORD-CHALLENGE-RESULT.
           OPEN I-O DAILY-CHAL-FILE
           IF WS-DAILY-CHAL-STATUS = "00"
               MOVE WS-CHAL-DATE TO DC-CHAL-DATE
               MOVE WS-DIFF-LEVEL TO DC-DIFF-LEVEL
               MOVE name TO DC-PLAYER-NAME
               READ DAILY-CHAL-FILE KEY IS DC-KEY
               IF WS-DAILY-CHAL-STATUS = "00"
                   MOVE WS-OUTCOME TO DC-OUTCOME
                   MOVE WS-GUESS-COUNT TO DC-GUESS-COUNT
                   MOVE FUNCTION CURRENT-DATE TO DC-FINISHED-AT
                   REWRITE DAILY-CHAL-REC
               END-IF
               IF WS-DAILY-CHAL-STATUS NOT = "00"
                   DISPLAY "Could not record the result in"
                       " DAILYCHAL.DAT, status " WS-DAILY-CHAL-STATUS
               END-IF
               CLOSE DAILY-CHAL-FILE
               PERFORM SHOW-CHALLENGE-PLACE
           ELSE
               DISPLAY "Could not open DAILYCHAL.DAT, status "
                   WS-DAILY-CHAL-STATUS
           END-IF.

      *> Place so far among today's finished attempts at this tier;
      *> ChalBoard prints the full day and month tables.
       SHOW-CHALLENGE-PLACE.
           MOVE 1 TO WS-CHAL-RANK
           MOVE ZERO TO WS-CHAL-FIELD
           MOVE "N" TO WS-CHAL-EOF-FLAG
           OPEN INPUT DAILY-CHAL-FILE
           MOVE WS-CHAL-DATE TO DC-CHAL-DATE
           MOVE WS-DIFF-LEVEL TO DC-DIFF-LEVEL
           MOVE LOW-VALUES TO DC-PLAYER-NAME
           START DAILY-CHAL-FILE KEY IS NOT LESS THAN DC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CHAL-EOF-FLAG
           END-START
           PERFORM UNTIL END-OF-CHALLENGE-DAY
               READ DAILY-CHAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CHAL-EOF-FLAG
                   NOT AT END
                       IF DC-CHAL-DATE NOT = WS-CHAL-DATE
                               OR DC-DIFF-LEVEL NOT = WS-DIFF-LEVEL
                           MOVE "Y" TO WS-CHAL-EOF-FLAG
                       ELSE
                           IF DC-FINISHED
                               ADD 1 TO WS-CHAL-FIELD
                               IF DC-GUESS-COUNT < WS-GUESS-COUNT
                                   ADD 1 TO WS-CHAL-RANK
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAILY-CHAL-FILE
           DISPLAY "Today's " FUNCTION TRIM(WS-DIFF-LEVEL)
               " challenge: " name " is placed " WS-CHAL-RANK
               " of " WS-CHAL-FIELD " so far.".

       READ-BATCH-TARGET.
           MOVE ZERO TO WS-TARGET
           READ GUESSES-FILE INTO WS-GUESS-RAW
           END-READ.

       READ-VALID-GUESS.
           IF BATCH-RUN
               PERFORM READ-BATCH-GUESS
           ELSE
               PERFORM READ-INTERACTIVE-GUESS
           END-IF.

       READ-INTERACTIVE-GUESS.
           END-IF
           CLOSE PLAYERHIST-FILE.

           COPY "chgjrnwrite.cpy".

           COPY "auditwrite.cpy".

           COPY "playerstand.cpy".
