               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATORS-STATUS.

           SELECT CHG-JOURNAL-FILE ASSIGN TO "CHGJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-JOURNAL-STATUS.

           SELECT RUN-STATE-FILE ASSIGN TO "RUNSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATE-STATUS.
       FD  OPERATORS-FILE.
           COPY "operrec.cpy".

       FD  CHG-JOURNAL-FILE.
           COPY "chgjrnrec.cpy".

       FD  RUN-STATE-FILE.
       01  RUN-STATE-LINE           PIC X(30).

           88  WS-CHOSE-NAME-MERGE           VALUE "E" "e".
           88  WS-CHOSE-RESTORE              VALUE "F" "f".
           88  WS-CHOSE-CLEAR-LOCK           VALUE "G" "g".
           88  WS-CHOSE-SEASON-END           VALUE "H" "h".
           88  WS-CHOSE-CHG-APPROVE          VALUE "I" "i".
           88  WS-CHOSE-JRN-INQUIRY          VALUE "J" "j".
           88  WS-CHOSE-BIZ-DATE             VALUE "K" "k".
           88  WS-CHOSE-SCORECARD            VALUE "L" "l".
           88  WS-CHOSE-CHAL-BOARD           VALUE "M" "m".
           88  WS-CHOSE-ROLL-CHECK           VALUE "N" "n".
           88  WS-CHOSE-PLAYER-MAINT         VALUE "O" "o".
           88  WS-CHOSE-EXIT                 VALUE "0".
      *> Options that touch files the nightly stream is rewriting:
      *> the games and their rollup sources, the HTTP client and
      *> queue, the step table, the extract re-send, the report
      *> subscriptions ReportDist reads mid-stream, the player merge
      *> that rewrites the rollups, the backup restore that
      *> recreates the masters outright, and the season close that
      *> resets the rollups, the change approval screen that
      *> runs the merges, restores and re-sends once approved, the
      *> business date control the stream opens and closes, and the
      *> rollup rebuild that reads what the nightly merges write,
      *> and the player suspensions the Dormancy step also settles.
           88  WS-CHOSE-CONFLICTING          VALUES "1" "2" "3"
               "5" "7" "8" "C" "c" "E" "e" "F" "f" "H" "h"
               "I" "i" "K" "k" "N" "n" "O" "o".

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-OPERATOR-ROLE         PIC X(10).
           88  OPERATOR-IS-SUPERVISOR        VALUE "SUPERVISOR".
       01  WS-OPERATORS-STATUS      PIC X(2).

      *> The lockout and a PIN change are the two operator-master
      *> changes made from here; both go to the change journal.
       01  WS-CHG-JOURNAL-STATUS    PIC X(2).
       01  WS-JOURNAL-PROGRAM-ID    PIC X(20) VALUE "OperatorMenu".
       01  WS-JOURNAL-OPERATOR-ID   PIC X(20).
       01  WS-JOURNAL-FILE-ID       PIC X(12) VALUE "OPERATORS".
       01  WS-JOURNAL-ACTION        PIC X(10).
       01  WS-JOURNAL-KEY           PIC X(40).
       01  WS-JOURNAL-OLD-IMAGE     PIC X(300).
       01  WS-JOURNAL-NEW-IMAGE     PIC X(300).
       01  WS-SIGNON-FLAG           PIC X(1) VALUE "N".
           88  SIGNED-ON                     VALUE "Y".
       01  WS-SIGNON-TRIES          PIC 9(1) VALUE ZERO.
      *> maintenance screen.
       01  WS-RPTSUB-SCREEN-FLAG    PIC X(1) VALUE "I".

      *> Passed to NameMerge so it prompts for the two names (its
      *> unattended path only engages when the flag is "B").
       01  WS-MERGE-SCREEN-FLAG     PIC X(1) VALUE "I".
       01  WS-MERGE-UNUSED-ALIAS    PIC X(20) VALUE SPACE.
       01  WS-MERGE-UNUSED-CANON    PIC X(20) VALUE SPACE.

      *> Passed to RestoreMst and ExtResend so they prompt for the
      *> generation and record a change request (their unattended
      *> paths only engage when the flag is "B").
       01  WS-RESTORE-SCREEN-FLAG   PIC X(1) VALUE "I".
       01  WS-RESTORE-UNUSED-DATE   PIC X(8) VALUE SPACE.
       01  WS-RESTORE-UNUSED-FILE   PIC X(12) VALUE SPACE.
       01  WS-RESEND-SCREEN-FLAG    PIC X(1) VALUE "I".
       01  WS-RESEND-UNUSED-DATE    PIC X(8) VALUE SPACE.

      *> Passed to Scorecard so it asks which month to report and
      *> writes SCORECARD.ADH (its unattended month-to-date path and
      *> the SCORECARD.DAT ReportDist sends only engage on "B").
       01  WS-SCORECARD-SCREEN-FLAG PIC X(1) VALUE "I".
      *> Likewise ChalBoard asks which day to rank.
       01  WS-CHAL-BOARD-SCREEN-FLAG PIC X(1) VALUE "I".
      *> And RollCheck only records a change request for the rollups
      *> it finds drifting.
       01  WS-ROLL-CHECK-SCREEN-FLAG PIC X(1) VALUE "I".
       01  WS-ROLL-CHECK-UNUSED-FILES PIC X(4) VALUE SPACE.
      *> TicTacToe opens on its game menu (its scripted run only
      *> starts by itself on "B").
       01  WS-TTT-SCREEN-FLAG       PIC X(1) VALUE "I".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM UNTIL SIGNED-ON OR WS-SIGNON-TRIES >= 3
                   WHEN WS-OPERATORS-STATUS NOT = "00"
                           OR OP-ACTIVE-FLAG NOT = "Y"
                       DISPLAY "Unknown or inactive operator ID."
                       PERFORM AUDIT-SIGNON-FAILURE
                   WHEN OP-LOCK-FLAG = "L"
                       DISPLAY "Operator ID is locked - ask a"
                           " supervisor to clear it."
                       PERFORM AUDIT-SIGNON-FAILURE
                   WHEN OTHER
                       PERFORM VERIFY-OPERATOR-PIN
               END-EVALUATE
               CLOSE OPERATORS-FILE
           END-IF.

      *> Every refused attempt is on the trail, not just the one that
      *> locks the ID, so the monthly scorecard can count them.
       AUDIT-SIGNON-FAILURE.
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           MOVE "SIGNONFAIL" TO WS-AUDIT-OUTCOME-CODE
           PERFORM WRITE-AUDIT-RECORD.

      *> Three bad PINs lock the ID until a supervisor clears it in
      *> OperMaint, so a borrowed or guessed-at ID stops working
      *> instead of quietly signing someone else's name to the audit
                   REWRITE OPERATOR-REC
               END-IF
           ELSE
               PERFORM AUDIT-SIGNON-FAILURE
               MOVE OPERATOR-REC TO WS-JOURNAL-OLD-IMAGE
               ADD 1 TO OP-FAIL-COUNT
               IF OP-FAIL-COUNT >= 3
                   MOVE "L" TO OP-LOCK-FLAG
                   DISPLAY "Wrong PIN."
               END-IF
               REWRITE OPERATOR-REC
               IF OP-LOCK-FLAG = "L" AND WS-OPERATORS-STATUS = "00"
                   MOVE "LOCK" TO WS-JOURNAL-ACTION
                   PERFORM JOURNAL-OPERATOR-CHANGE
               END-IF
           END-IF.

       CHANGE-OWN-PIN.
               WHEN WS-NEW-PIN IS NOT NUMERIC
                   DISPLAY "PIN must be 4 digits - nothing changed."
               WHEN OTHER
                   MOVE OPERATOR-REC TO WS-JOURNAL-OLD-IMAGE
                   MOVE WS-NEW-PIN TO OP-PIN
                   REWRITE OPERATOR-REC
                   IF WS-OPERATORS-STATUS NOT = "00"
                       MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
                       MOVE "PINCHANGE" TO WS-AUDIT-OUTCOME-CODE
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE "PINCHANGE" TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-OPERATOR-CHANGE
                   END-IF
           END-EVALUATE.

       JOURNAL-OPERATOR-CHANGE.
           MOVE WS-OPERATOR-ID TO WS-JOURNAL-OPERATOR-ID
           MOVE OP-OPERATOR-ID TO WS-JOURNAL-KEY
           MOVE OPERATOR-REC TO WS-JOURNAL-NEW-IMAGE
           PERFORM WRITE-JOURNAL-RECORD.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "===== Operator Menu ====="
           DISPLAY "F - Restore master backups (supervisors only)"
           DISPLAY "G - Clear batch run-state lock (supervisors"
               " only)"
           DISPLAY "H - Close the season (supervisors only)"
           DISPLAY "I - Approve or reject pending changes"
               " (supervisors only)"
           DISPLAY "J - Master change journal (supervisors only)"
           DISPLAY "K - Business date and reruns (supervisors only)"
           DISPLAY "L - Monthly operations scorecard"
           DISPLAY "M - Daily challenge leaderboards"
           DISPLAY "N - Rebuild and compare the rollups (supervisors"
               " only)"
           DISPLAY "O - Player suspensions (supervisors only)"
           DISPLAY "0 - Exit"
           ACCEPT WS-MENU-CHOICE.

       DISPATCH-SELECTION.
           EVALUATE TRUE
               WHEN WS-CHOSE-TICTACTOE
                   CALL "TicTacToe" USING WS-TTT-SCREEN-FLAG
                   MOVE "TicTacToe" TO WS-AUDIT-LAUNCHED-ID
                   PERFORM LOG-SELECTION
               WHEN WS-CHOSE-GUESSING-GAME
               WHEN WS-CHOSE-EXT-RESEND
                   IF OPERATOR-IS-SUPERVISOR
                       CALL "ExtResend" USING WS-OPERATOR-ID
                           WS-OPERATOR-ROLE WS-RESEND-SCREEN-FLAG
                           WS-RESEND-UNUSED-DATE
                       MOVE "ExtResend" TO WS-AUDIT-LAUNCHED-ID
                       PERFORM LOG-SELECTION
                   ELSE
               WHEN WS-CHOSE-RPT-SUBS
                   IF OPERATOR-IS-SUPERVISOR
                       CALL "ReportDist" USING WS-RPTSUB-SCREEN-FLAG
                           WS-OPERATOR-ID
                       MOVE "ReportDist" TO WS-AUDIT-LAUNCHED-ID
                       PERFORM LOG-SELECTION
                   ELSE
               WHEN WS-CHOSE-NAME-MERGE
                   IF OPERATOR-IS-SUPERVISOR
                       CALL "NameMerge" USING WS-OPERATOR-ID
                           WS-MERGE-SCREEN-FLAG WS-MERGE-UNUSED-ALIAS
                           WS-MERGE-UNUSED-CANON
                       MOVE "NameMerge" TO WS-AUDIT-LAUNCHED-ID
                       PERFORM LOG-SELECTION
                   ELSE
               WHEN WS-CHOSE-RESTORE
                   IF OPERATOR-IS-SUPERVISOR
                       CALL "RestoreMst" USING WS-OPERATOR-ID
                           WS-RESTORE-SCREEN-FLAG WS-RESTORE-UNUSED-DATE
                           WS-RESTORE-UNUSED-FILE
                       MOVE "RestoreMst" TO WS-AUDIT-LAUNCHED-ID
                       PERFORM LOG-SELECTION
                   ELSE
                       DISPLAY "Clearing the run-state lock is"
                           " restricted to supervisors."
                   END-IF
               WHEN WS-CHOSE-SEASON-END
                   IF OPERATOR-IS-SUPERVISOR
                       CALL "SeasonEnd" USING WS-OPERATOR-ID
                       MOVE "SeasonEnd" TO WS-AUDIT-LAUNCHED-ID
                       PERFORM LOG-SELECTION
                   ELSE
                       DISPLAY "Season close is restricted to"
                           " supervisors."
                   END-IF
               WHEN WS-CHOSE-CHG-APPROVE
                   IF OPERATOR-IS-SUPERVISOR
                       CALL "ChgApprove" USING WS-OPERATOR-ID
                           WS-OPERATOR-ROLE
                       MOVE "ChgApprove" TO WS-AUDIT-LAUNCHED-ID
                       PERFORM LOG-SELECTION
                   ELSE
                       DISPLAY "Change approval is restricted to"
                           " supervisors."
                   END-IF
               WHEN WS-CHOSE-JRN-INQUIRY
                   IF OPERATOR-IS-SUPERVISOR
                       CALL "JrnInquiry"
                       MOVE "JrnInquiry" TO WS-AUDIT-LAUNCHED-ID
                       PERFORM LOG-SELECTION
                   ELSE
                       DISPLAY "The change journal is restricted to"
                           " supervisors."
                   END-IF
               WHEN WS-CHOSE-BIZ-DATE
                   IF OPERATOR-IS-SUPERVISOR
                       CALL "BizDate" USING WS-OPERATOR-ID
                       MOVE "BizDate" TO WS-AUDIT-LAUNCHED-ID
                       PERFORM LOG-SELECTION
                   ELSE
                       DISPLAY "Business date control is restricted"
                           " to supervisors."
                   END-IF
               WHEN WS-CHOSE-SCORECARD
                   CALL "Scorecard" USING WS-SCORECARD-SCREEN-FLAG
                   MOVE "Scorecard" TO WS-AUDIT-LAUNCHED-ID
                   PERFORM LOG-SELECTION
               WHEN WS-CHOSE-CHAL-BOARD
                   CALL "ChalBoard" USING WS-CHAL-BOARD-SCREEN-FLAG
                   MOVE "ChalBoard" TO WS-AUDIT-LAUNCHED-ID
                   PERFORM LOG-SELECTION
               WHEN WS-CHOSE-ROLL-CHECK
                   IF OPERATOR-IS-SUPERVISOR
                       CALL "RollCheck" USING WS-OPERATOR-ID
                           WS-ROLL-CHECK-SCREEN-FLAG
                           WS-ROLL-CHECK-UNUSED-FILES
                       MOVE "RollCheck" TO WS-AUDIT-LAUNCHED-ID
                       PERFORM LOG-SELECTION
                   ELSE
                       DISPLAY "The rollup rebuild is restricted to"
                           " supervisors."
                   END-IF
               WHEN WS-CHOSE-PLAYER-MAINT
                   IF OPERATOR-IS-SUPERVISOR
                       CALL "PlayerMaint" USING WS-OPERATOR-ID
                       MOVE "PlayerMaint" TO WS-AUDIT-LAUNCHED-ID
                       PERFORM LOG-SELECTION
                   ELSE
                       DISPLAY "Player maintenance is restricted to"
                           " supervisors."
                   END-IF
               WHEN WS-CHOSE-EXIT
                   CONTINUE
               WHEN OTHER
               END-IF
           END-IF.

           COPY "chgjrnwrite.cpy".

       LOG-SELECTION.
           MOVE WS-OPERATOR-ID        TO WS-AUDIT-OPERATOR-ID
           MOVE WS-AUDIT-LAUNCHED-ID  TO WS-AUDIT-OUTCOME-CODE
