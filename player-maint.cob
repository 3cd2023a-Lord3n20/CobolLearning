       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlayerMaint IS INITIAL PROGRAM.

      *> Maintenance screen for player standing: suspend a player
      *> (with a reason and, optionally, the last day of the
      *> suspension), reinstate a suspended player early, or list
      *> the players under suspension. The reason and dates are kept
      *> on PLAYERSUSP.DAT beside the master row, whose PM-STATUS
      *> reads SUSPENDED for as long as the suspension stands; both
      *> games refuse the player meanwhile. A suspension with an end
      *> date lifts itself the day after - whichever of the games or
      *> the nightly Dormancy step gets there first.
      *> Every change goes to CHGJOURNAL.DAT under the supervisor
      *> and to AUDITLOG.DAT under the player's name (SUSPENDED or
      *> REINSTATED), so it shows at handover.
      *> OperatorMenu only offers this option to supervisors.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MST-FILE ASSIGN TO "PLAYERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-NAME
               FILE STATUS IS WS-PLAYER-MST-STATUS.

           SELECT PLAYER-SUSP-FILE ASSIGN TO "PLAYERSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-PLAYER-NAME
               FILE STATUS IS WS-PLAYER-SUSP-STATUS.

           SELECT CHG-JOURNAL-FILE ASSIGN TO "CHGJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-JOURNAL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MST-FILE.
           COPY "playermstrec.cpy".

       FD  PLAYER-SUSP-FILE.
           COPY "playersusprec.cpy".

       FD  CHG-JOURNAL-FILE.
           COPY "chgjrnrec.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PLAYER-MST-STATUS     PIC X(2).
       01  WS-PLAYER-SUSP-STATUS    PIC X(2).
       01  WS-MAINT-CHOICE          PIC X(1).
           88  MAINT-SUSPEND                 VALUE "S" "s".
           88  MAINT-REINSTATE               VALUE "R" "r".
           88  MAINT-LIST                    VALUE "L" "l".
       01  WS-PLAYER-NAME           PIC X(20).
       01  WS-TODAY                 PIC X(8).
       01  WS-ASK-DATE              PIC X(8).
       01  WS-ASK-INT               PIC 9(8).
       01  WS-ASK-CHECK             PIC 9(8).
       01  WS-ASK-REASON            PIC X(60).
       01  WS-DATE-OK-FLAG          PIC X(1).
           88  DATE-IS-OK                    VALUE "Y".
       01  WS-SUSP-LIFTED-FLAG      PIC X(1).
           88  SUSPENSION-LIFTED             VALUE "Y".
       01  WS-EOF-FLAG              PIC X(1).
           88  END-OF-SUSPENSIONS            VALUE "Y".
       01  WS-LISTED-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-UNTIL-TEXT            PIC X(8).
       01  WS-NEW-STATUS            PIC X(10).

       01  WS-CHG-JOURNAL-STATUS    PIC X(2).
       01  WS-JOURNAL-PROGRAM-ID    PIC X(20) VALUE "PlayerMaint".
       01  WS-JOURNAL-OPERATOR-ID   PIC X(20).
       01  WS-JOURNAL-FILE-ID       PIC X(12).
       01  WS-JOURNAL-ACTION        PIC X(10).
       01  WS-JOURNAL-KEY           PIC X(40).
       01  WS-JOURNAL-OLD-IMAGE     PIC X(300).
       01  WS-JOURNAL-NEW-IMAGE     PIC X(300).

       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "PlayerMaint".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20).
       01  WS-AUDIT-OUTCOME-CODE    PIC X(10).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID           PIC X(20).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE LS-OPERATOR-ID TO WS-JOURNAL-OPERATOR-ID
           DISPLAY "(S)uspend, (R)einstate or (L)ist suspended"
               " players: "
           ACCEPT WS-MAINT-CHOICE
           IF NOT MAINT-SUSPEND AND NOT MAINT-REINSTATE
               MOVE "L" TO WS-MAINT-CHOICE
           END-IF

           EVALUATE TRUE
               WHEN MAINT-SUSPEND
                   DISPLAY "Player name: "
                   ACCEPT WS-PLAYER-NAME
                   PERFORM SUSPEND-PLAYER
               WHEN MAINT-REINSTATE
                   DISPLAY "Player name: "
                   ACCEPT WS-PLAYER-NAME
                   PERFORM REINSTATE-PLAYER
               WHEN OTHER
                   PERFORM LIST-SUSPENSIONS
           END-EVALUATE

           MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           MOVE "MAINTAIN" TO WS-AUDIT-OUTCOME-CODE
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

      *> Only an ACTIVE or DORMANT player can be suspended: a merged
      *> alias is suspended under the name it was merged into, and a
      *> CLOSED player cannot play anyway.
       SUSPEND-PLAYER.
           OPEN I-O PLAYER-MST-FILE
           IF WS-PLAYER-MST-STATUS = "35"
               DISPLAY "No player master found in PLAYERMST.DAT."
           ELSE
               MOVE WS-PLAYER-NAME TO PM-PLAYER-NAME
               READ PLAYER-MST-FILE KEY IS PM-PLAYER-NAME
               EVALUATE TRUE
                   WHEN WS-PLAYER-MST-STATUS NOT = "00"
                       DISPLAY "Player not found: " WS-PLAYER-NAME
                   WHEN PM-STATUS = "MERGED"
                       DISPLAY WS-PLAYER-NAME " was merged into "
                           PM-MERGED-INTO " - suspend that name."
                   WHEN PM-STATUS = "CLOSED"
                       DISPLAY WS-PLAYER-NAME " is closed."
                   WHEN PM-STATUS = "SUSPENDED"
                       DISPLAY WS-PLAYER-NAME
                           " is already suspended."
                   WHEN OTHER
                       PERFORM ACCEPT-SUSPENSION
               END-EVALUATE
               CLOSE PLAYER-MST-FILE
           END-IF.

       ACCEPT-SUSPENSION.
           DISPLAY "Reason: "
           ACCEPT WS-ASK-REASON
           IF WS-ASK-REASON = SPACES
               DISPLAY "A reason is required - nothing changed."
           ELSE
               DISPLAY "Last day of the suspension (YYYYMMDD, blank"
                   " until reinstated): "
               ACCEPT WS-ASK-DATE
               IF WS-ASK-DATE = SPACES
                   MOVE "Y" TO WS-DATE-OK-FLAG
               ELSE
                   PERFORM CHECK-UNTIL-DATE
               END-IF
               IF DATE-IS-OK
                   PERFORM RECORD-SUSPENSION
               END-IF
           END-IF.

      *> A real calendar date survives the round trip through
      *> INTEGER-OF-DATE and back; 20250230 and the like do not.
       CHECK-UNTIL-DATE.
           MOVE "N" TO WS-DATE-OK-FLAG
           IF WS-ASK-DATE IS NOT NUMERIC
               DISPLAY "Enter the date as YYYYMMDD - nothing changed."
           ELSE
               COMPUTE WS-ASK-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-ASK-DATE))
               IF WS-ASK-INT > ZERO
                   COMPUTE WS-ASK-CHECK =
                       FUNCTION DATE-OF-INTEGER(WS-ASK-INT)
               ELSE
                   MOVE ZERO TO WS-ASK-CHECK
               END-IF
               EVALUATE TRUE
                   WHEN WS-ASK-CHECK NOT =
                           FUNCTION NUMVAL(WS-ASK-DATE)
                       DISPLAY WS-ASK-DATE " is not a calendar date"
                           " - nothing changed."
                   WHEN WS-ASK-DATE < WS-TODAY
                       DISPLAY WS-ASK-DATE " has already passed"
                           " - nothing changed."
                   WHEN OTHER
                       MOVE "Y" TO WS-DATE-OK-FLAG
               END-EVALUATE
           END-IF.

      *> The suspension row goes on first so a player never reads
      *> SUSPENDED without a reason to show them. A row left from a
      *> suspension closed out some other way is replaced.
       RECORD-SUSPENSION.
           MOVE WS-PLAYER-NAME TO PS-PLAYER-NAME
           MOVE WS-TODAY TO PS-SUSPENDED-ON
           MOVE LS-OPERATOR-ID TO PS-SUSPENDED-BY
           MOVE WS-ASK-DATE TO PS-SUSPENDED-UNTIL
           MOVE WS-ASK-REASON TO PS-REASON
           MOVE "PLAYERSUSP" TO WS-JOURNAL-FILE-ID
           MOVE "ADD" TO WS-JOURNAL-ACTION
           MOVE SPACES TO WS-JOURNAL-OLD-IMAGE

           OPEN I-O PLAYER-SUSP-FILE
           IF WS-PLAYER-SUSP-STATUS = "35"
               OPEN OUTPUT PLAYER-SUSP-FILE
               CLOSE PLAYER-SUSP-FILE
               OPEN I-O PLAYER-SUSP-FILE
           END-IF
           WRITE PLAYER-SUSP-REC
           IF WS-PLAYER-SUSP-STATUS = "22"
               MOVE PLAYER-SUSP-REC TO WS-JOURNAL-NEW-IMAGE
               READ PLAYER-SUSP-FILE KEY IS PS-PLAYER-NAME
               MOVE PLAYER-SUSP-REC TO WS-JOURNAL-OLD-IMAGE
               MOVE WS-JOURNAL-NEW-IMAGE TO PLAYER-SUSP-REC
               MOVE "UPDATE" TO WS-JOURNAL-ACTION
               REWRITE PLAYER-SUSP-REC
           END-IF
           IF WS-PLAYER-SUSP-STATUS NOT = "00"
               DISPLAY "Could not record the suspension of "
                   WS-PLAYER-NAME ", status " WS-PLAYER-SUSP-STATUS
               CLOSE PLAYER-SUSP-FILE
           ELSE
               MOVE PS-PLAYER-NAME TO WS-JOURNAL-KEY
               MOVE PLAYER-SUSP-REC TO WS-JOURNAL-NEW-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
               CLOSE PLAYER-SUSP-FILE

               MOVE "SUSPEND" TO WS-JOURNAL-ACTION
               MOVE "SUSPENDED" TO WS-AUDIT-OUTCOME-CODE
               MOVE "SUSPENDED" TO WS-NEW-STATUS
               PERFORM CHANGE-PLAYER-STATUS
           END-IF.

      *> A DORMANT player needs no reinstating - the games set them
      *> ACTIVE again as soon as they play.
       REINSTATE-PLAYER.
           OPEN I-O PLAYER-MST-FILE
           IF WS-PLAYER-MST-STATUS = "35"
               DISPLAY "No player master found in PLAYERMST.DAT."
           ELSE
               MOVE WS-PLAYER-NAME TO PM-PLAYER-NAME
               READ PLAYER-MST-FILE KEY IS PM-PLAYER-NAME
               EVALUATE TRUE
                   WHEN WS-PLAYER-MST-STATUS NOT = "00"
                       DISPLAY "Player not found: " WS-PLAYER-NAME
                   WHEN PM-STATUS = "DORMANT"
                       DISPLAY WS-PLAYER-NAME " is dormant, not"
                           " suspended - they are welcomed back"
                           " when they next play."
                   WHEN PM-STATUS NOT = "SUSPENDED"
                       DISPLAY WS-PLAYER-NAME " is not suspended."
                   WHEN OTHER
                       PERFORM REMOVE-SUSPENSION
                       IF SUSPENSION-LIFTED
                           MOVE "REINSTATE" TO WS-JOURNAL-ACTION
                           MOVE "REINSTATED" TO WS-AUDIT-OUTCOME-CODE
                           MOVE "ACTIVE" TO WS-NEW-STATUS
                           PERFORM CHANGE-PLAYER-STATUS
                       END-IF
               END-EVALUATE
               CLOSE PLAYER-MST-FILE
           END-IF.

      *> No suspension row on file is no obstacle to reinstating;
      *> one that will not delete is, so the player stays SUSPENDED.
       REMOVE-SUSPENSION.
           MOVE "Y" TO WS-SUSP-LIFTED-FLAG
           OPEN I-O PLAYER-SUSP-FILE
           IF WS-PLAYER-SUSP-STATUS = "00"
               MOVE WS-PLAYER-NAME TO PS-PLAYER-NAME
               READ PLAYER-SUSP-FILE KEY IS PS-PLAYER-NAME
               IF WS-PLAYER-SUSP-STATUS = "00"
                   MOVE "PLAYERSUSP" TO WS-JOURNAL-FILE-ID
                   MOVE "DELETE" TO WS-JOURNAL-ACTION
                   MOVE PS-PLAYER-NAME TO WS-JOURNAL-KEY
                   MOVE PLAYER-SUSP-REC TO WS-JOURNAL-OLD-IMAGE
                   MOVE SPACES TO WS-JOURNAL-NEW-IMAGE
                   DELETE PLAYER-SUSP-FILE
                   IF WS-PLAYER-SUSP-STATUS = "00"
                       PERFORM WRITE-JOURNAL-RECORD
                   ELSE
                       MOVE "N" TO WS-SUSP-LIFTED-FLAG
                       DISPLAY "Could not remove the suspension of "
                           WS-PLAYER-NAME ", status "
                           WS-PLAYER-SUSP-STATUS
                           " - nothing changed."
                   END-IF
               END-IF
               CLOSE PLAYER-SUSP-FILE
           END-IF.

      *> The caller has PLAYER-MST-FILE open I-O and has set the
      *> new status, the journal action and the audit outcome. The
      *> row is re-read for the journal's before image, as the
      *> suspension row may have used the journal fields since.
       CHANGE-PLAYER-STATUS.
           MOVE WS-PLAYER-NAME TO PM-PLAYER-NAME
           READ PLAYER-MST-FILE KEY IS PM-PLAYER-NAME
           MOVE PLAYER-MST-REC TO WS-JOURNAL-OLD-IMAGE
           MOVE WS-NEW-STATUS TO PM-STATUS
           REWRITE PLAYER-MST-REC
           IF WS-PLAYER-MST-STATUS NOT = "00"
               DISPLAY "Could not update player " WS-PLAYER-NAME
                   ", status " WS-PLAYER-MST-STATUS
           ELSE
               DISPLAY "Player " WS-PLAYER-NAME " is now " PM-STATUS
               MOVE "PLAYERMST" TO WS-JOURNAL-FILE-ID
               MOVE PM-PLAYER-NAME TO WS-JOURNAL-KEY
               MOVE PLAYER-MST-REC TO WS-JOURNAL-NEW-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
               MOVE PM-PLAYER-NAME TO WS-AUDIT-OPERATOR-ID
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       LIST-SUSPENSIONS.
           OPEN INPUT PLAYER-SUSP-FILE
           IF WS-PLAYER-SUSP-STATUS NOT = "00"
               DISPLAY "No players are suspended."
           ELSE
               DISPLAY "Player               Since    Until    By"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-SUSPENSIONS
                   READ PLAYER-SUSP-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LISTED-COUNT
                           MOVE PS-SUSPENDED-UNTIL TO WS-UNTIL-TEXT
                           IF WS-UNTIL-TEXT = SPACES
                               MOVE "(open)" TO WS-UNTIL-TEXT
                           END-IF
                           DISPLAY PS-PLAYER-NAME " " PS-SUSPENDED-ON
                               " " WS-UNTIL-TEXT " " PS-SUSPENDED-BY
                           DISPLAY "    " PS-REASON
                   END-READ
               END-PERFORM
               CLOSE PLAYER-SUSP-FILE
               IF WS-LISTED-COUNT = ZERO
                   DISPLAY "No players are suspended."
               END-IF
           END-IF.

           COPY "chgjrnwrite.cpy".

           COPY "auditwrite.cpy".
