       IDENTIFICATION DIVISION.
       PROGRAM-ID. Dormancy.

      *> Nightly player status sweep over PLAYERMST:
      *>   - an ACTIVE player with no PLAYERHIST session and no
      *>     GAMELOG game (live or archived) since the cut-off, and
      *>     registered before it, is marked DORMANT, which takes
      *>     them off the leaderboards and the partner extract
      *>   - a DORMANT player with play on record since the cut-off
      *>     is set ACTIVE again (the games do this as they sit down
      *>     to play; this catches anyone they missed)
      *>   - a SUSPENDED player whose end date on PLAYERSUSP has
      *>     passed is reinstated and the suspension row removed,
      *>     whether or not they have come back to play
      *> Play under a merged alias counts for the name it was merged
      *> into. The cut-off is the business date less the dormancy
      *> period, in days, from cols 1-3 of the first line of
      *> DORMANCY.CFG (365 when the file is absent or the field is
      *> not numeric).
      *>
      *> Each change goes to the change journal (the master row, and
      *> the PLAYERSUSP row on a reinstatement) and to the audit log
      *> under the player's name - DORMANT, RETURNED or REINSTATED -
      *> and is listed in DORMANCY.DAT.
      *>
      *> RETURN-CODE: 0 sweep complete, 4 no player master yet or
      *> the player table filled and some players went unexamined.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMANCY-PARM-FILE ASSIGN TO "DORMANCY.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

           SELECT PLAYERHIST-FILE ASSIGN TO "PLAYERHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-SESSION-ID
               FILE STATUS IS WS-PLAYERHIST-STATUS.

           SELECT PLAYERHIST-ARCHIVE ASSIGN TO "PLAYERHIST.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-ARCHIVE-STATUS.

           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GL-GAME-ID
               FILE STATUS IS WS-GAMELOG-STATUS.

           SELECT GAMELOG-ARCHIVE ASSIGN TO "GAMELOG.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-ARCHIVE-STATUS.

           SELECT DORMANCY-REPORT-FILE ASSIGN TO "DORMANCY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CHG-JOURNAL-FILE ASSIGN TO "CHGJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-JOURNAL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DORMANCY-PARM-FILE.
       01  DORMANCY-PARM-LINE       PIC X(80).

       FD  PLAYER-MST-FILE.
           COPY "playermstrec.cpy".

       FD  PLAYER-SUSP-FILE.
           COPY "playersusprec.cpy".

       FD  PLAYERHIST-FILE.
           COPY "playerhistrec.cpy".

       FD  PLAYERHIST-ARCHIVE.
       01  PH-ARCHIVE-LINE          PIC X(60).

       FD  GAMELOG-FILE.
           COPY "gamelogrec.cpy".

       FD  GAMELOG-ARCHIVE.
       01  GL-ARCHIVE-LINE          PIC X(88).

       FD  DORMANCY-REPORT-FILE.
       01  DORMANCY-REPORT-LINE     PIC X(100).

       FD  CHG-JOURNAL-FILE.
           COPY "chgjrnrec.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-PLAYER-MST-STATUS     PIC X(2).
       01  WS-PLAYER-SUSP-STATUS    PIC X(2).
       01  WS-PLAYERHIST-STATUS     PIC X(2).
       01  WS-PH-ARCHIVE-STATUS     PIC X(2).
       01  WS-GAMELOG-STATUS        PIC X(2).
       01  WS-GL-ARCHIVE-STATUS     PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-EOF-FLAG              PIC X(1).
           88  END-OF-CURRENT-FILE           VALUE "Y".

       01  WS-DORMANT-DAYS          PIC 9(3) VALUE ZERO.
       01  WS-CUTOFF-INT            PIC 9(8).
       01  WS-CUTOFF-NUM            PIC 9(8).
       01  WS-CUTOFF-DATE           PIC X(8).

      *> The player master in key order. WS-PL-RECENT is set by any
      *> session or game on or after the cut-off.
       01  WS-PLAYER-TABLE.
           05  WS-PL OCCURS 1000 TIMES.
               10  WS-PL-NAME       PIC X(20).
               10  WS-PL-STATUS     PIC X(10).
               10  WS-PL-MERGED-INTO PIC X(20).
               10  WS-PL-REGISTERED PIC X(8).
               10  WS-PL-RECENT     PIC X(1).
       01  WS-PLAYER-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-PLAYERS-UNEXAMINED    PIC 9(6) VALUE ZERO.
       01  WS-PL-IDX                PIC 9(4).
       01  WS-FOUND-IDX             PIC 9(4).
       01  WS-LOOKUP-NAME           PIC X(20).
       01  WS-ACTIVITY-DATE         PIC X(8).

       01  WS-ROWS-SCANNED          PIC 9(8) VALUE ZERO.
       01  WS-DORMANT-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-RETURNED-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-REINSTATED-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-SUSP-UNTIL            PIC X(8).
       01  WS-REPORT-LINE           PIC X(100) VALUE SPACES.

      *> Status changes are journaled under the "BATCH" stand-in
      *> and audited under the player's name.
       01  WS-CHG-JOURNAL-STATUS    PIC X(2).
       01  WS-JOURNAL-PROGRAM-ID    PIC X(20) VALUE "Dormancy".
       01  WS-JOURNAL-OPERATOR-ID   PIC X(20) VALUE "BATCH".
       01  WS-JOURNAL-FILE-ID       PIC X(12).
       01  WS-JOURNAL-ACTION        PIC X(10).
       01  WS-JOURNAL-KEY           PIC X(40).
       01  WS-JOURNAL-OLD-IMAGE     PIC X(300).
       01  WS-JOURNAL-NEW-IMAGE     PIC X(300).

       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "Dormancy".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20).
       01  WS-AUDIT-OUTCOME-CODE    PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-DORMANCY-PARM
           PERFORM READ-BUSINESS-DATE
           COMPUTE WS-CUTOFF-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE)) - WS-DORMANT-DAYS
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE

           OPEN OUTPUT DORMANCY-REPORT-FILE
           STRING "Player dormancy sweep " WS-BUSINESS-DATE " "
               WS-BUSINESS-DATE-NOTE " - no play in " WS-DORMANT-DAYS
               " days (since " WS-CUTOFF-DATE ") makes a player"
               " DORMANT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           PERFORM LOAD-PLAYERS
           IF WS-PLAYER-COUNT = ZERO
               MOVE "No players on PLAYERMST.DAT - nothing to sweep."
                   TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               CLOSE DORMANCY-REPORT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SCAN-GUESS-HISTORY
           PERFORM SCAN-GAME-HISTORY

           OPEN I-O PLAYER-MST-FILE
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PLAYER-COUNT
               PERFORM SETTLE-ONE-PLAYER
           END-PERFORM
           CLOSE PLAYER-MST-FILE

           PERFORM EMIT-REPORT-LINE
           IF WS-PLAYERS-UNEXAMINED NOT = ZERO
               STRING "*** " WS-PLAYERS-UNEXAMINED " player(s) not"
                   " examined - the player table filled up"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           STRING "Players " WS-PLAYER-COUNT ", history rows "
               WS-ROWS-SCANNED " - dormant " WS-DORMANT-COUNT
               ", returned " WS-RETURNED-COUNT ", reinstated "
               WS-REINSTATED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           CLOSE DORMANCY-REPORT-FILE

           MOVE "BATCH" TO WS-AUDIT-OPERATOR-ID
           MOVE "OK" TO WS-AUDIT-OUTCOME-CODE
           PERFORM WRITE-AUDIT-RECORD
           IF WS-PLAYERS-UNEXAMINED NOT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       READ-DORMANCY-PARM.
           OPEN INPUT DORMANCY-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ DORMANCY-PARM-FILE
                   NOT AT END
                       IF DORMANCY-PARM-LINE(1:3) IS NUMERIC
                           MOVE DORMANCY-PARM-LINE(1:3)
                               TO WS-DORMANT-DAYS
                       END-IF
               END-READ
               CLOSE DORMANCY-PARM-FILE
           END-IF
           IF WS-DORMANT-DAYS = ZERO
               MOVE 365 TO WS-DORMANT-DAYS
           END-IF.

       LOAD-PLAYERS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PLAYER-MST-FILE
           IF WS-PLAYER-MST-STATUS = "00"
               PERFORM UNTIL END-OF-CURRENT-FILE
                   READ PLAYER-MST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-PLAYER-COUNT < 1000
                               ADD 1 TO WS-PLAYER-COUNT
                               MOVE PM-PLAYER-NAME
                                   TO WS-PL-NAME(WS-PLAYER-COUNT)
                               MOVE PM-STATUS
                                   TO WS-PL-STATUS(WS-PLAYER-COUNT)
                               MOVE PM-MERGED-INTO
                                   TO WS-PL-MERGED-INTO(WS-PLAYER-COUNT)
                               MOVE PM-REGISTERED-ON(1:8)
                                   TO WS-PL-REGISTERED(WS-PLAYER-COUNT)
                               MOVE "N" TO WS-PL-RECENT(WS-PLAYER-COUNT)
                           ELSE
                               ADD 1 TO WS-PLAYERS-UNEXAMINED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYER-MST-FILE
           END-IF.

      *> Only play on or after the cut-off matters, so older rows -
      *> which is most of the archives - cost a date comparison.
       SCAN-GUESS-HISTORY.
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
                               PERFORM NOTE-ONE-SESSION
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
                           PERFORM NOTE-ONE-SESSION
                   END-READ
               END-PERFORM
               CLOSE PLAYERHIST-FILE
           END-IF.

       NOTE-ONE-SESSION.
           ADD 1 TO WS-ROWS-SCANNED
           MOVE PH-PLAYED-ON(1:8) TO WS-ACTIVITY-DATE
           IF WS-ACTIVITY-DATE >= WS-CUTOFF-DATE
               MOVE PH-PLAYER-NAME TO WS-LOOKUP-NAME
               PERFORM NOTE-RECENT-PLAY
           END-IF.

       SCAN-GAME-HISTORY.
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
                               PERFORM NOTE-ONE-GAME
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
                           PERFORM NOTE-ONE-GAME
                   END-READ
               END-PERFORM
               CLOSE GAMELOG-FILE
           END-IF.

       NOTE-ONE-GAME.
           ADD 1 TO WS-ROWS-SCANNED
           MOVE GL-DATE(1:8) TO WS-ACTIVITY-DATE
           IF WS-ACTIVITY-DATE >= WS-CUTOFF-DATE
               MOVE GL-PLAYER1-NAME TO WS-LOOKUP-NAME
               PERFORM NOTE-RECENT-PLAY
               IF GL-PLAYER2-NAME NOT = "COMPUTER"
                   MOVE GL-PLAYER2-NAME TO WS-LOOKUP-NAME
                   PERFORM NOTE-RECENT-PLAY
               END-IF
           END-IF.

      *> A merged alias passes the play on to its canonical name.
       NOTE-RECENT-PLAY.
           PERFORM FIND-PLAYER
           IF WS-FOUND-IDX > ZERO
               IF WS-PL-STATUS(WS-FOUND-IDX) = "MERGED"
                   MOVE WS-PL-MERGED-INTO(WS-FOUND-IDX)
                       TO WS-LOOKUP-NAME
                   PERFORM FIND-PLAYER
               END-IF
           END-IF
           IF WS-FOUND-IDX > ZERO
               MOVE "Y" TO WS-PL-RECENT(WS-FOUND-IDX)
           END-IF.

       FIND-PLAYER.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PLAYER-COUNT
                   OR WS-FOUND-IDX > ZERO
               IF WS-PL-NAME(WS-PL-IDX) = WS-LOOKUP-NAME
                   MOVE WS-PL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       SETTLE-ONE-PLAYER.
           EVALUATE TRUE
               WHEN WS-PL-STATUS(WS-PL-IDX) = "ACTIVE"
                       AND WS-PL-RECENT(WS-PL-IDX) = "N"
                       AND WS-PL-REGISTERED(WS-PL-IDX) < WS-CUTOFF-DATE
                   MOVE "DORMANT" TO WS-AUDIT-OUTCOME-CODE
                   MOVE "DORMANT" TO WS-JOURNAL-ACTION
                   PERFORM CHANGE-PLAYER-STATUS
                   ADD 1 TO WS-DORMANT-COUNT
                   STRING "  DORMANT     " WS-PL-NAME(WS-PL-IDX)
                       " registered " WS-PL-REGISTERED(WS-PL-IDX)
                       ", no play since " WS-CUTOFF-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM EMIT-REPORT-LINE
               WHEN WS-PL-STATUS(WS-PL-IDX) = "DORMANT"
                       AND WS-PL-RECENT(WS-PL-IDX) = "Y"
                   MOVE "RETURNED" TO WS-AUDIT-OUTCOME-CODE
                   MOVE "RETURN" TO WS-JOURNAL-ACTION
                   PERFORM CHANGE-PLAYER-STATUS
                   ADD 1 TO WS-RETURNED-COUNT
                   STRING "  RETURNED    " WS-PL-NAME(WS-PL-IDX)
                       " has played since " WS-CUTOFF-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM EMIT-REPORT-LINE
               WHEN WS-PL-STATUS(WS-PL-IDX) = "SUSPENDED"
                   PERFORM CHECK-SUSPENSION-LAPSED
           END-EVALUATE.

      *> The suspension runs through its end date; from the day after
      *> the player is reinstated. No end date means it runs until a
      *> supervisor reinstates them in PlayerMaint.
       CHECK-SUSPENSION-LAPSED.
           MOVE SPACES TO WS-SUSP-UNTIL
           OPEN I-O PLAYER-SUSP-FILE
           IF WS-PLAYER-SUSP-STATUS = "00"
               MOVE WS-PL-NAME(WS-PL-IDX) TO PS-PLAYER-NAME
               READ PLAYER-SUSP-FILE KEY IS PS-PLAYER-NAME
               IF WS-PLAYER-SUSP-STATUS = "00"
                   MOVE PS-SUSPENDED-UNTIL TO WS-SUSP-UNTIL
                   IF WS-SUSP-UNTIL NOT = SPACES
                           AND WS-SUSP-UNTIL < WS-BUSINESS-DATE
                       MOVE "PLAYERSUSP" TO WS-JOURNAL-FILE-ID
                       MOVE "DELETE" TO WS-JOURNAL-ACTION
                       MOVE PS-PLAYER-NAME TO WS-JOURNAL-KEY
                       MOVE PLAYER-SUSP-REC TO WS-JOURNAL-OLD-IMAGE
                       MOVE SPACES TO WS-JOURNAL-NEW-IMAGE
                       DELETE PLAYER-SUSP-FILE
                       IF WS-PLAYER-SUSP-STATUS = "00"
                           PERFORM WRITE-JOURNAL-RECORD
                           PERFORM REINSTATE-LAPSED-PLAYER
                       ELSE
                           STRING "  NOT LIFTED  "
                               WS-PL-NAME(WS-PL-IDX)
                               " suspension ended " WS-SUSP-UNTIL
                               ", delete failed status "
                               WS-PLAYER-SUSP-STATUS
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           PERFORM EMIT-REPORT-LINE
                       END-IF
                   END-IF
               END-IF
               CLOSE PLAYER-SUSP-FILE
           END-IF.

       REINSTATE-LAPSED-PLAYER.
           MOVE "REINSTATED" TO WS-AUDIT-OUTCOME-CODE
           MOVE "REINSTATE" TO WS-JOURNAL-ACTION
           PERFORM CHANGE-PLAYER-STATUS
           ADD 1 TO WS-REINSTATED-COUNT
           STRING "  REINSTATED  " WS-PL-NAME(WS-PL-IDX)
               " suspension ended " WS-SUSP-UNTIL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE.

      *> DORMANT for the dormancy itself, ACTIVE for the other two.
       CHANGE-PLAYER-STATUS.
           MOVE WS-PL-NAME(WS-PL-IDX) TO PM-PLAYER-NAME
           READ PLAYER-MST-FILE KEY IS PM-PLAYER-NAME
           IF WS-PLAYER-MST-STATUS = "00"
               MOVE PLAYER-MST-REC TO WS-JOURNAL-OLD-IMAGE
               IF WS-AUDIT-OUTCOME-CODE = "DORMANT"
                   MOVE "DORMANT" TO PM-STATUS
               ELSE
                   MOVE "ACTIVE" TO PM-STATUS
               END-IF
               REWRITE PLAYER-MST-REC
               IF WS-PLAYER-MST-STATUS = "00"
                   MOVE PM-STATUS TO WS-PL-STATUS(WS-PL-IDX)
                   MOVE "PLAYERMST" TO WS-JOURNAL-FILE-ID
                   MOVE PM-PLAYER-NAME TO WS-JOURNAL-KEY
                   MOVE PLAYER-MST-REC TO WS-JOURNAL-NEW-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
                   MOVE PM-PLAYER-NAME TO WS-AUDIT-OPERATOR-ID
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

           COPY "chgjrnwrite.cpy".

           COPY "auditwrite.cpy".

           COPY "bizdateread.cpy".
