       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartnerIn.

      *> Inbound interface for the partner's daily member file. The
      *> partner holds the authoritative member list; each line of
      *> PARTNERIN.DAT is validated against PLAYERMST and applied:
      *>   A  add      - a new ACTIVE player, or a CLOSED one reopened
      *>                 (as SUSPENDED again if PLAYERSUSP still holds
      *>                 a suspension for them, which then runs its
      *>                 course as usual)
      *>   C  correct  - the old name merged into the new one through
      *>                 NameMerge, so history and rollups follow it
      *>   X  close    - the player marked CLOSED
      *> A line that cannot be applied goes to PARTNERREJ.DAT with
      *> the reason, and PARTNERCTL.DAT carries the control counts,
      *> which must balance: lines read = applied + rejected.
      *>
      *> Each reopening and closure is audited under the player's
      *> name as REOPENED or CLOSED, besides the run's own OK row.
      *>
      *> Rerunning the same file is harmless - lines already applied
      *> come back as rejects (already registered, already closed,
      *> already merged) and nothing is applied twice.
      *>
      *> RETURN-CODE: 0 every line applied, 4 no file or some lines
      *> rejected, 8 the control counts do not balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-IN-FILE ASSIGN TO "PARTNERIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-IN-STATUS.

           SELECT PARTNER-REJ-FILE ASSIGN TO "PARTNERREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-REJ-STATUS.

           SELECT PARTNER-CTL-FILE ASSIGN TO "PARTNERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-CTL-STATUS.

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

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-IN-FILE.
           COPY "partnerinrec.cpy".

       FD  PARTNER-REJ-FILE.
           COPY "partnerrejrec.cpy".

       FD  PARTNER-CTL-FILE.
       01  PARTNER-CTL-LINE         PIC X(80).

       FD  PLAYER-MST-FILE.
           COPY "playermstrec.cpy".

       FD  PLAYER-SUSP-FILE.
           COPY "playersusprec.cpy".

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
       01  WS-PARTNER-IN-STATUS     PIC X(2).
       01  WS-PARTNER-REJ-STATUS    PIC X(2).
       01  WS-PARTNER-CTL-STATUS    PIC X(2).
       01  WS-PLAYER-MST-STATUS     PIC X(2).
       01  WS-PLAYER-SUSP-STATUS    PIC X(2).
       01  WS-EOF-FLAG              PIC X(1) VALUE "N".
           88  END-OF-PARTNER-FILE           VALUE "Y".

       01  WS-REJECT-REASON         PIC X(30).
       01  WS-OLD-STATUS            PIC X(10).
       01  WS-NEW-NAME-STATUS       PIC X(10).
       01  WS-REOPEN-STATUS         PIC X(10).

      *> Control counts. Applied is the sum of the four kinds.
       01  WS-READ-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-ADDED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-REOPENED-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-CORRECTED-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-CLOSED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-CTL-LINE              PIC X(80) VALUE SPACES.

      *> Handed to NameMerge for a correction; "PARTNER" stands in
      *> for the operator on the merge's audit row.
       01  WS-MERGE-OPERATOR-ID     PIC X(20) VALUE "PARTNER".
       01  WS-MERGE-BATCH-FLAG      PIC X(1) VALUE "B".
       01  WS-MERGE-ALIAS-NAME      PIC X(20).
       01  WS-MERGE-CANON-NAME      PIC X(20).

      *> Adds, reopenings and closures go to the change journal
      *> under the same "PARTNER" stand-in.
       01  WS-CHG-JOURNAL-STATUS    PIC X(2).
       01  WS-JOURNAL-PROGRAM-ID    PIC X(20) VALUE "PartnerIn".
       01  WS-JOURNAL-OPERATOR-ID   PIC X(20) VALUE "PARTNER".
       01  WS-JOURNAL-FILE-ID       PIC X(12) VALUE "PLAYERMST".
       01  WS-JOURNAL-ACTION        PIC X(10).
       01  WS-JOURNAL-KEY           PIC X(40).
       01  WS-JOURNAL-OLD-IMAGE     PIC X(300).
       01  WS-JOURNAL-NEW-IMAGE     PIC X(300).

       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "PartnerIn".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20) VALUE "BATCH".
       01  WS-AUDIT-OUTCOME-CODE    PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT PARTNER-IN-FILE
           IF WS-PARTNER-IN-STATUS NOT = "00"
               DISPLAY "No partner file PARTNERIN.DAT - nothing to"
                   " apply."
               OPEN OUTPUT PARTNER-CTL-FILE
               MOVE "No partner file received." TO PARTNER-CTL-LINE
               WRITE PARTNER-CTL-LINE
               CLOSE PARTNER-CTL-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PARTNER-REJ-FILE
           PERFORM OPEN-PLAYER-MASTER

           PERFORM UNTIL END-OF-PARTNER-FILE
               READ PARTNER-IN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-PARTNER-LINE
               END-READ
           END-PERFORM

           CLOSE PLAYER-MST-FILE
           CLOSE PARTNER-REJ-FILE
           CLOSE PARTNER-IN-FILE

           COMPUTE WS-APPLIED-COUNT = WS-ADDED-COUNT
               + WS-REOPENED-COUNT + WS-CORRECTED-COUNT
               + WS-CLOSED-COUNT
           PERFORM WRITE-CONTROL-REPORT

           MOVE "BATCH" TO WS-AUDIT-OPERATOR-ID
           MOVE "OK" TO WS-AUDIT-OUTCOME-CODE
           PERFORM WRITE-AUDIT-RECORD
           EVALUATE TRUE
               WHEN WS-READ-COUNT NOT =
                       WS-APPLIED-COUNT + WS-REJECTED-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       OPEN-PLAYER-MASTER.
           OPEN I-O PLAYER-MST-FILE
           IF WS-PLAYER-MST-STATUS = "35"
               OPEN OUTPUT PLAYER-MST-FILE
               CLOSE PLAYER-MST-FILE
               OPEN I-O PLAYER-MST-FILE
           END-IF.

       APPLY-PARTNER-LINE.
           MOVE SPACES TO WS-REJECT-REASON
           IF PI-PLAYER-NAME = SPACES
               MOVE "PLAYER NAME MISSING" TO WS-REJECT-REASON
           ELSE
               EVALUATE PI-ACTION
                   WHEN "A"
                       PERFORM APPLY-ADD
                   WHEN "C"
                       PERFORM APPLY-CORRECTION
                   WHEN "X"
                       PERFORM APPLY-CLOSURE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT
           END-IF.

       APPLY-ADD.
           MOVE PI-PLAYER-NAME TO PM-PLAYER-NAME
           READ PLAYER-MST-FILE KEY IS PM-PLAYER-NAME
           EVALUATE TRUE
               WHEN WS-PLAYER-MST-STATUS NOT = "00"
                   MOVE PI-PLAYER-NAME TO PM-PLAYER-NAME
                   MOVE FUNCTION CURRENT-DATE(1:10) TO PM-REGISTERED-ON
                   MOVE "ACTIVE" TO PM-STATUS
                   MOVE SPACES TO PM-MERGED-INTO
                   WRITE PLAYER-MST-REC
                   IF WS-PLAYER-MST-STATUS = "00"
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE "ADD" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-JOURNAL-OLD-IMAGE
                       PERFORM JOURNAL-PLAYER-CHANGE
                   ELSE
                       MOVE "PLAYER MASTER WRITE FAILED"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN PM-STATUS = "MERGED"
                   MOVE "NAME IS A MERGED ALIAS" TO WS-REJECT-REASON
               WHEN PM-STATUS = "CLOSED"
                   PERFORM LOOK-UP-SUSPENSION
                   MOVE PLAYER-MST-REC TO WS-JOURNAL-OLD-IMAGE
                   MOVE WS-REOPEN-STATUS TO PM-STATUS
                   REWRITE PLAYER-MST-REC
                   IF WS-PLAYER-MST-STATUS = "00"
                       ADD 1 TO WS-REOPENED-COUNT
                       MOVE "REOPEN" TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-PLAYER-CHANGE
                       MOVE "REOPENED" TO WS-AUDIT-OUTCOME-CODE
                       PERFORM AUDIT-PLAYER-CHANGE
                   ELSE
                       MOVE "PLAYER MASTER REWRITE FAILED"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE "ALREADY REGISTERED" TO WS-REJECT-REASON
           END-EVALUATE.

      *> A player closed while suspended comes back SUSPENDED: the
      *> PLAYERSUSP row outlives the closure, and a suspension that
      *> has since lapsed is lifted by the games or Dormancy as
      *> for anyone else.
       LOOK-UP-SUSPENSION.
           MOVE "ACTIVE" TO WS-REOPEN-STATUS
           OPEN INPUT PLAYER-SUSP-FILE
           IF WS-PLAYER-SUSP-STATUS = "00"
               MOVE PI-PLAYER-NAME TO PS-PLAYER-NAME
               READ PLAYER-SUSP-FILE KEY IS PS-PLAYER-NAME
               IF WS-PLAYER-SUSP-STATUS = "00"
                   MOVE "SUSPENDED" TO WS-REOPEN-STATUS
               END-IF
               CLOSE PLAYER-SUSP-FILE
           END-IF.

       APPLY-CLOSURE.
           MOVE PI-PLAYER-NAME TO PM-PLAYER-NAME
           READ PLAYER-MST-FILE KEY IS PM-PLAYER-NAME
           EVALUATE TRUE
               WHEN WS-PLAYER-MST-STATUS NOT = "00"
                   MOVE "NOT ON PLAYER MASTER" TO WS-REJECT-REASON
               WHEN PM-STATUS = "MERGED"
                   MOVE "NAME IS A MERGED ALIAS" TO WS-REJECT-REASON
               WHEN PM-STATUS = "CLOSED"
                   MOVE "ALREADY CLOSED" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE PLAYER-MST-REC TO WS-JOURNAL-OLD-IMAGE
                   MOVE "CLOSED" TO PM-STATUS
                   REWRITE PLAYER-MST-REC
                   IF WS-PLAYER-MST-STATUS = "00"
                       ADD 1 TO WS-CLOSED-COUNT
                       MOVE "CLOSE" TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-PLAYER-CHANGE
                       MOVE "CLOSED" TO WS-AUDIT-OUTCOME-CODE
                       PERFORM AUDIT-PLAYER-CHANGE
                   ELSE
                       MOVE "PLAYER MASTER REWRITE FAILED"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      *> The old name must be a live player and the new one must not
      *> be an alias or closed; NameMerge itself registers the new
      *> name when the partner is introducing it with the correction.
       APPLY-CORRECTION.
           MOVE SPACES TO WS-OLD-STATUS
           MOVE SPACES TO WS-NEW-NAME-STATUS
           MOVE PI-PLAYER-NAME TO PM-PLAYER-NAME
           READ PLAYER-MST-FILE KEY IS PM-PLAYER-NAME
           IF WS-PLAYER-MST-STATUS = "00"
               MOVE PM-STATUS TO WS-OLD-STATUS
           END-IF
           IF PI-NEW-NAME NOT = SPACES
               MOVE PI-NEW-NAME TO PM-PLAYER-NAME
               READ PLAYER-MST-FILE KEY IS PM-PLAYER-NAME
               IF WS-PLAYER-MST-STATUS = "00"
                   MOVE PM-STATUS TO WS-NEW-NAME-STATUS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN PI-NEW-NAME = SPACES
                   MOVE "NEW NAME MISSING" TO WS-REJECT-REASON
               WHEN PI-NEW-NAME = PI-PLAYER-NAME
                   MOVE "NEW NAME SAME AS OLD" TO WS-REJECT-REASON
               WHEN WS-OLD-STATUS = SPACES
                   MOVE "NOT ON PLAYER MASTER" TO WS-REJECT-REASON
               WHEN WS-OLD-STATUS = "MERGED"
                   MOVE "ALREADY MERGED" TO WS-REJECT-REASON
               WHEN WS-NEW-NAME-STATUS = "MERGED"
                   MOVE "NEW NAME IS A MERGED ALIAS"
                       TO WS-REJECT-REASON
               WHEN WS-NEW-NAME-STATUS = "CLOSED"
                   MOVE "NEW NAME IS CLOSED" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM RUN-NAME-MERGE
           END-EVALUATE.

      *> NameMerge opens the player master itself, so it is closed
      *> around the call.
       RUN-NAME-MERGE.
           MOVE PI-PLAYER-NAME TO WS-MERGE-ALIAS-NAME
           MOVE PI-NEW-NAME TO WS-MERGE-CANON-NAME
           CLOSE PLAYER-MST-FILE
           CALL "NameMerge" USING WS-MERGE-OPERATOR-ID
               WS-MERGE-BATCH-FLAG WS-MERGE-ALIAS-NAME
               WS-MERGE-CANON-NAME
               ON EXCEPTION
                   MOVE 12 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE = ZERO
               ADD 1 TO WS-CORRECTED-COUNT
           ELSE
               MOVE "MERGE NOT MADE" TO WS-REJECT-REASON
           END-IF
           PERFORM OPEN-PLAYER-MASTER.

       WRITE-REJECT.
           MOVE SPACES TO PARTNER-REJ-REC
           MOVE PARTNER-IN-REC TO PJ-INPUT-LINE
           MOVE WS-REJECT-REASON TO PJ-REASON
           WRITE PARTNER-REJ-REC
           ADD 1 TO WS-REJECTED-COUNT.

       WRITE-CONTROL-REPORT.
           PERFORM READ-BUSINESS-DATE
           OPEN OUTPUT PARTNER-CTL-FILE
           STRING "Partner member file - control report "
               WS-BUSINESS-DATE " " WS-BUSINESS-DATE-NOTE
               DELIMITED BY SIZE INTO WS-CTL-LINE
           PERFORM EMIT-CONTROL-LINE
           STRING "Lines read          : " WS-READ-COUNT
               DELIMITED BY SIZE INTO WS-CTL-LINE
           PERFORM EMIT-CONTROL-LINE
           STRING "  Added             : " WS-ADDED-COUNT
               DELIMITED BY SIZE INTO WS-CTL-LINE
           PERFORM EMIT-CONTROL-LINE
           STRING "  Reopened          : " WS-REOPENED-COUNT
               DELIMITED BY SIZE INTO WS-CTL-LINE
           PERFORM EMIT-CONTROL-LINE
           STRING "  Corrected (merged): " WS-CORRECTED-COUNT
               DELIMITED BY SIZE INTO WS-CTL-LINE
           PERFORM EMIT-CONTROL-LINE
           STRING "  Closed            : " WS-CLOSED-COUNT
               DELIMITED BY SIZE INTO WS-CTL-LINE
           PERFORM EMIT-CONTROL-LINE
           STRING "Applied             : " WS-APPLIED-COUNT
               DELIMITED BY SIZE INTO WS-CTL-LINE
           PERFORM EMIT-CONTROL-LINE
           STRING "Rejected            : " WS-REJECTED-COUNT
               " (see PARTNERREJ.DAT)"
               DELIMITED BY SIZE INTO WS-CTL-LINE
           PERFORM EMIT-CONTROL-LINE
           IF WS-READ-COUNT = WS-APPLIED-COUNT + WS-REJECTED-COUNT
               MOVE "In balance: read = applied + rejected."
                   TO WS-CTL-LINE
           ELSE
               MOVE "*** OUT OF BALANCE: read <> applied + rejected"
                   TO WS-CTL-LINE
           END-IF
           PERFORM EMIT-CONTROL-LINE
           CLOSE PARTNER-CTL-FILE.

       EMIT-CONTROL-LINE.
           DISPLAY WS-CTL-LINE
           WRITE PARTNER-CTL-LINE FROM WS-CTL-LINE
           MOVE SPACES TO WS-CTL-LINE.

      *> The caller has set the action and the before image; the
      *> after image is the master row just written.
       JOURNAL-PLAYER-CHANGE.
           MOVE PM-PLAYER-NAME TO WS-JOURNAL-KEY
           MOVE PLAYER-MST-REC TO WS-JOURNAL-NEW-IMAGE
           PERFORM WRITE-JOURNAL-RECORD.

      *> Status changes are audited under the player's name, as
      *> PlayerMaint and Dormancy do; the caller sets the outcome.
       AUDIT-PLAYER-CHANGE.
           MOVE PM-PLAYER-NAME TO WS-AUDIT-OPERATOR-ID
           PERFORM WRITE-AUDIT-RECORD.

           COPY "chgjrnwrite.cpy".

           COPY "auditwrite.cpy".

           COPY "bizdateread.cpy".
