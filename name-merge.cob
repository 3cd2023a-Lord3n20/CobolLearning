      *> already merged into the rollups under the old name, and the
      *> rollup consolidation here moves those totals - nothing is
      *> counted twice.
      *> OperatorMenu only offers this option to supervisors, and
      *> from the menu it only records the merge as a pending
      *> change request in CHANGEREQ.DAT; nothing is renamed until a
      *> different supervisor approves it in ChgApprove.
      *> The player-master rows it adds or marks MERGED go to
      *> CHGJOURNAL.DAT with their before and after images.
      *>
      *> ChgApprove, and PartnerIn for the partner's name
      *> corrections, run the merge itself with LS-MERGE-FLAG "B" and
      *> the two names filled in: the prompts and the confirmation
      *> are skipped, and RETURN-CODE tells the caller whether the
      *> merge was made (0) or refused (4).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-H2H-FILE-STATUS.

           SELECT CHANGE-REQ-FILE ASSIGN TO "CHANGEREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-REQ-ID
               FILE STATUS IS WS-CHANGE-REQ-STATUS.

           SELECT CHG-JOURNAL-FILE ASSIGN TO "CHGJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-JOURNAL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       FD  TTT-H2H-FILE.
           COPY "ttth2hrec.cpy".

       FD  CHANGE-REQ-FILE.
           COPY "chgreqrec.cpy".

       FD  CHG-JOURNAL-FILE.
           COPY "chgjrnrec.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PLAYER-MST-STATUS     PIC X(2).

       01  WS-CHG-JOURNAL-STATUS    PIC X(2).
       01  WS-JOURNAL-PROGRAM-ID    PIC X(20) VALUE "NameMerge".
       01  WS-JOURNAL-OPERATOR-ID   PIC X(20).
       01  WS-JOURNAL-FILE-ID       PIC X(12) VALUE "PLAYERMST".
       01  WS-JOURNAL-ACTION        PIC X(10).
       01  WS-JOURNAL-KEY           PIC X(40).
       01  WS-JOURNAL-OLD-IMAGE     PIC X(300).
       01  WS-JOURNAL-NEW-IMAGE     PIC X(300).
       01  WS-PLAYERHIST-STATUS     PIC X(2).
       01  WS-GAMELOG-STATUS        PIC X(2).
       01  WS-GUESS-SUMMARY-STATUS  PIC X(2).
       01  WS-SWAP-NAME             PIC X(20).
       01  WS-SWAP-WINS             PIC 9(4).

       01  WS-CHANGE-REQ-STATUS     PIC X(2).

       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "NameMerge".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID           PIC X(20).
       01  LS-MERGE-FLAG            PIC X(1).
       01  LS-ALIAS-NAME            PIC X(20).
       01  LS-CANON-NAME            PIC X(20).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-MERGE-FLAG
               LS-ALIAS-NAME LS-CANON-NAME.
       MAIN-LOGIC.
           MOVE 4 TO RETURN-CODE
           IF LS-MERGE-FLAG = "B"
               MOVE LS-ALIAS-NAME TO WS-ALIAS-NAME
               MOVE LS-CANON-NAME TO WS-CANON-NAME
           ELSE
               DISPLAY "Alias name to merge away: "
               ACCEPT WS-ALIAS-NAME
               DISPLAY "Canonical name to merge into: "
               ACCEPT WS-CANON-NAME
           END-IF
           IF WS-ALIAS-NAME = SPACES OR WS-CANON-NAME = SPACES
               OR WS-ALIAS-NAME = WS-CANON-NAME
               DISPLAY "Nothing to do - names must differ and be"
               GOBACK
           END-IF

           IF LS-MERGE-FLAG = "B"
               MOVE "Y" TO WS-CONFIRM-REPLY
           ELSE
               DISPLAY "Merge every record of " WS-ALIAS-NAME
                   " into " WS-CANON-NAME " (Y/N)? "
               ACCEPT WS-CONFIRM-REPLY
           END-IF
           IF WS-CONFIRM-REPLY NOT = "Y" AND WS-CONFIRM-REPLY NOT = "y"
               DISPLAY "Merge abandoned."
               GOBACK
           END-IF
           IF LS-MERGE-FLAG NOT = "B"
               PERFORM REQUEST-MERGE
               GOBACK
           END-IF

           PERFORM RENAME-PLAYERHIST
           PERFORM RENAME-GAMELOG
           MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           MOVE "MERGE" TO WS-AUDIT-OUTCOME-CODE
           PERFORM WRITE-AUDIT-RECORD
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       REQUEST-MERGE.
           MOVE SPACES TO CHANGE-REQ-REC
           MOVE "MERGE" TO CR-ACTION
           MOVE LS-OPERATOR-ID TO CR-REQUESTED-BY
           MOVE WS-ALIAS-NAME TO CR-MERGE-ALIAS
           MOVE WS-CANON-NAME TO CR-MERGE-CANON
           STRING "Merge " WS-ALIAS-NAME " into " WS-CANON-NAME
               DELIMITED BY SIZE INTO CR-SUMMARY
           PERFORM WRITE-CHANGE-REQUEST
           IF CR-REQ-ID NOT = SPACES
               MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
               MOVE "REQUESTED" TO WS-AUDIT-OUTCOME-CODE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       RENAME-PLAYERHIST.
           MOVE ZERO TO WS-RENAMED-COUNT
           MOVE "N" TO WS-EOF-FLAG
               MOVE "ACTIVE" TO PM-STATUS
               MOVE SPACES TO PM-MERGED-INTO
               WRITE PLAYER-MST-REC
               IF WS-PLAYER-MST-STATUS = "00"
                   MOVE "ADD" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-JOURNAL-OLD-IMAGE
                   PERFORM JOURNAL-PLAYER-CHANGE
               END-IF
           END-IF

           MOVE WS-ALIAS-NAME TO PM-PLAYER-NAME
           READ PLAYER-MST-FILE KEY IS PM-PLAYER-NAME
           IF WS-PLAYER-MST-STATUS = "00"
               MOVE PLAYER-MST-REC TO WS-JOURNAL-OLD-IMAGE
               MOVE "MERGE" TO WS-JOURNAL-ACTION
               MOVE "MERGED" TO PM-STATUS
               MOVE WS-CANON-NAME TO PM-MERGED-INTO
               REWRITE PLAYER-MST-REC
           ELSE
               MOVE SPACES TO WS-JOURNAL-OLD-IMAGE
               MOVE "ADD" TO WS-JOURNAL-ACTION
               MOVE WS-ALIAS-NAME TO PM-PLAYER-NAME
               MOVE FUNCTION CURRENT-DATE(1:10) TO PM-REGISTERED-ON
               MOVE "MERGED" TO PM-STATUS
               MOVE WS-CANON-NAME TO PM-MERGED-INTO
               WRITE PLAYER-MST-REC
           END-IF
           IF WS-PLAYER-MST-STATUS = "00"
               PERFORM JOURNAL-PLAYER-CHANGE
           END-IF
           CLOSE PLAYER-MST-FILE.

      *> The caller has set the action and the before image; the
      *> after image is the master row just written.
       JOURNAL-PLAYER-CHANGE.
           MOVE LS-OPERATOR-ID TO WS-JOURNAL-OPERATOR-ID
           MOVE PM-PLAYER-NAME TO WS-JOURNAL-KEY
           MOVE PLAYER-MST-REC TO WS-JOURNAL-NEW-IMAGE
           PERFORM WRITE-JOURNAL-RECORD.

           COPY "chgreqwrite.cpy".

           COPY "chgjrnwrite.cpy".

           COPY "auditwrite.cpy".
