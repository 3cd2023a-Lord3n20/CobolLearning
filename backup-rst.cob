      *> The catalog's per-file counts govern how far each master is
      *> read back, so stale tail rows from a longer earlier run on
      *> the same date are never restored.
      *> OperatorMenu only offers this option to supervisors, and
      *> from the menu the chosen generation and master are only
      *> recorded as a pending change request in CHANGEREQ.DAT;
      *> nothing is overwritten until a different supervisor
      *> approves it in ChgApprove, which calls back in with
      *> LS-RESTORE-FLAG "B" and the date and master filled in.
      *> RETURN-CODE is then 0 when a file was restored, else 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS JS-STEP-NO
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT CHANGE-REQ-FILE ASSIGN TO "CHANGEREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-REQ-ID
               FILE STATUS IS WS-CHANGE-REQ-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       FD  JOBSTEP-FILE.
           COPY "jobsteprec.cpy".

       FD  CHANGE-REQ-FILE.
           COPY "chgreqrec.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       01  WS-MISSING-COUNT         PIC 9(6).
       01  WS-FILES-RESTORED        PIC 9(1) VALUE ZERO.

       01  WS-CHANGE-REQ-STATUS     PIC X(2).

       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "RestoreMst".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID           PIC X(20).
       01  LS-RESTORE-FLAG          PIC X(1).
       01  LS-RESTORE-DATE          PIC X(8).
       01  LS-RESTORE-FILE          PIC X(12).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-RESTORE-FLAG
               LS-RESTORE-DATE LS-RESTORE-FILE.
       MAIN-LOGIC.
           MOVE 4 TO RETURN-CODE
           IF LS-RESTORE-FLAG = "B"
               MOVE LS-RESTORE-DATE TO WS-PICK-DATE
               MOVE LS-RESTORE-FILE TO WS-PICK-FILE
               PERFORM LOOK-UP-GENERATION
               IF WS-CAT-FOUND NOT = "Y"
                   DISPLAY "No generation on file for " WS-PICK-DATE
               ELSE
                   PERFORM RESTORE-PICKED-MASTERS
               END-IF
               GOBACK
           END-IF

           PERFORM LIST-GENERATIONS
           IF WS-LISTED-COUNT = ZERO
               GOBACK
               GOBACK
           END-IF

           PERFORM REQUEST-RESTORE
           GOBACK.

       REQUEST-RESTORE.
           MOVE SPACES TO CHANGE-REQ-REC
           MOVE "RESTORE" TO CR-ACTION
           MOVE LS-OPERATOR-ID TO CR-REQUESTED-BY
           MOVE WS-PICK-DATE TO CR-RESTORE-DATE
           MOVE WS-PICK-FILE TO CR-RESTORE-FILE
           STRING "Restore " WS-PICK-FILE " from backup of "
               WS-PICK-DATE DELIMITED BY SIZE INTO CR-SUMMARY
           PERFORM WRITE-CHANGE-REQUEST
           IF CR-REQ-ID NOT = SPACES
               MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
               MOVE "REQUESTED" TO WS-AUDIT-OUTCOME-CODE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       RESTORE-PICKED-MASTERS.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 7
               IF WS-CW-COUNT(WS-SLOT-IDX) NOT = ZERO
               MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
               MOVE "RESTORE" TO WS-AUDIT-OUTCOME-CODE
               PERFORM WRITE-AUDIT-RECORD
               MOVE ZERO TO RETURN-CODE
           END-IF.

       LIST-GENERATIONS.
           MOVE "N" TO WS-EOF-FLAG
                   CLOSE JOBSTEP-FILE
           END-EVALUATE.

           COPY "chgreqwrite.cpy".

           COPY "auditwrite.cpy".
