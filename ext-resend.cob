      *> Rebuilding DAILYEXTRACT.DAT overwrites tonight's extract,
      *> which is safe: tonight's run is itself on the generation
      *> store and the next nightly run rebuilds the file anyway.
      *> OperatorMenu only offers this option to supervisors, and
      *> from the menu the chosen run date is only recorded as a
      *> pending change request in CHANGEREQ.DAT; the extract is
      *> rebuilt and sent once a different supervisor approves it
      *> in ChgApprove, which calls back in with LS-RESEND-FLAG "B"
      *> and the run date filled in. RETURN-CODE is then 0 when the
      *> re-send went through or was queued DEFERRED by the
      *> endpoint's schedule (RESUBMITQ sends it later), else 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT CHANGE-REQ-FILE ASSIGN TO "CHANGEREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-REQ-ID
               FILE STATUS IS WS-CHANGE-REQ-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       FD  EXTRACT-FILE.
       01  EXTRACT-LINE             PIC X(80).

       FD  CHANGE-REQ-FILE.
           COPY "chgreqrec.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       01  WS-PUSH-ENDPOINT         PIC X(20) VALUE "NIGHTLY-PUSH".
       01  WS-PUSH-PAYLOAD          PIC X(500) VALUE "@EXTRACT".

       01  WS-CHANGE-REQ-STATUS     PIC X(2).

       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "ExtResend".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20).
       LINKAGE SECTION.
       01  LS-OPERATOR-ID           PIC X(20).
       01  LS-OPERATOR-ROLE         PIC X(10).
       01  LS-RESEND-FLAG           PIC X(1).
       01  LS-RESEND-DATE           PIC X(8).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-OPERATOR-ROLE
               LS-RESEND-FLAG LS-RESEND-DATE.
       MAIN-LOGIC.
           IF LS-RESEND-FLAG = "B"
               MOVE LS-RESEND-DATE TO WS-PICK-DATE
               PERFORM LOOK-UP-GENERATION
               IF WS-GEN-LINE-COUNT = ZERO
                   DISPLAY "No generation on file for " WS-PICK-DATE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM SEND-PICKED-GENERATION
               END-IF
               GOBACK
           END-IF

           PERFORM LIST-GENERATIONS
           IF WS-LISTED-COUNT = ZERO
               GOBACK
               GOBACK
           END-IF

           PERFORM REQUEST-RESEND
           GOBACK.

       REQUEST-RESEND.
           MOVE SPACES TO CHANGE-REQ-REC
           MOVE "RESEND" TO CR-ACTION
           MOVE LS-OPERATOR-ID TO CR-REQUESTED-BY
           MOVE WS-PICK-DATE TO CR-RESEND-DATE
           STRING "Re-send extract of " WS-PICK-DATE " to "
               WS-PUSH-ENDPOINT DELIMITED BY SIZE INTO CR-SUMMARY
           PERFORM WRITE-CHANGE-REQUEST
           IF CR-REQ-ID NOT = SPACES
               MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
               MOVE "REQUESTED" TO WS-AUDIT-OUTCOME-CODE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       SEND-PICKED-GENERATION.
           MOVE 4 TO RETURN-CODE
           PERFORM REBUILD-EXTRACT-FILE
           IF WS-MISSING-COUNT NOT = ZERO
               DISPLAY "Generation incomplete - " WS-MISSING-COUNT
                   WS-COPIED-COUNT " lines) to " WS-PUSH-ENDPOINT
               CALL "Program1" USING WS-PUSH-FLAG WS-PUSH-ENDPOINT
                   WS-PUSH-PAYLOAD LS-OPERATOR-ID LS-OPERATOR-ROLE
               EVALUATE RETURN-CODE
                   WHEN ZERO
                       DISPLAY "Re-send completed."
                       MOVE "OK" TO WS-AUDIT-OUTCOME-CODE
                   WHEN 2
                       DISPLAY "Re-send held back by the endpoint's"
                           " schedule - queued as DEFERRED."
                       MOVE "DEFERRED" TO WS-AUDIT-OUTCOME-CODE
                   WHEN OTHER
                       DISPLAY "Re-send failed - see the response log."
                       MOVE "FAILED" TO WS-AUDIT-OUTCOME-CODE
               END-EVALUATE
           END-IF

           MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           PERFORM WRITE-AUDIT-RECORD
           IF WS-AUDIT-OUTCOME-CODE = "OK"
                   OR WS-AUDIT-OUTCOME-CODE = "DEFERRED"
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

       LIST-GENERATIONS.
           MOVE "N" TO WS-EOF-FLAG
               CLOSE EXTRACT-GEN-FILE
           END-IF.

           COPY "chgreqwrite.cpy".

           COPY "auditwrite.cpy".
