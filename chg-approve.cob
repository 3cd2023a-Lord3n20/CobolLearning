       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChgApprove IS INITIAL PROGRAM.

      *> Second-supervisor screen for the change requests NameMerge,
      *> RestoreMst, ExtResend, RollCheck and Program1's endpoint
      *> maintenance record in CHANGEREQ.DAT instead of acting at
      *> once: lists what is pending, and lets a supervisor approve
      *> or reject a request - never one of their own. An approved
      *> request is run straight away through the owning program in
      *> its "B" (or, for Program1, "M") mode and marked APPLIED or
      *> FAILED by the return code; every decision goes to AUDITLOG.
      *> A credential request's token is blanked on CHANGEREQ.DAT as
      *> soon as the request leaves PENDING, whatever the outcome.
      *>
      *> A request nobody decides within the limit on the first
      *> line of CHANGEREQ.CFG (columns 1-3, hours, default 024) is
      *> swept to EXPIRED as the screen opens and has to be asked
      *> for again. OperatorMenu only offers this to supervisors.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-PARM-FILE ASSIGN TO "CHANGEREQ.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CHANGE-REQ-FILE ASSIGN TO "CHANGEREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-REQ-ID
               FILE STATUS IS WS-CHANGE-REQ-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-PARM-FILE.
       01  CHANGE-PARM-LINE         PIC X(3).

       FD  CHANGE-REQ-FILE.
           COPY "chgreqrec.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-CHANGE-REQ-STATUS     PIC X(2).
       01  WS-EOF-FLAG              PIC X(1).
           88  END-OF-REQUESTS               VALUE "Y".

       01  WS-EXPIRY-HOURS          PIC 9(3) VALUE ZERO.
       01  WS-EXPIRY-MINUTES        PIC 9(7).
       01  WS-AGE-MINUTES           PIC S9(9).
       01  WS-NOW-STAMP             PIC X(14).
       01  WS-EXPIRED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-PENDING-COUNT         PIC 9(4) VALUE ZERO.

       01  WS-PICK-KEY              PIC X(16).
       01  WS-DECISION              PIC X(1).
           88  WS-DECIDE-APPROVE             VALUE "A" "a".
           88  WS-DECIDE-REJECT              VALUE "R" "r".
       01  WS-REQUEST-READY         PIC X(1).

      *> The approved request, held while the owning program runs
      *> so the change-request record area is not relied on across
      *> the CALL.
       01  WS-APPLY-ACTION          PIC X(10).
       01  WS-APPLY-ALIAS           PIC X(20).
       01  WS-APPLY-CANON           PIC X(20).
       01  WS-APPLY-DATE            PIC X(8).
       01  WS-APPLY-FILE            PIC X(12).
       01  WS-APPLY-ENDPOINT        PIC X(20).
       01  WS-APPLY-REBUILD         PIC X(4).
       01  WS-APPLY-PAYLOAD         PIC X(500).
       01  WS-APPLY-BATCH-FLAG      PIC X(1) VALUE "B".
       01  WS-APPLY-MAINT-FLAG      PIC X(1) VALUE "M".
       01  WS-APPLY-STATUS          PIC X(10).

       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "ChgApprove".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20).
       01  WS-AUDIT-OUTCOME-CODE    PIC X(10).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID           PIC X(20).
       01  LS-OPERATOR-ROLE         PIC X(10).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-OPERATOR-ROLE.
       MAIN-LOGIC.
           PERFORM READ-CHANGE-PARM
           PERFORM EXPIRE-STALE-REQUESTS
           PERFORM LIST-PENDING-REQUESTS
           IF WS-PENDING-COUNT = ZERO
               GOBACK
           END-IF
           PERFORM DECISION-LOOP
           GOBACK.

       READ-CHANGE-PARM.
           OPEN INPUT CHANGE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ CHANGE-PARM-FILE
                   NOT AT END
                       IF CHANGE-PARM-LINE(1:3) IS NUMERIC
                           MOVE CHANGE-PARM-LINE(1:3)
                               TO WS-EXPIRY-HOURS
                       END-IF
               END-READ
               CLOSE CHANGE-PARM-FILE
           END-IF
      *> A zero limit would expire every request before anyone
      *> could look at it; fall back to a day.
           IF WS-EXPIRY-HOURS = ZERO
               MOVE 24 TO WS-EXPIRY-HOURS
           END-IF
           COMPUTE WS-EXPIRY-MINUTES = WS-EXPIRY-HOURS * 60.

       EXPIRE-STALE-REQUESTS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE "N" TO WS-EOF-FLAG
           OPEN I-O CHANGE-REQ-FILE
           IF WS-CHANGE-REQ-STATUS = "00"
               PERFORM UNTIL END-OF-REQUESTS
                   READ CHANGE-REQ-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CR-STATUS = "PENDING"
                               PERFORM EXPIRE-IF-STALE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-REQ-FILE
           END-IF
           IF WS-EXPIRED-COUNT NOT = ZERO
               DISPLAY WS-EXPIRED-COUNT " request(s) expired after "
                   WS-EXPIRY-HOURS " hour(s) undecided."
           END-IF.

      *> Age in minutes from the day numbers and the hh:mm of the
      *> two stamps, so a request raised late in the evening is not
      *> a day old at midnight.
       EXPIRE-IF-STALE.
           COMPUTE WS-AGE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-NOW-STAMP(1:8)))
                - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CR-REQUESTED-AT(1:8)))) * 1440
               + FUNCTION NUMVAL(WS-NOW-STAMP(9:2)) * 60
               + FUNCTION NUMVAL(WS-NOW-STAMP(11:2))
               - FUNCTION NUMVAL(CR-REQUESTED-AT(9:2)) * 60
               - FUNCTION NUMVAL(CR-REQUESTED-AT(11:2))
           IF WS-AGE-MINUTES >= WS-EXPIRY-MINUTES
               MOVE "EXPIRED" TO CR-STATUS
               MOVE WS-NOW-STAMP TO CR-DECIDED-AT
               MOVE SPACES TO CR-DECIDED-BY
               IF CR-ACTION = "CREDENTIAL"
                   MOVE SPACES TO CR-EC-TOKEN
               END-IF
               REWRITE CHANGE-REQ-REC
               IF WS-CHANGE-REQ-STATUS = "00"
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
                   MOVE "EXPIRED" TO WS-AUDIT-OUTCOME-CODE
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       LIST-PENDING-REQUESTS.
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CHANGE-REQ-FILE
           IF WS-CHANGE-REQ-STATUS NOT = "00"
               DISPLAY "No change requests on file."
           ELSE
               DISPLAY "===== Pending change requests ====="
               DISPLAY "Request ID       Action     Requested by"
                   "         Summary"
               PERFORM UNTIL END-OF-REQUESTS
                   READ CHANGE-REQ-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CR-STATUS = "PENDING"
                               ADD 1 TO WS-PENDING-COUNT
                               DISPLAY CR-REQ-ID " " CR-ACTION " "
                                   CR-REQUESTED-BY " " CR-SUMMARY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-REQ-FILE
               IF WS-PENDING-COUNT = ZERO
                   DISPLAY "Nothing pending."
               END-IF
           END-IF.

       DECISION-LOOP.
           MOVE SPACES TO WS-PICK-KEY
           DISPLAY "Request ID to decide (blank to return): "
           ACCEPT WS-PICK-KEY
           PERFORM UNTIL WS-PICK-KEY = SPACES
               PERFORM DECIDE-ONE-REQUEST
               DISPLAY "Request ID to decide (blank to return): "
               ACCEPT WS-PICK-KEY
           END-PERFORM.

      *> The requester can never be the approver: an attempt is
      *> refused and audited DENIED, which AuditReport turns into an
      *> exception item like any other refusal.
       DECIDE-ONE-REQUEST.
           MOVE "N" TO WS-REQUEST-READY
           OPEN I-O CHANGE-REQ-FILE
           IF WS-CHANGE-REQ-STATUS NOT = "00"
               DISPLAY "Could not open the change requests, status "
                   WS-CHANGE-REQ-STATUS
           ELSE
               MOVE WS-PICK-KEY TO CR-REQ-ID
               READ CHANGE-REQ-FILE KEY IS CR-REQ-ID
               IF WS-CHANGE-REQ-STATUS NOT = "00"
                   DISPLAY "Request not found: " WS-PICK-KEY
               ELSE
                   IF CR-STATUS NOT = "PENDING"
                       DISPLAY "Request already " CR-STATUS " by "
                           CR-DECIDED-BY " at " CR-DECIDED-AT
                   ELSE
                       IF CR-REQUESTED-BY = LS-OPERATOR-ID
                           DISPLAY "A request must be decided by a"
                               " different supervisor."
                           MOVE LS-OPERATOR-ID
                               TO WS-AUDIT-OPERATOR-ID
                           MOVE "DENIED" TO WS-AUDIT-OUTCOME-CODE
                           PERFORM WRITE-AUDIT-RECORD
                       ELSE
                           DISPLAY CR-ACTION " requested by "
                               CR-REQUESTED-BY " at "
                               CR-REQUESTED-AT
                           DISPLAY CR-SUMMARY
                           DISPLAY "(A)pprove or (R)eject: "
                           ACCEPT WS-DECISION
                           PERFORM RECORD-DECISION
                       END-IF
                   END-IF
               END-IF
               CLOSE CHANGE-REQ-FILE
           END-IF
           IF WS-REQUEST-READY = "Y"
               PERFORM EXECUTE-CHANGE
               PERFORM MARK-OUTCOME
           END-IF.

      *> A rejection is final here; an approval is stamped and the
      *> change itself run once the file is closed again.
       RECORD-DECISION.
           EVALUATE TRUE
               WHEN WS-DECIDE-REJECT
                   MOVE "REJECTED" TO CR-STATUS
                   MOVE LS-OPERATOR-ID TO CR-DECIDED-BY
                   MOVE FUNCTION CURRENT-DATE(1:14) TO CR-DECIDED-AT
                   IF CR-ACTION = "CREDENTIAL"
                       MOVE SPACES TO CR-EC-TOKEN
                   END-IF
                   REWRITE CHANGE-REQ-REC
                   IF WS-CHANGE-REQ-STATUS NOT = "00"
                       DISPLAY "Could not reject, status "
                           WS-CHANGE-REQ-STATUS
                   ELSE
                       DISPLAY "Request rejected."
                       MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
                       MOVE "REJECTED" TO WS-AUDIT-OUTCOME-CODE
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
               WHEN WS-DECIDE-APPROVE
                   MOVE CR-ACTION TO WS-APPLY-ACTION
                   MOVE CR-MERGE-ALIAS TO WS-APPLY-ALIAS
                   MOVE CR-MERGE-CANON TO WS-APPLY-CANON
                   MOVE CR-RESTORE-FILE TO WS-APPLY-FILE
                   MOVE CR-EP-NAME TO WS-APPLY-ENDPOINT
                   MOVE CR-REBUILD-FILES TO WS-APPLY-REBUILD
                   MOVE SPACES TO WS-APPLY-PAYLOAD
                   MOVE CR-DETAIL TO WS-APPLY-PAYLOAD(1:300)
                   IF CR-ACTION = "RESTORE"
                       MOVE CR-RESTORE-DATE TO WS-APPLY-DATE
                   ELSE
                       MOVE CR-RESEND-DATE TO WS-APPLY-DATE
                   END-IF
                   MOVE "Y" TO WS-REQUEST-READY
                   MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
                   MOVE "APPROVED" TO WS-AUDIT-OUTCOME-CODE
                   PERFORM WRITE-AUDIT-RECORD
               WHEN OTHER
                   DISPLAY "Left pending."
           END-EVALUATE.

       EXECUTE-CHANGE.
           MOVE 4 TO RETURN-CODE
           EVALUATE WS-APPLY-ACTION
               WHEN "MERGE"
                   CALL "NameMerge" USING LS-OPERATOR-ID
                       WS-APPLY-BATCH-FLAG WS-APPLY-ALIAS
                       WS-APPLY-CANON
               WHEN "RESTORE"
                   CALL "RestoreMst" USING LS-OPERATOR-ID
                       WS-APPLY-BATCH-FLAG WS-APPLY-DATE
                       WS-APPLY-FILE
               WHEN "RESEND"
                   CALL "ExtResend" USING LS-OPERATOR-ID
                       LS-OPERATOR-ROLE WS-APPLY-BATCH-FLAG
                       WS-APPLY-DATE
               WHEN "REBUILD"
                   CALL "RollCheck" USING LS-OPERATOR-ID
                       WS-APPLY-BATCH-FLAG WS-APPLY-REBUILD
               WHEN "ENDPOINT"
               WHEN "CREDENTIAL"
               WHEN "SCHEDULE"
                   CALL "Program1" USING WS-APPLY-MAINT-FLAG
                       WS-APPLY-ENDPOINT WS-APPLY-PAYLOAD
                       LS-OPERATOR-ID LS-OPERATOR-ROLE
               WHEN OTHER
                   DISPLAY "Unknown change action " WS-APPLY-ACTION
           END-EVALUATE
      *> Program1 gives 2 when the endpoint's schedule holds a send
      *> back and queues it DEFERRED on RESUBMITQ: the change was
      *> accepted and goes out later, so it counts as applied.
           IF RETURN-CODE = ZERO OR RETURN-CODE = 2
               MOVE "APPLIED" TO WS-APPLY-STATUS
           ELSE
               MOVE "FAILED" TO WS-APPLY-STATUS
           END-IF
           MOVE ZERO TO RETURN-CODE.

       MARK-OUTCOME.
           OPEN I-O CHANGE-REQ-FILE
           IF WS-CHANGE-REQ-STATUS = "00"
               MOVE WS-PICK-KEY TO CR-REQ-ID
               READ CHANGE-REQ-FILE KEY IS CR-REQ-ID
               IF WS-CHANGE-REQ-STATUS = "00"
                   MOVE WS-APPLY-STATUS TO CR-STATUS
                   MOVE LS-OPERATOR-ID TO CR-DECIDED-BY
                   MOVE FUNCTION CURRENT-DATE(1:14) TO CR-DECIDED-AT
                   IF CR-ACTION = "CREDENTIAL"
                       MOVE SPACES TO CR-EC-TOKEN
                   END-IF
                   REWRITE CHANGE-REQ-REC
               END-IF
               CLOSE CHANGE-REQ-FILE
           END-IF
           IF WS-APPLY-STATUS = "APPLIED"
               DISPLAY "Change applied."
           ELSE
               DISPLAY "Change failed - the request is marked FAILED."
               MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
               MOVE "FAILED" TO WS-AUDIT-OUTCOME-CODE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

           COPY "auditwrite.cpy".
