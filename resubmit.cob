      *> RESENT on success. Program1 is called with flag "R" so a
      *> re-post that fails again does not enqueue a duplicate - the
      *> original entry simply stays PENDING for the next night.
      *> DEFERRED entries - calls Program1 held back for a partner's
      *> blackout window or daily quota - are released the same way
      *> once the endpoint's schedule in EPSCHED.DAT clears them; one
      *> that then fails becomes an ordinary PENDING entry. An entry
      *> of either kind whose endpoint is still held back is left as
      *> it is, so the retries never run into a window or a quota.
      *> RETURN-CODE: 0 all sent, 4 nothing queued or some still
      *> waiting.
      *>
      *> Called with anything else (the menu): lists the queue and
      *> lets the operator ABANDON entries that should stop retrying.
               RECORD KEY IS RSQ-TIMESTAMP
               FILE STATUS IS WS-RESUBMIT-STATUS.

           SELECT EP-SCHED-FILE ASSIGN TO "EPSCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-NAME
               FILE STATUS IS WS-EP-SCHED-STATUS.

           SELECT RESPONSE-LOG-FILE ASSIGN TO "RESPONSELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESUBMIT-QUEUE-FILE.
           COPY "resubqrec.cpy".

       FD  EP-SCHED-FILE.
           COPY "epschedrec.cpy".

       FD  RESPONSE-LOG-FILE.
           COPY "resplogrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RESUBMIT-STATUS       PIC X(2).
       01  WS-EOF-FLAG              PIC X(1).
           88  END-OF-QUEUE                  VALUE "Y".

      *> PENDING and DEFERRED entries are collected first and the
      *> file closed, so Program1 can open the queue itself while we
      *> re-post.
       01  WS-PENDING-TABLE.
           05  WS-PEND OCCURS 100 TIMES.
               10  WS-PEND-KEY      PIC X(26).
               10  WS-PEND-ENDPOINT PIC X(20).
               10  WS-PEND-STATUS   PIC X(10).
               10  WS-PEND-PAYLOAD  PIC X(500).
       01  WS-PENDING-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-TBL-IDX               PIC 9(3).
       01  WS-RESENT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-STILL-PENDING         PIC 9(3) VALUE ZERO.
       01  WS-STILL-DEFERRED        PIC 9(3) VALUE ZERO.
       01  WS-NEW-STATUS            PIC X(10).

       01  WS-EP-SCHED-STATUS       PIC X(2).
       01  WS-RESPONSE-LOG-STATUS   PIC X(2).
       01  WS-SCHED-ENDPOINT        PIC X(20).
       01  WS-SCHED-VERDICT         PIC X(1).
           88  SCHED-CLEAR                   VALUE "C".
       01  WS-SCHED-UNTIL           PIC X(12).
       01  WS-SCHED-CALLS-LEFT      PIC 9(5).
       01  WS-SCHED-CALLS-TODAY     PIC 9(5).
       01  WS-SCHED-NOW             PIC X(12).
       01  WS-SCHED-TOMORROW        PIC 9(8).
       01  WS-SCHED-IDX             PIC 9(2).
       01  WS-SCHED-EOF             PIC X(1).

       01  WS-REPOST-FLAG           PIC X(1) VALUE "R".
       01  WS-REPOST-ENDPOINT       PIC X(20).
                   PERFORM REPOST-ONE-ENTRY
               END-PERFORM
               DISPLAY "Resubmission: " WS-RESENT-COUNT " resent, "
                   WS-STILL-PENDING " still pending, "
                   WS-STILL-DEFERRED " still deferred."
               IF WS-STILL-PENDING = ZERO
                       AND WS-STILL-DEFERRED = ZERO
                   MOVE ZERO TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF (RSQ-STATUS = "PENDING"
                                   OR RSQ-STATUS = "DEFERRED")
                               AND WS-PENDING-COUNT < 100
                               ADD 1 TO WS-PENDING-COUNT
                               MOVE RSQ-TIMESTAMP
                                   TO WS-PEND-KEY(WS-PENDING-COUNT)
                               MOVE RSQ-ENDPOINT-NAME TO
                                   WS-PEND-ENDPOINT(WS-PENDING-COUNT)
                               MOVE RSQ-STATUS
                                   TO WS-PEND-STATUS(WS-PENDING-COUNT)
                               MOVE RSQ-PAYLOAD
                                   TO WS-PEND-PAYLOAD(WS-PENDING-COUNT)
                           END-IF
               CLOSE RESUBMIT-QUEUE-FILE
           END-IF.

      *> The schedule is checked again before every entry, since
      *> the entries sent ahead of it may have used up the quota.
       REPOST-ONE-ENTRY.
           MOVE WS-PEND-ENDPOINT(WS-TBL-IDX) TO WS-REPOST-ENDPOINT
           MOVE WS-PEND-PAYLOAD(WS-TBL-IDX) TO WS-REPOST-PAYLOAD
           MOVE WS-REPOST-ENDPOINT TO WS-SCHED-ENDPOINT
           PERFORM CHECK-ENDPOINT-SCHEDULE
           IF NOT SCHED-CLEAR
               DISPLAY "Holding entry " WS-PEND-KEY(WS-TBL-IDX)
                   " for " WS-REPOST-ENDPOINT " until "
                   WS-SCHED-UNTIL
               PERFORM COUNT-ENTRY-STILL-WAITING
           ELSE
               DISPLAY "Re-posting entry " WS-PEND-KEY(WS-TBL-IDX)
                   " to " WS-REPOST-ENDPOINT
               CALL "Program1" USING WS-REPOST-FLAG
                   WS-REPOST-ENDPOINT WS-REPOST-PAYLOAD
                   WS-REPOST-OPERATOR WS-REPOST-ROLE
               EVALUATE TRUE
                   WHEN RETURN-CODE = ZERO
                       MOVE "RESENT" TO WS-NEW-STATUS
                       PERFORM MARK-ENTRY-STATUS
                       ADD 1 TO WS-RESENT-COUNT
                   WHEN RETURN-CODE = 2
                       PERFORM COUNT-ENTRY-STILL-WAITING
                   WHEN WS-PEND-STATUS(WS-TBL-IDX) = "DEFERRED"
                       MOVE "PENDING" TO WS-NEW-STATUS
                       PERFORM MARK-ENTRY-STATUS
                       ADD 1 TO WS-STILL-PENDING
                   WHEN OTHER
                       ADD 1 TO WS-STILL-PENDING
               END-EVALUATE
           END-IF
           MOVE ZERO TO RETURN-CODE.

       COUNT-ENTRY-STILL-WAITING.
           IF WS-PEND-STATUS(WS-TBL-IDX) = "DEFERRED"
               ADD 1 TO WS-STILL-DEFERRED
           ELSE
               ADD 1 TO WS-STILL-PENDING
           END-IF.

      *> A released entry whose post then failed is kept as an
      *> ordinary PENDING failure, and says so.
       MARK-ENTRY-STATUS.
           OPEN I-O RESUBMIT-QUEUE-FILE
           IF WS-RESUBMIT-STATUS = "00"
               MOVE WS-PEND-KEY(WS-TBL-IDX) TO RSQ-TIMESTAMP
               READ RESUBMIT-QUEUE-FILE KEY IS RSQ-TIMESTAMP
               IF WS-RESUBMIT-STATUS = "00"
                   MOVE WS-NEW-STATUS TO RSQ-STATUS
                   IF WS-NEW-STATUS = "PENDING"
                       MOVE "Released from deferral; the post failed"
                           TO RSQ-ERROR-DETAIL
                   END-IF
                   REWRITE RESUBMIT-REC
                   IF WS-RESUBMIT-STATUS NOT = "00"
                       DISPLAY "Could not mark entry "
                           WS-NEW-STATUS ", status "
                           WS-RESUBMIT-STATUS
                   END-IF
               END-IF
                   DISPLAY "Entry not found: " WS-ABANDON-KEY
               ELSE
                   IF RSQ-STATUS = "PENDING"
                           OR RSQ-STATUS = "DEFERRED"
                       MOVE "ABANDONED" TO RSQ-STATUS
                       REWRITE RESUBMIT-REC
                       DISPLAY "Entry abandoned."
                   ELSE
                       DISPLAY "Entry is not waiting: " RSQ-STATUS
                   END-IF
               END-IF
               CLOSE RESUBMIT-QUEUE-FILE
           END-IF.

           COPY "epschedchk.cpy".
