      *> CHECK-ENDPOINT-SCHEDULE - shared paragraph.
      *> Calling program must declare, ahead of COPY:
      *>   - file EP-SCHED-FILE, SELECT ... "EPSCHED.DAT"
      *>     ORGANIZATION INDEXED, RECORD KEY ES-NAME, FILE STATUS
      *>     IS WS-EP-SCHED-STATUS, with an FD that COPY
      *>     "epschedrec.cpy"s in EP-SCHED-REC
      *>   - file RESPONSE-LOG-FILE, SELECT ... "RESPONSELOG.DAT"
      *>     ORGANIZATION LINE SEQUENTIAL, FILE STATUS IS
      *>     WS-RESPONSE-LOG-STATUS, with an FD that COPY
      *>     "resplogrec.cpy"s in RESPONSE-LOG-REC
      *>   - WS-EP-SCHED-STATUS      PIC X(2)
      *>   - WS-RESPONSE-LOG-STATUS  PIC X(2)
      *>   - WS-SCHED-ENDPOINT       PIC X(20)
      *>   - WS-SCHED-VERDICT        PIC X(1)
      *>   - WS-SCHED-UNTIL          PIC X(12)
      *>   - WS-SCHED-CALLS-LEFT     PIC 9(5)
      *>   - WS-SCHED-CALLS-TODAY    PIC 9(5)
      *>   - WS-SCHED-NOW            PIC X(12)
      *>   - WS-SCHED-TOMORROW       PIC 9(8)
      *>   - WS-SCHED-IDX            PIC 9(2)
      *>   - WS-SCHED-EOF            PIC X(1)
      *> and MOVE the endpoint name before PERFORM
      *> CHECK-ENDPOINT-SCHEDULE. It answers in WS-SCHED-VERDICT:
      *> C clear to call, B inside a blackout window, Q the day's
      *> quota is used up. WS-SCHED-UNTIL is then when the call may
      *> go (the latest end among the windows in force, or midnight
      *> for the quota), and WS-SCHED-CALLS-LEFT the calls still
      *> allowed today (99999 with no cap).
       CHECK-ENDPOINT-SCHEDULE.
           MOVE "C" TO WS-SCHED-VERDICT
           MOVE SPACES TO WS-SCHED-UNTIL
           MOVE 99999 TO WS-SCHED-CALLS-LEFT
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-SCHED-NOW
           OPEN INPUT EP-SCHED-FILE
           IF WS-EP-SCHED-STATUS = "00"
               MOVE WS-SCHED-ENDPOINT TO ES-NAME
               READ EP-SCHED-FILE KEY IS ES-NAME
               IF WS-EP-SCHED-STATUS = "00"
                   PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                           UNTIL WS-SCHED-IDX > 10
                       IF ES-BLACKOUT-FROM(WS-SCHED-IDX) NOT = SPACES
                           AND WS-SCHED-NOW
                               >= ES-BLACKOUT-FROM(WS-SCHED-IDX)
                           AND WS-SCHED-NOW
                               < ES-BLACKOUT-UNTIL(WS-SCHED-IDX)
                           MOVE "B" TO WS-SCHED-VERDICT
                           IF ES-BLACKOUT-UNTIL(WS-SCHED-IDX)
                                   > WS-SCHED-UNTIL
                               MOVE ES-BLACKOUT-UNTIL(WS-SCHED-IDX)
                                   TO WS-SCHED-UNTIL
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-SCHED-VERDICT = "C"
                           AND ES-DAILY-QUOTA IS NUMERIC
                           AND ES-DAILY-QUOTA > ZERO
                       PERFORM COUNT-ENDPOINT-CALLS-TODAY
                       IF WS-SCHED-CALLS-TODAY >= ES-DAILY-QUOTA
                           MOVE "Q" TO WS-SCHED-VERDICT
                           MOVE ZERO TO WS-SCHED-CALLS-LEFT
                           COMPUTE WS-SCHED-TOMORROW =
                               FUNCTION DATE-OF-INTEGER(
                                   FUNCTION INTEGER-OF-DATE(
                                       FUNCTION NUMVAL(
                                           WS-SCHED-NOW(1:8))) + 1)
                           MOVE WS-SCHED-TOMORROW
                               TO WS-SCHED-UNTIL(1:8)
                           MOVE "0000" TO WS-SCHED-UNTIL(9:4)
                       ELSE
                           COMPUTE WS-SCHED-CALLS-LEFT =
                               ES-DAILY-QUOTA - WS-SCHED-CALLS-TODAY
                       END-IF
                   END-IF
               END-IF
               CLOSE EP-SCHED-FILE
           END-IF.

      *> Every attempt - answered or not - leaves one response log
      *> row, so today's rows for the endpoint are the calls the
      *> partner has seen from us today.
       COUNT-ENDPOINT-CALLS-TODAY.
           MOVE ZERO TO WS-SCHED-CALLS-TODAY
           MOVE "N" TO WS-SCHED-EOF
           OPEN INPUT RESPONSE-LOG-FILE
           IF WS-RESPONSE-LOG-STATUS = "00"
               PERFORM UNTIL WS-SCHED-EOF = "Y"
                   READ RESPONSE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-SCHED-EOF
                       NOT AT END
                           IF RL-TIMESTAMP(1:8) = WS-SCHED-NOW(1:8)
                               AND RL-ENDPOINT-NAME
                                   = WS-SCHED-ENDPOINT
                               ADD 1 TO WS-SCHED-CALLS-TODAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-LOG-FILE
           END-IF.
