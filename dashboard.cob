      *> The morning check on one screen: each batch step's
      *> checkpoint status and timestamp with a clear banner when
      *> last night failed, the count of PENDING entries on the
      *> resubmission queue (and of DEFERRED ones held back for a
      *> partner's blackout window or quota), and today's run counts
      *> per program from the audit trail - instead of opening four
      *> files by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  END-OF-CURRENT-FILE           VALUE "Y".

       01  WS-STEP-TABLE.
           05  WS-STEP OCCURS 40 TIMES.
               10  WS-SP-NO         PIC 9(2).
               10  WS-SP-NAME       PIC X(20).
               10  WS-SP-STATUS     PIC X(10).
       01  WS-FIRST-FAILED-STEP     PIC 9(2) VALUE ZERO.

       01  WS-PENDING-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-DEFERRED-COUNT        PIC 9(4) VALUE ZERO.

       01  WS-EXCEPT-Q-STATUS       PIC X(2).
       01  WS-OPEN-ITEM-COUNT       PIC 9(4) VALUE ZERO.

           DISPLAY "Post failures awaiting attention: "
               WS-PENDING-COUNT
           DISPLAY "Posts deferred by partner schedules: "
               WS-DEFERRED-COUNT

           IF WS-OPEN-ITEM-COUNT = ZERO
               DISPLAY "Exception work items open: 0000"
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-STEP-COUNT < 40
                               ADD 1 TO WS-STEP-COUNT
                               MOVE CKPT-STEP-NO
                                   TO WS-SP-NO(WS-STEP-COUNT)
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           EVALUATE RSQ-STATUS
                               WHEN "PENDING"
                                   ADD 1 TO WS-PENDING-COUNT
                               WHEN "DEFERRED"
                                   ADD 1 TO WS-DEFERRED-COUNT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE RESUBMIT-QUEUE-FILE
