      *> RESUBMIT-REC - one row per failed partner post awaiting
      *> resubmission, carrying the full payload so the data is not
      *> lost when send-with-retry exhausts its attempts.
      *> RSQ-STATUS: PENDING, DEFERRED (held back by the endpoint's
      *> blackout window or daily quota), RESENT or ABANDONED.
       01  RESUBMIT-REC.
           05  RSQ-TIMESTAMP           PIC X(26).
           05  RSQ-ENDPOINT-NAME       PIC X(20).
