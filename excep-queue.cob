       PROGRAM-ID. ExcepQueue IS INITIAL PROGRAM.

      *> Work-queue screen for the exception items AuditReport opens
      *> from FAILED and DENIED audit rows and FAILED checkpoints,
      *> and the suspicious-play items IntegWatch opens (details in
      *> INTEGRITY.DAT under the same item ID):
      *> lists what is still open, and lets an operator acknowledge
      *> an item with a short disposition note under their own ID -
      *> so "who looked into that failure" has an answer, and the
