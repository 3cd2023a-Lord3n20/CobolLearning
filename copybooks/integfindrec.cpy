      *> INTEG-FIND-REC - IntegWatch's register of what it has
      *> already put on the exception queue, one row per finding
      *> key, so a pattern that persists night after night is queued
      *> once and only queued again when fresh evidence arrives.
      *> IW-CHECK: LOPSIDED, BURST or GUESSODDS. IW-NAME-B is blank
      *> for GUESSODDS and IW-DIFF-LEVEL is blank for the pair
      *> checks. IW-LAST-COUNT is the games or sessions counted
      *> when last queued; IW-LAST-DAY is the burst day.
       01  INTEG-FIND-REC.
           05  IW-KEY.
               10  IW-CHECK            PIC X(10).
               10  IW-NAME-A           PIC X(20).
               10  IW-NAME-B           PIC X(20).
               10  IW-DIFF-LEVEL       PIC X(10).
           05  IW-ITEM-ID              PIC X(26).
           05  IW-LAST-COUNT           PIC 9(6).
           05  IW-LAST-DAY             PIC X(8).
