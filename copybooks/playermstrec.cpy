      *> in the history files. A row whose PM-STATUS is MERGED is an
      *> alias: the games silently substitute PM-MERGED-INTO, and
      *> NameMerge is what sets it.
      *> PM-STATUS: ACTIVE, MERGED, CLOSED (the partner's member
      *> file withdrew them), SUSPENDED (barred by a supervisor -
      *> reason and end date on PLAYERSUSP) or DORMANT (no play for
      *> the period the Dormancy step is set to). The games refuse
      *> CLOSED and SUSPENDED players and set a DORMANT one back to
      *> ACTIVE when they play again; the leaderboards and the
      *> partner extract leave out all three.
       01  PLAYER-MST-REC.
           05  PM-PLAYER-NAME          PIC X(20).
           05  PM-REGISTERED-ON        PIC X(10).
