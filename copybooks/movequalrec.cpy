      *> MOVE-QUAL-REC - running move-quality totals for one player
      *> (COMPUTER included), maintained by MoveQual the same way
      *> TTTSUMMARY is: only games newer than the MOVEQCURSOR marker
      *> are scored and merged in. Every move scored is one of
      *> MQ-BEST (kept the best result the position allowed),
      *> MQ-MISSED-WINS (a won position let slip to a draw) or
      *> MQ-BLUNDERS (a drawn or won position handed over as a
      *> loss). MQ-BLUNDER-LOSSES counts the games the player went
      *> on to lose after one of their own blunders.
       01  MOVE-QUAL-REC.
           05  MQ-PLAYER-NAME          PIC X(20).
           05  MQ-GAMES                PIC 9(6).
           05  MQ-MOVES                PIC 9(7).
           05  MQ-BEST                 PIC 9(7).
           05  MQ-MISSED-WINS          PIC 9(6).
           05  MQ-BLUNDERS             PIC 9(6).
           05  MQ-BLUNDER-LOSSES       PIC 9(6).
