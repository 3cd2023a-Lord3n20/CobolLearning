      *> SEASON-HIST-REC - one player's final line for a closed
      *> season, written by SeasonEnd before the rollups are reset.
      *> SN-TIER holds EASY, MEDIUM and HARD in that order; a tier
      *> the player never played carries best 9999, sessions 0.
      *> SN-RATING is zero for a player who never had a rated game.
       01  SEASON-HIST-REC.
           05  SN-KEY.
               10  SN-SEASON-NO        PIC 9(4).
               10  SN-PLAYER-NAME      PIC X(20).
           05  SN-CLOSED-ON            PIC X(8).
           05  SN-RATING               PIC 9(4).
           05  SN-RATED-GAMES          PIC 9(4).
           05  SN-WINS                 PIC 9(4).
           05  SN-LOSSES               PIC 9(4).
           05  SN-DRAWS                PIC 9(4).
           05  SN-TIER OCCURS 3 TIMES.
               10  SN-BEST-GUESSES     PIC 9(4).
               10  SN-SESSIONS         PIC 9(4).
