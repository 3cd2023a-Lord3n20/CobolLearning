      *> PLAYER-SUSP-REC - why a SUSPENDED player is barred and for
      *> how long, held in PLAYERSUSP.DAT beside PLAYERMST so the
      *> master row keeps its layout. PlayerMaint writes the row
      *> when it suspends a player and deletes it on reinstatement.
      *> PS-SUSPENDED-UNTIL is the last day barred (YYYYMMDD); from
      *> the day after, the games lift the suspension themselves and
      *> the nightly Dormancy step lifts it for anyone who has not
      *> come back.
      *> Left blank, the player stays barred until a supervisor
      *> reinstates them.
       01  PLAYER-SUSP-REC.
           05  PS-PLAYER-NAME          PIC X(20).
           05  PS-SUSPENDED-ON         PIC X(8).
           05  PS-SUSPENDED-BY         PIC X(20).
           05  PS-SUSPENDED-UNTIL      PIC X(8).
           05  PS-REASON               PIC X(60).
