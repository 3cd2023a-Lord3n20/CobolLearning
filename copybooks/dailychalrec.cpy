      *> DAILY-CHAL-REC - one player's attempt at one tier's daily
      *> challenge in CobolRocks. Everyone playing a tier on the same
      *> day chases the same date-derived target, and the key allows
      *> one attempt per player per tier per day. The row is written
      *> STARTED before the first guess, so walking away from a bad
      *> start still uses up the day's attempt, and is rewritten WIN
      *> with the guess count when the target is found. ChalBoard
      *> ranks the day and the month from here, and DailyExtract
      *> sends the business date's results to the partner.
       01  DAILY-CHAL-REC.
           05  DC-KEY.
               10  DC-CHAL-DATE        PIC X(8).
               10  DC-DIFF-LEVEL       PIC X(10).
               10  DC-PLAYER-NAME      PIC X(20).
           05  DC-OUTCOME              PIC X(8).
               88  DC-IN-PLAY                   VALUE "STARTED".
               88  DC-FINISHED                  VALUE "WIN".
           05  DC-GUESS-COUNT          PIC 9(4).
           05  DC-STARTED-AT           PIC X(16).
           05  DC-FINISHED-AT          PIC X(16).
