      *> SEASON-CTL-REC - the one-line season control file
      *> SEASONCTL.DAT: the season now in play and the date it
      *> opened. SeasonEnd advances it; an absent file means season
      *> 0001, open since records began.
      *> SeasonEnd also notes how the season was opened (R reset or
      *> P pulled back, with the percentage) and where the three
      *> rollup cursors stood at the close, so RollCheck can rebuild
      *> the season from history: only records beyond those points
      *> belong to it.
       01  SEASON-CTL-REC.
           05  SC-SEASON-NO            PIC 9(4).
           05  SC-OPENED-ON            PIC X(8).
           05  SC-OPEN-MODE            PIC X(1).
           05  SC-PULL-PCT             PIC 9(3).
           05  SC-GUESS-FROM           PIC X(16).
           05  SC-TTT-FROM             PIC X(16).
           05  SC-RATE-FROM            PIC X(16).
