      *> BUSINESS-DATE-REC - the one-line business date control file
      *> BIZDATE.DAT. BatchControl sets BD-BUSINESS-DATE at the
      *> start of a fresh run and every dated program files its work
      *> under it, so a stream that runs past midnight or is
      *> restarted next morning still files under the night it
      *> belongs to. BD-NEXT-DATE only moves on once a night
      *> completes (BD-RUN-STATE COMPLETE); a night left OPEN is
      *> simply run again under the same date.
      *> BD-RERUN-DATE is a past date a supervisor has asked to be
      *> run again; the next fresh run takes it up, clears it and
      *> marks the night BD-RERUN-FLAG "Y". A rerun never moves
      *> BD-NEXT-DATE. An absent file means the clock date.
       01  BUSINESS-DATE-REC.
           05  BD-BUSINESS-DATE        PIC X(8).
           05  BD-RUN-STATE            PIC X(8).
               88  BD-NIGHT-OPEN                 VALUE "OPEN".
               88  BD-NIGHT-COMPLETE             VALUE "COMPLETE".
           05  BD-NEXT-DATE            PIC X(8).
           05  BD-RERUN-FLAG           PIC X(1).
               88  BD-IS-RERUN                   VALUE "Y".
           05  BD-RERUN-DATE           PIC X(8).
           05  BD-SET-BY               PIC X(20).
           05  BD-SET-AT               PIC X(14).
