      *> CAP-HIST-REC - the live row count CapMonitor took of one
      *> master or history file on one business date. A rerun of
      *> the date replaces its own rows; earlier dates are the
      *> growth history the days-remaining projection is drawn from.
       01  CAP-HIST-REC.
           05  CP-KEY.
               10  CP-DATE             PIC X(8).
               10  CP-FILE-ID          PIC X(12).
           05  CP-ROW-COUNT            PIC 9(7).
           05  CP-TIMESTAMP            PIC X(14).
