      *> EP-SCHED-REC - the calling schedule a partner has given us
      *> for one endpoint, held in EPSCHED.DAT and maintained only
      *> through the supervisor-gated endpoint maintenance path.
      *> ES-DAILY-QUOTA caps the calls made to the endpoint in one
      *> calendar day - every attempt, as RESPONSELOG counts them -
      *> and zero means no cap. Each blackout window runs from
      *> ES-BLACKOUT-FROM up to ES-BLACKOUT-UNTIL (YYYYMMDDHHMM,
      *> local time); unused slots are blank. An endpoint with no
      *> row here is called at any time, as before.
       01  EP-SCHED-REC.
           05  ES-NAME                 PIC X(20).
           05  ES-DAILY-QUOTA          PIC 9(5).
           05  ES-BLACKOUT OCCURS 10 TIMES.
               10  ES-BLACKOUT-FROM    PIC X(12).
               10  ES-BLACKOUT-UNTIL   PIC X(12).
