      *> RUN-HIST-REC - one row per step executed by BatchControl,
      *> appended to RUNHIST.DAT so every night's timings survive the
      *> checkpoint being overwritten. RH-RUN-DATE is the night the
      *> stream ran for; a restart appends further rows under it.
      *> Times are YYYYMMDDHHMMSS, elapsed is whole seconds.
       01  RUN-HIST-REC.
           05  RH-RUN-DATE             PIC X(8).
           05  RH-STEP-NO              PIC 9(2).
           05  RH-STEP-NAME            PIC X(20).
           05  RH-START-TIME           PIC X(14).
           05  RH-END-TIME             PIC X(14).
           05  RH-ELAPSED-SECS         PIC 9(6).
           05  RH-RETURN-CODE          PIC 9(4).
           05  RH-STATUS               PIC X(10).
