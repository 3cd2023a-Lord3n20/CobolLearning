      *> CHANGE-REQ-REC - one pending change request. NameMerge,
      *> RestoreMst, ExtResend, RollCheck and Program1's
      *> endpoint/credential maintenance no longer act on one
      *> supervisor's say-so: they record what was asked here
      *> (CR-DETAIL, one view per CR-ACTION) and a different
      *> supervisor approves or rejects it in ChgApprove, which runs
      *> the change through the owning program. A request nobody
      *> decides within the limit in CHANGEREQ.CFG is marked EXPIRED.
      *> CR-ACTION: MERGE, RESTORE, RESEND, REBUILD, ENDPOINT,
      *> CREDENTIAL or SCHEDULE.
      *> CR-STATUS: PENDING, then APPLIED or FAILED once approved,
      *> or REJECTED or EXPIRED.
       01  CHANGE-REQ-REC.
           05  CR-REQ-ID               PIC X(16).
           05  CR-ACTION               PIC X(10).
           05  CR-REQUESTED-BY         PIC X(20).
           05  CR-REQUESTED-AT         PIC X(14).
           05  CR-STATUS               PIC X(10).
           05  CR-DECIDED-BY           PIC X(20).
           05  CR-DECIDED-AT           PIC X(14).
           05  CR-SUMMARY              PIC X(60).
           05  CR-DETAIL               PIC X(300).
           05  CR-MERGE-DETAIL REDEFINES CR-DETAIL.
               10  CR-MERGE-ALIAS      PIC X(20).
               10  CR-MERGE-CANON      PIC X(20).
               10  FILLER              PIC X(260).
           05  CR-RESTORE-DETAIL REDEFINES CR-DETAIL.
               10  CR-RESTORE-DATE     PIC X(8).
               10  CR-RESTORE-FILE     PIC X(12).
               10  FILLER              PIC X(280).
           05  CR-RESEND-DETAIL REDEFINES CR-DETAIL.
               10  CR-RESEND-DATE      PIC X(8).
               10  FILLER              PIC X(292).
      *> REBUILD: one Y/N per rollup RollCheck found drifting -
      *> GUESSSUMMARY, TTTSUMMARY, TTTH2H, TTTRATINGS in that order.
           05  CR-REBUILD-DETAIL REDEFINES CR-DETAIL.
               10  CR-REBUILD-FILES    PIC X(4).
               10  FILLER              PIC X(296).
      *> ENDPOINT, CREDENTIAL and SCHEDULE: the maintenance choice
      *> (A, U, D, C or S) and endpoint name, then the fields that
      *> choice captured. A credential with a blank scheme is a
      *> removal; a schedule is the whole new quota and window list.
      *> CR-EC-TOKEN is only held while the request is PENDING;
      *> ChgApprove blanks it when the request is decided or expires.
           05  CR-EP-DETAIL REDEFINES CR-DETAIL.
               10  CR-EP-CHOICE        PIC X(1).
               10  CR-EP-NAME          PIC X(20).
               10  CR-EP-FIELDS        PIC X(279).
               10  CR-EP-CFG-FIELDS REDEFINES CR-EP-FIELDS.
                   15  CR-EP-URL           PIC X(200).
                   15  CR-EP-METHOD        PIC X(4).
                   15  CR-EP-CONTENT-TYPE  PIC X(40).
                   15  FILLER              PIC X(35).
               10  CR-EP-CRED-FIELDS REDEFINES CR-EP-FIELDS.
                   15  CR-EC-SCHEME        PIC X(10).
                   15  CR-EC-HEADER-NAME   PIC X(40).
                   15  CR-EC-TOKEN         PIC X(200).
                   15  FILLER              PIC X(29).
               10  CR-EP-SCHED-FIELDS REDEFINES CR-EP-FIELDS.
                   15  CR-ES-DAILY-QUOTA   PIC 9(5).
                   15  CR-ES-BLACKOUT OCCURS 10 TIMES.
                       20  CR-ES-FROM      PIC X(12).
                       20  CR-ES-UNTIL     PIC X(12).
                   15  FILLER              PIC X(34).
