      *> CHG-JOURNAL-REC - one before/after image of a master row.
      *> Every add, update, deactivate, unlock, lock, merge, close
      *> and delete made to OPERATORS, JOBSTEPS, RPTSUBS, ENDPOINTCFG,
      *> EPCREDS, EPSCHED, PLAYERMST or PLAYERSUSP, and every rollup
      *> row RollCheck replaces, appends one record to CHGJOURNAL.DAT,
      *> so AUDITLOG's "who ran what" is backed by "what the row was
      *> and what it became". CJ-OLD-IMAGE is blank for an add and
      *> CJ-NEW-IMAGE blank for a delete. Images are the master's own
      *> record layout; PINs and credential tokens are masked before
      *> the record is written. JrnInquiry reads it back.
       01  CHG-JOURNAL-REC.
           05  CJ-TIMESTAMP            PIC X(26).
           05  CJ-PROGRAM-ID           PIC X(20).
           05  CJ-OPERATOR-ID          PIC X(20).
           05  CJ-FILE-ID              PIC X(12).
           05  CJ-ACTION               PIC X(10).
           05  CJ-KEY                  PIC X(40).
           05  CJ-OLD-IMAGE            PIC X(300).
           05  CJ-NEW-IMAGE            PIC X(300).
