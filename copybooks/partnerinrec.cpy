      *> PARTNER-IN-REC - one line of the partner's daily member file
      *> PARTNERIN.DAT, applied to PLAYERMST by PartnerIn.
      *> PI-ACTION: A add (or reopen a CLOSED player), C correction
      *> (PI-PLAYER-NAME is merged into PI-NEW-NAME the way NameMerge
      *> does it), X closure. PI-PARTNER-REF is the partner's own
      *> reference, echoed on the reject file so they can match it.
       01  PARTNER-IN-REC.
           05  PI-ACTION               PIC X(1).
           05  PI-PLAYER-NAME          PIC X(20).
           05  PI-NEW-NAME             PIC X(20).
           05  PI-PARTNER-REF          PIC X(12).
