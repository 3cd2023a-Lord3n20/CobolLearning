      *> PARTNER-REJ-REC - one refused PARTNERIN line, written to
      *> PARTNERREJ.DAT by PartnerIn: the input line as received,
      *> then the reason it was not applied.
       01  PARTNER-REJ-REC.
           05  PJ-INPUT-LINE           PIC X(53).
           05  FILLER                  PIC X(1).
           05  PJ-REASON               PIC X(30).
