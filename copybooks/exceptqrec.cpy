      *> EXCEPT-Q-REC - one exception work item. AuditReport opens an
      *> item for every FAILED or DENIED audit row and every FAILED
      *> checkpoint it sees (keyed by the source timestamp, so a
      *> rerun cannot queue the same trouble twice), and IntegWatch
      *> opens one per suspicious-play finding (source INTEGRITY,
      *> the player in XQ-OPERATOR-ID, the check in XQ-OUTCOME), and
      *> CapMonitor one per table limit a file is close to (source
      *> CAPACITY, the file in XQ-OPERATOR-ID, NEARLIMIT or FULL in
      *> XQ-OUTCOME). An operator acknowledges an item in ExcepQueue
      *> with a disposition note, and the dashboard shows how many
      *> are still open and how old the oldest is.
       01  EXCEPT-Q-REC.
           05  XQ-ITEM-ID              PIC X(26).
           05  XQ-SOURCE               PIC X(10).
