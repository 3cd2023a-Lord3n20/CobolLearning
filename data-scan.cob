      *> early step in the JOBSTEPS stream: Reconcile only compares
      *> record counts, so a single bad row - a non-numeric
      *> PH-GUESS-COUNT, a GAMEMOVES row with no GAMELOG parent, an
      *> RSQ-STATUS outside its four values - can poison a rollup
      *> merge silently. Every field of every shared file is checked
      *> against its copybook rules and cross-file parentage; each
      *> bad record is named on SCANEXCEPT.DAT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-EXCEPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYERHIST-FILE.
       FD  SCAN-EXCEPT-FILE.
       01  SCAN-EXCEPT-LINE         PIC X(100).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-PLAYERHIST-STATUS     PIC X(2).
       01  WS-GAMELOG-STATUS        PIC X(2).
       01  WS-GAMEMOVES-STATUS      PIC X(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           OPEN OUTPUT SCAN-EXCEPT-FILE
           STRING "Data scan " WS-BUSINESS-DATE " "
               WS-BUSINESS-DATE-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE RSQ-TIMESTAMP TO WS-BAD-KEY
           IF RSQ-STATUS NOT = "PENDING" AND RSQ-STATUS NOT =
                   "RESENT" AND RSQ-STATUS NOT = "ABANDONED"
                   AND RSQ-STATUS NOT = "DEFERRED"
               MOVE "status outside its four values" TO WS-REASON
               PERFORM EMIT-WARNING
           END-IF
           IF RSQ-ENDPOINT-NAME = SPACES
           DISPLAY WS-REPORT-LINE
           WRITE SCAN-EXCEPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

           COPY "bizdateread.cpy".
