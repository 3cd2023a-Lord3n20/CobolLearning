               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-PARM-FILE.
       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-LINE        PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-PLAYERHIST-STATUS     PIC X(2).
       01  WS-GAMELOG-STATUS        PIC X(2).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-RETENTION-PARM
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
               - WS-RETAIN-DAYS
               DELIMITED BY SIZE INTO WS-HEADER-LINE

           OPEN OUTPUT PURGE-REPORT-FILE
           STRING "Housekeeping run " WS-TODAY-DATE " "
               WS-BUSINESS-DATE-NOTE
               " - purging before " WS-CUTOFF-X
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

           COPY "auditwrite.cpy".

           COPY "bizdateread.cpy".
