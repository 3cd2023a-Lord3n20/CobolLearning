               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-PARM-FILE.
       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-OPERATORS-STATUS      PIC X(2).
       01  WS-ENDPOINT-STATUS       PIC X(2).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-RETENTION-PARM
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE

           OPEN I-O BACKUP-FILE
           IF WS-BACKUP-STATUS = "35"
               WS-PURGED-ROWS " row(s)).".

           COPY "auditwrite.cpy".

           COPY "bizdateread.cpy".
