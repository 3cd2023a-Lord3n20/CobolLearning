               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATENCY-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-LOG-FILE.
       FD  LATENCY-REPORT-FILE.
       01  LATENCY-REPORT-LINE      PIC X(100).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-RESPONSE-LOG-STATUS   PIC X(2).
       01  WS-LATENCY-REPORT-STATUS PIC X(2).
       01  WS-EOF-FLAG              PIC X(1).
           END-IF

           PERFORM SCAN-RESPONSE-LOG
           PERFORM READ-BUSINESS-DATE

           OPEN OUTPUT LATENCY-REPORT-FILE
           STRING "Endpoint latency by day, threshold "
               WS-THRESHOLD-MS " ms - " WS-BUSINESS-DATE " "
               WS-BUSINESS-DATE-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-LATENCY-COUNT = ZERO
           DISPLAY WS-REPORT-LINE
           WRITE LATENCY-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

           COPY "bizdateread.cpy".
