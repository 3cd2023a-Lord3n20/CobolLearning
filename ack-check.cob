      *> the response log, pulls those counts out, and compares them
      *> to the D1/D2/total counts our own extract trailer claimed -
      *> so a partner that loaded short raises the ALERT the same
      *> night instead of phoning us days later. The D3 challenge
      *> rows are always inside TOTAL; a D3=nnnn token is checked as
      *> well when the partner sends one.
      *>
      *> RETURN-CODE: 0 counts match, 4 no extract on hand (quiet
      *> night, nothing to check), 8 mismatch, missing response or
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE          PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-EXTRACT-STATUS        PIC X(2).
       01  WS-RESPONSE-LOG-STATUS   PIC X(2).
       01  WS-ACK-REPORT-STATUS     PIC X(2).
       01  WS-PUSH-ENDPOINT         PIC X(20) VALUE "NIGHTLY-PUSH".

      *> The trailer as DailyExtract lays it out: "T  " then the
      *> D1 count, a space, the D2 count, a space, the total, and
      *> on extracts that carry challenge rows a space and the D3
      *> count.
       01  WS-LAST-LINE             PIC X(80) VALUE SPACES.
       01  WS-TRAILER-FOUND         PIC X(1) VALUE "N".
       01  WS-T-D1-COUNT            PIC 9(4).
       01  WS-T-D2-COUNT            PIC 9(4).
       01  WS-T-TOTAL               PIC 9(6).
       01  WS-T-D3-COUNT            PIC 9(4) VALUE ZERO.

       01  WS-RESPONSE-FOUND        PIC X(1) VALUE "N".
       01  WS-ACK-BODY              PIC X(2000) VALUE SPACES.
       01  WS-ACK-D1-COUNT          PIC 9(4).
       01  WS-ACK-D2-COUNT          PIC 9(4).
       01  WS-ACK-TOTAL             PIC 9(6).
       01  WS-ACK-D3-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-ACK-D1-SEEN           PIC X(1) VALUE "N".
       01  WS-ACK-D2-SEEN           PIC X(1) VALUE "N".
       01  WS-ACK-TOTAL-SEEN        PIC X(1) VALUE "N".
       01  WS-ACK-D3-SEEN           PIC X(1) VALUE "N".

       01  WS-MISMATCH-COUNT        PIC 9(1) VALUE ZERO.
       01  WS-REPORT-LINE           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE

           OPEN OUTPUT ACK-REPORT-FILE
           STRING "Acknowledgment check for " WS-TODAY-DATE " "
               WS-BUSINESS-DATE-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

                       MOVE WS-LAST-LINE(9:4) TO WS-T-D2-COUNT
                       MOVE WS-LAST-LINE(14:6) TO WS-T-TOTAL
                       MOVE "Y" TO WS-TRAILER-FOUND
                       IF WS-LAST-LINE(21:4) IS NUMERIC
                           MOVE WS-LAST-LINE(21:4) TO WS-T-D3-COUNT
                       END-IF
               END-IF
           END-IF.

      *> The log is append-only, so reading it through leaves the
      *> newest successful NIGHTLY-PUSH response in hand. The push is
      *> stamped by the clock, so anything from the business date on
      *> counts - a night that ran past midnight posts tomorrow;
      *> failed attempts (status 000 and other non-2xx) are skipped,
      *> their bodies are error text, not acknowledgments.
       FIND-PUSH-RESPONSE.
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RL-TIMESTAMP(1:8) >= WS-TODAY-DATE
                               AND RL-ENDPOINT-NAME = WS-PUSH-ENDPOINT
                               AND RL-STATUS-CODE >= 200
                               AND RL-STATUS-CODE <= 299
                       TO WS-ACK-D2-COUNT
                   MOVE "Y" TO WS-ACK-D2-SEEN
               END-IF
               IF WS-ACK-BODY(WS-SCAN-IDX:3) = "D3="
                   AND WS-ACK-BODY(WS-SCAN-IDX + 3:4) IS NUMERIC
                   MOVE WS-ACK-BODY(WS-SCAN-IDX + 3:4)
                       TO WS-ACK-D3-COUNT
                   MOVE "Y" TO WS-ACK-D3-SEEN
               END-IF
               IF WS-ACK-BODY(WS-SCAN-IDX:6) = "TOTAL="
                   AND WS-ACK-BODY(WS-SCAN-IDX + 6:6) IS NUMERIC
                   MOVE WS-ACK-BODY(WS-SCAN-IDX + 6:6)

       COMPARE-COUNTS.
           STRING "Trailer: D1 " WS-T-D1-COUNT
               " D2 " WS-T-D2-COUNT " D3 " WS-T-D3-COUNT
               " total " WS-T-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Partner: D1 " WS-ACK-D1-COUNT
                   TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-ACK-D3-SEEN = "Y"
                   AND WS-ACK-D3-COUNT NOT = WS-T-D3-COUNT
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "MISMATCH on the D3 challenge rows."
                   TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-ACK-TOTAL NOT = WS-T-TOTAL
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "MISMATCH on the total record count."
           DISPLAY WS-REPORT-LINE
           WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

           COPY "bizdateread.cpy".
