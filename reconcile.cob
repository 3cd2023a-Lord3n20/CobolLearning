               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONCILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYERHIST-FILE.
       FD  RECONCILE-REPORT-FILE.
       01  RECONCILE-REPORT-LINE    PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-PLAYERHIST-STATUS     PIC X(2).
       01  WS-GAMELOG-STATUS        PIC X(2).
       01  WS-AUDIT-LOG-STATUS      PIC X(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE

           PERFORM COUNT-PLAYERHIST
           PERFORM COUNT-GAMELOG
           PERFORM COUNT-AUDIT-SIDES

           OPEN OUTPUT RECONCILE-REPORT-FILE
           STRING "Reconciliation for " WS-TODAY-DATE " "
               WS-BUSINESS-DATE-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

               CLOSE AUDIT-LOG-FILE
           END-IF.

      *> Only a finished game's outcome row pairs with a history
      *> row; the games also audit parked games and the player
      *> status changes made as a player sits down.
       TALLY-AUDIT-SIDE.
           IF AUD-TIMESTAMP(1:8) = WS-TODAY-DATE
               EVALUATE TRUE
                   WHEN AUD-PROGRAM-ID = "CobolRocks"
                           AND (AUD-OUTCOME-CODE = "WIN"
                           OR AUD-OUTCOME-CODE = "LOSE")
                       ADD 1 TO WS-CR-AUDIT-COUNT
                   WHEN AUD-PROGRAM-ID = "TicTacToe"
                           AND (AUD-OUTCOME-CODE = "WIN-X"
                           OR AUD-OUTCOME-CODE = "WIN-O"
                           OR AUD-OUTCOME-CODE = "DRAW")
                       ADD 1 TO WS-TTT-AUDIT-COUNT
                   WHEN OTHER
                       CONTINUE
           DISPLAY WS-REPORT-LINE
           WRITE RECONCILE-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

           COPY "bizdateread.cpy".
