       IDENTIFICATION DIVISION.
       PROGRAM-ID. JrnInquiry IS INITIAL PROGRAM.

      *> Inquiry over CHGJOURNAL.DAT, the before/after images the
      *> maintenance screens write for every change to OPERATORS,
      *> JOBSTEPS, RPTSUBS, ENDPOINTCFG, EPCREDS, EPSCHED,
      *> PLAYERMST and PLAYERSUSP, and for the rollup rows RollCheck
      *> replaces - so "who turned off the Housekeep step and when"
      *> is one search, not an argument. Filters on a date range,
      *> the operator and the file, any of them left blank for all;
      *> each hit is listed with the row as it was and as it became,
      *> on the screen and in JRNINQUIRY.DAT.
      *>
      *> Images are the master's own record layout, printed as
      *> stored; PINs and credential tokens were masked before they
      *> ever reached the journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHG-JOURNAL-FILE ASSIGN TO "CHGJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-JOURNAL-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO "JRNINQUIRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHG-JOURNAL-FILE.
           COPY "chgjrnrec.cpy".

      *> Wide enough for a full 300-byte image behind its label.
       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE      PIC X(320).

       WORKING-STORAGE SECTION.
       01  WS-CHG-JOURNAL-STATUS    PIC X(2).
       01  WS-INQUIRY-STATUS        PIC X(2).
       01  WS-EOF-FLAG              PIC X(1).
           88  END-OF-JOURNAL                VALUE "Y".

       01  WS-FROM-DATE             PIC X(8).
       01  WS-TO-DATE               PIC X(8).
       01  WS-ASK-OPERATOR          PIC X(20).
       01  WS-ASK-FILE              PIC X(12).

       01  WS-READ-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-HIT-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-REPORT-LINE           PIC X(320) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "From date (YYYYMMDD, blank for the start): "
           ACCEPT WS-FROM-DATE
           DISPLAY "To date (YYYYMMDD, blank for no limit): "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = SPACES
               MOVE "99999999" TO WS-TO-DATE
           END-IF
           DISPLAY "Operator ID (blank for all): "
           ACCEPT WS-ASK-OPERATOR
           DISPLAY "File (OPERATORS, JOBSTEPS, RPTSUBS, ENDPOINTCFG,"
               " EPCREDS, EPSCHED, PLAYERMST, PLAYERSUSP, a rollup;"
               " blank for all): "
           ACCEPT WS-ASK-FILE

           OPEN OUTPUT INQUIRY-REPORT-FILE
           STRING "Change journal " WS-FROM-DATE " - " WS-TO-DATE
               " operator " WS-ASK-OPERATOR " file " WS-ASK-FILE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           PERFORM SCAN-JOURNAL

           IF WS-HIT-COUNT = ZERO
               MOVE "Nothing found." TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               CLOSE INQUIRY-REPORT-FILE
               MOVE 4 TO RETURN-CODE
           ELSE
               STRING WS-HIT-COUNT " change(s) found - listing is"
                   " in JRNINQUIRY.DAT" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               CLOSE INQUIRY-REPORT-FILE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       SCAN-JOURNAL.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CHG-JOURNAL-FILE
           IF WS-CHG-JOURNAL-STATUS NOT = "00"
               MOVE "No change journal on file yet."
                   TO WS-REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               PERFORM UNTIL END-OF-JOURNAL
                   READ CHG-JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM CHECK-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CHG-JOURNAL-FILE
           END-IF.

       CHECK-ONE-ENTRY.
           IF CJ-TIMESTAMP(1:8) >= WS-FROM-DATE
                   AND CJ-TIMESTAMP(1:8) <= WS-TO-DATE
                   AND (WS-ASK-OPERATOR = SPACES
                       OR CJ-OPERATOR-ID = WS-ASK-OPERATOR)
                   AND (WS-ASK-FILE = SPACES
                       OR CJ-FILE-ID = WS-ASK-FILE)
               ADD 1 TO WS-HIT-COUNT
               PERFORM LIST-ONE-ENTRY
           END-IF.

       LIST-ONE-ENTRY.
           STRING CJ-TIMESTAMP(1:14) " " CJ-FILE-ID " " CJ-ACTION
               " " CJ-OPERATOR-ID " " CJ-PROGRAM-ID " key "
               CJ-KEY DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF CJ-OLD-IMAGE = SPACES
               MOVE "  before: (none)" TO WS-REPORT-LINE
           ELSE
               STRING "  before: " CJ-OLD-IMAGE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           IF CJ-NEW-IMAGE = SPACES
               MOVE "  after:  (none)" TO WS-REPORT-LINE
           ELSE
               STRING "  after:  " CJ-NEW-IMAGE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
