      *> sit on the resubmission queue going stale.
      *>
      *> Called with anything else (the menu, supervisors only):
      *> lists, adds or removes subscriptions in RPTSUBS.DAT. The
      *> menu passes the supervisor's ID as well, and every stored
      *> or removed subscription goes to CHGJOURNAL.DAT under it.
      *>
      *> A copy Program1 holds back for the endpoint's blackout
      *> window or daily quota is logged DEFERRED and not retried -
      *> the next night's copy goes in its place.
      *>
      *> RETURN-CODE from the step: 0 all due copies sent or
      *> deferred (or none due), 8 one or more copies failed -
      *> tabled with continue-on-failure on, so the stream carries
      *> on but the step shows FAILED and the alert goes out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-LOG-STATUS.

           SELECT CHG-JOURNAL-FILE ASSIGN TO "CHGJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-JOURNAL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-SUBS-FILE.
       FD  DIST-LOG-FILE.
       01  DIST-LOG-LINE            PIC X(100).

       FD  CHG-JOURNAL-FILE.
           COPY "chgjrnrec.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-BUSINESS-DATE         PIC X(8).
       01  WS-BUSINESS-DATE-NOTE    PIC X(7).
       01  WS-RPT-SUBS-STATUS       PIC X(2).
       01  WS-DIST-LOG-STATUS       PIC X(2).
       01  WS-EOF-FLAG              PIC X(1).
           88  MAINT-REMOVE                  VALUE "R".

      *> The reports this step knows how to find on disk; adding a
      *> sixth means adding its file name here.
       01  WS-REPORT-NAME-TABLE.
           05  FILLER PIC X(28) VALUE "HANDOVER    HANDOVER.DAT".
           05  FILLER PIC X(28) VALUE "EPHEALTH    EPHEALTH.DAT".
           05  FILLER PIC X(28) VALUE "TRENDREPORT TRENDREPORT.DAT".
           05  FILLER PIC X(28) VALUE "PURGEREPORT PURGEREPORT.DAT".
           05  FILLER PIC X(28) VALUE "SCORECARD   SCORECARD.DAT".
       01  WS-REPORT-NAMES REDEFINES WS-REPORT-NAME-TABLE.
           05  WS-RN OCCURS 5 TIMES.
               10  WS-RN-NAME       PIC X(12).
               10  WS-RN-FILE       PIC X(16).
       01  WS-RN-IDX                PIC 9(1).
       01  WS-DUE-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-SENT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-FAILED-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-DEFERRED-COUNT        PIC 9(3) VALUE ZERO.

       01  WS-POST-FLAG             PIC X(1) VALUE "R".
       01  WS-POST-ENDPOINT         PIC X(20).
       01  WS-POST-PAYLOAD          PIC X(500).
       01  WS-POST-OPERATOR         PIC X(20) VALUE "BATCH".
       01  WS-POST-ROLE             PIC X(10) VALUE SPACES.
       01  WS-POST-OUTCOME          PIC X(8).
       01  WS-LOG-REC               PIC X(100) VALUE SPACES.

       01  WS-MASK-RAW              PIC X(7).
       01  WS-MASK-IDX              PIC 9(1).
       01  WS-LISTED-COUNT          PIC 9(3).

       01  WS-CHG-JOURNAL-STATUS    PIC X(2).
       01  WS-JOURNAL-PROGRAM-ID    PIC X(20) VALUE "ReportDist".
       01  WS-JOURNAL-OPERATOR-ID   PIC X(20).
       01  WS-JOURNAL-FILE-ID       PIC X(12) VALUE "RPTSUBS".
       01  WS-JOURNAL-ACTION        PIC X(10).
       01  WS-JOURNAL-KEY           PIC X(40).
       01  WS-JOURNAL-OLD-IMAGE     PIC X(300).
       01  WS-JOURNAL-NEW-IMAGE     PIC X(300).

       LINKAGE SECTION.
       01  LS-RUN-FLAG              PIC X(1).
       01  LS-OPERATOR-ID           PIC X(20).

       PROCEDURE DIVISION USING LS-RUN-FLAG LS-OPERATOR-ID.
       MAIN-LOGIC.
           IF LS-RUN-FLAG = "B"
               PERFORM DISTRIBUTE-REPORTS
               GOBACK
           END-IF

           PERFORM READ-BUSINESS-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE))
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1

           END-PERFORM

           DISPLAY "Report distribution: " WS-DUE-COUNT " due, "
               WS-SENT-COUNT " sent, " WS-DEFERRED-COUNT
               " deferred, " WS-FAILED-COUNT " failed."
           IF WS-FAILED-COUNT = ZERO
               MOVE ZERO TO RETURN-CODE
           ELSE
                   " to " WS-POST-ENDPOINT
               CALL "Program1" USING WS-POST-FLAG WS-POST-ENDPOINT
                   WS-POST-PAYLOAD WS-POST-OPERATOR WS-POST-ROLE
               EVALUATE RETURN-CODE
                   WHEN ZERO
                       MOVE "SENT" TO WS-POST-OUTCOME
                       ADD 1 TO WS-SENT-COUNT
                   WHEN 2
                       MOVE "DEFERRED" TO WS-POST-OUTCOME
                       ADD 1 TO WS-DEFERRED-COUNT
                   WHEN OTHER
                       MOVE "FAILED" TO WS-POST-OUTCOME
                       ADD 1 TO WS-FAILED-COUNT
               END-EVALUATE
               MOVE ZERO TO RETURN-CODE
           END-IF
           PERFORM LOG-DISTRIBUTION.
       LOOK-UP-REPORT-FILE.
           MOVE ZERO TO WS-RN-FOUND
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > 5
               IF WS-RN-NAME(WS-RN-IDX) = WS-SB-REPORT(WS-TBL-IDX)
                   MOVE WS-RN-IDX TO WS-RN-FOUND
               END-IF
           END-IF.

       ADD-SUBSCRIPTION.
           DISPLAY "Report (HANDOVER, EPHEALTH, TRENDREPORT,"
               " PURGEREPORT or SCORECARD): "
           ACCEPT RS-REPORT-NAME
           IF RS-REPORT-NAME NOT = "HANDOVER"
                   AND RS-REPORT-NAME NOT = "EPHEALTH"
                   AND RS-REPORT-NAME NOT = "TRENDREPORT"
                   AND RS-REPORT-NAME NOT = "PURGEREPORT"
                   AND RS-REPORT-NAME NOT = "SCORECARD"
               DISPLAY "Unknown report - nothing added."
           ELSE
               DISPLAY "Endpoint name (from ENDPOINTCFG): "
                   CLOSE RPT-SUBS-FILE
                   OPEN I-O RPT-SUBS-FILE
               END-IF
               MOVE "ADD" TO WS-JOURNAL-ACTION
               MOVE SPACES TO WS-JOURNAL-OLD-IMAGE
               MOVE RPT-SUB-REC TO WS-JOURNAL-NEW-IMAGE
               WRITE RPT-SUB-REC
               IF WS-RPT-SUBS-STATUS = "22"
      *> Replacing: the row on file is the journal's before image.
                   READ RPT-SUBS-FILE KEY IS RS-KEY
                   MOVE RPT-SUB-REC TO WS-JOURNAL-OLD-IMAGE
                   MOVE WS-JOURNAL-NEW-IMAGE TO RPT-SUB-REC
                   MOVE "UPDATE" TO WS-JOURNAL-ACTION
                   REWRITE RPT-SUB-REC
               END-IF
               IF WS-RPT-SUBS-STATUS NOT = "00"
                       " status " WS-RPT-SUBS-STATUS
               ELSE
                   DISPLAY "Subscription stored."
                   MOVE RPT-SUB-REC TO WS-JOURNAL-NEW-IMAGE
                   PERFORM JOURNAL-SUBSCRIPTION-CHANGE
               END-IF
               CLOSE RPT-SUBS-FILE
           END-IF.
               IF WS-RPT-SUBS-STATUS NOT = "00"
                   DISPLAY "Subscription not found."
               ELSE
                   MOVE RPT-SUB-REC TO WS-JOURNAL-OLD-IMAGE
                   DELETE RPT-SUBS-FILE RECORD
                   IF WS-RPT-SUBS-STATUS NOT = "00"
                       DISPLAY "Could not remove it, status "
                           WS-RPT-SUBS-STATUS
                   ELSE
                       DISPLAY "Subscription removed."
                       MOVE "DELETE" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-JOURNAL-NEW-IMAGE
                       PERFORM JOURNAL-SUBSCRIPTION-CHANGE
                   END-IF
               END-IF
               CLOSE RPT-SUBS-FILE
           ELSE
               MOVE "YYYYYYY" TO RS-RUN-DAYS
           END-IF.

      *> The caller has set the action and both images.
       JOURNAL-SUBSCRIPTION-CHANGE.
           MOVE LS-OPERATOR-ID TO WS-JOURNAL-OPERATOR-ID
           MOVE RS-KEY TO WS-JOURNAL-KEY
           PERFORM WRITE-JOURNAL-RECORD.

           COPY "chgjrnwrite.cpy".

           COPY "bizdateread.cpy".
