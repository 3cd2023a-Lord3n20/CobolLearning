       IDENTIFICATION DIVISION.
       PROGRAM-ID. BizDate IS INITIAL PROGRAM.

      *> Supervisor business-date screen. Shows the business date
      *> BIZDATE.DAT holds - the date in force, whether that night
      *> is still open or complete, the next date due - and lets a
      *> supervisor ask for a past business date to be run again.
      *> The rerun is not run from here: the date is left waiting
      *> in BD-RERUN-DATE and the next fresh BatchControl run takes
      *> it up, dates every step and report header with it, and
      *> leaves the regular next date untouched. A waiting rerun can
      *> be withdrawn before the stream picks it up.
      *>
      *> Only dates before the next date due (before today when no
      *> control file exists yet) can be rerun - a date the stream
      *> has not reached yet is not a rerun. Every setting and
      *> withdrawal goes to AUDITLOG under the supervisor's ID.
      *> OperatorMenu only offers this option to supervisors, and
      *> holds it back while the nightly stream is in flight.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY "bizdaterec.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC X(2).
       01  WS-STORE-STATUS          PIC X(2).
       01  WS-CONTROL-FOUND         PIC X(1) VALUE "N".
           88  CONTROL-ON-FILE               VALUE "Y".

       01  WS-CLOCK-DATE            PIC X(8).
       01  WS-LIMIT-DATE            PIC X(8).
       01  WS-ASK-DATE              PIC X(8).
       01  WS-ASK-INT               PIC 9(8).
       01  WS-ASK-CHECK             PIC 9(8).
       01  WS-DATE-OK-FLAG          PIC X(1).
           88  RERUN-DATE-OK                 VALUE "Y".

       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "BizDate".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20).
       01  WS-AUDIT-OUTCOME-CODE    PIC X(10).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID           PIC X(20).

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       MAIN-LOGIC.
           MOVE LS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOCK-DATE
           PERFORM READ-CONTROL-RECORD
           PERFORM SHOW-CONTROL-RECORD

           DISPLAY "Business date to rerun (YYYYMMDD), C to withdraw"
               " a waiting rerun, blank to leave as is: "
           ACCEPT WS-ASK-DATE
           EVALUATE TRUE
               WHEN WS-ASK-DATE = SPACES
                   DISPLAY "Business date control left as it is."
               WHEN WS-ASK-DATE = "C" OR WS-ASK-DATE = "c"
                   PERFORM WITHDRAW-RERUN
               WHEN OTHER
                   PERFORM CHECK-RERUN-DATE
                   IF RERUN-DATE-OK
                       PERFORM SET-RERUN
                   END-IF
           END-EVALUATE
           GOBACK.

       READ-CONTROL-RECORD.
           MOVE SPACES TO BUSINESS-DATE-REC
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE SPACES TO BUSINESS-DATE-REC
                   NOT AT END
                       MOVE "Y" TO WS-CONTROL-FOUND
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF CONTROL-ON-FILE AND BD-NEXT-DATE IS NUMERIC
               MOVE BD-NEXT-DATE TO WS-LIMIT-DATE
           ELSE
               MOVE WS-CLOCK-DATE TO WS-LIMIT-DATE
           END-IF.

       SHOW-CONTROL-RECORD.
           DISPLAY " "
           DISPLAY "===== Business date control ====="
           IF NOT CONTROL-ON-FILE
               DISPLAY "No business date on file yet - the stream"
                   " dates its work by the clock until its first"
                   " fresh run."
           ELSE
               DISPLAY "Business date in force : " BD-BUSINESS-DATE
                   "  " BD-RUN-STATE
               IF BD-IS-RERUN
                   DISPLAY "  (a supervisor rerun of a past date)"
               END-IF
               DISPLAY "Next date due          : " BD-NEXT-DATE
               IF BD-RERUN-DATE NOT = SPACES
                   DISPLAY "Rerun waiting          : " BD-RERUN-DATE
               END-IF
               DISPLAY "Last set by            : " BD-SET-BY
                   " at " BD-SET-AT
           END-IF.

      *> A real calendar date survives the round trip through
      *> INTEGER-OF-DATE and back; 20250230 and the like do not.
       CHECK-RERUN-DATE.
           MOVE "N" TO WS-DATE-OK-FLAG
           IF WS-ASK-DATE IS NOT NUMERIC
               DISPLAY "Enter the date as YYYYMMDD - nothing changed."
           ELSE
               COMPUTE WS-ASK-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-ASK-DATE))
               IF WS-ASK-INT > ZERO
                   COMPUTE WS-ASK-CHECK =
                       FUNCTION DATE-OF-INTEGER(WS-ASK-INT)
               ELSE
                   MOVE ZERO TO WS-ASK-CHECK
               END-IF
               EVALUATE TRUE
                   WHEN WS-ASK-CHECK NOT =
                           FUNCTION NUMVAL(WS-ASK-DATE)
                       DISPLAY WS-ASK-DATE " is not a calendar date"
                           " - nothing changed."
                   WHEN WS-ASK-DATE NOT < WS-LIMIT-DATE
                       DISPLAY "Only dates before " WS-LIMIT-DATE
                           " can be rerun - nothing changed."
                   WHEN OTHER
                       MOVE "Y" TO WS-DATE-OK-FLAG
               END-EVALUATE
           END-IF.

       SET-RERUN.
           MOVE WS-ASK-DATE TO BD-RERUN-DATE
           PERFORM STORE-CONTROL-RECORD
           IF WS-STORE-STATUS NOT = "00"
               DISPLAY "Could not store BIZDATE.DAT, status "
                   WS-STORE-STATUS " - nothing changed."
               MOVE "FAILED" TO WS-AUDIT-OUTCOME-CODE
           ELSE
               DISPLAY "Business date " WS-ASK-DATE " will be run"
                   " again by the next fresh batch run."
               MOVE "RERUN" TO WS-AUDIT-OUTCOME-CODE
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WITHDRAW-RERUN.
           IF NOT CONTROL-ON-FILE OR BD-RERUN-DATE = SPACES
               DISPLAY "No rerun is waiting - nothing changed."
           ELSE
               MOVE SPACES TO BD-RERUN-DATE
               PERFORM STORE-CONTROL-RECORD
               IF WS-STORE-STATUS NOT = "00"
                   DISPLAY "Could not store BIZDATE.DAT, status "
                       WS-STORE-STATUS " - nothing changed."
                   MOVE "FAILED" TO WS-AUDIT-OUTCOME-CODE
               ELSE
                   DISPLAY "Waiting rerun withdrawn."
                   MOVE "RERUNCLEAR" TO WS-AUDIT-OUTCOME-CODE
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       STORE-CONTROL-RECORD.
           MOVE LS-OPERATOR-ID TO BD-SET-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO BD-SET-AT
           OPEN OUTPUT BUSINESS-DATE-FILE
           MOVE WS-BUSINESS-DATE-STATUS TO WS-STORE-STATUS
           IF WS-STORE-STATUS = "00"
               WRITE BUSINESS-DATE-REC
               MOVE WS-BUSINESS-DATE-STATUS TO WS-STORE-STATUS
               CLOSE BUSINESS-DATE-FILE
           END-IF.

           COPY "auditwrite.cpy".
