      *> Maintenance screen for the operator master: add a new
      *> operator or deactivate one that has left. Deactivated
      *> operators stay on file so old audit records still resolve.
      *> Every change goes to CHGJOURNAL.DAT with the row as it was
      *> and as it became (PIN masked).
      *> OperatorMenu only offers this option to supervisors.

       ENVIRONMENT DIVISION.
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATORS-STATUS.

           SELECT CHG-JOURNAL-FILE ASSIGN TO "CHGJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-JOURNAL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       FD  OPERATORS-FILE.
           COPY "operrec.cpy".

       FD  CHG-JOURNAL-FILE.
           COPY "chgjrnrec.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

           88  MAINT-UNLOCK                  VALUE "U".
       01  WS-PIN-RAW               PIC X(4).

       01  WS-CHG-JOURNAL-STATUS    PIC X(2).
       01  WS-JOURNAL-PROGRAM-ID    PIC X(20) VALUE "OperMaint".
       01  WS-JOURNAL-OPERATOR-ID   PIC X(20).
       01  WS-JOURNAL-FILE-ID       PIC X(12) VALUE "OPERATORS".
       01  WS-JOURNAL-ACTION        PIC X(10).
       01  WS-JOURNAL-KEY           PIC X(40).
       01  WS-JOURNAL-OLD-IMAGE     PIC X(300).
       01  WS-JOURNAL-NEW-IMAGE     PIC X(300).

       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "OperMaint".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20).
           MOVE SPACE TO OP-LOCK-FLAG
           MOVE ZERO TO OP-FAIL-COUNT

           MOVE "ADD" TO WS-JOURNAL-ACTION
           MOVE SPACES TO WS-JOURNAL-OLD-IMAGE
           MOVE OPERATOR-REC TO WS-JOURNAL-NEW-IMAGE

           OPEN I-O OPERATORS-FILE
           IF WS-OPERATORS-STATUS = "35"
               OPEN OUTPUT OPERATORS-FILE
           IF WS-OPERATORS-STATUS = "22"
      *> Re-adding an existing ID reactivates it with the new
      *> name and role instead of failing on the duplicate key.
      *> The row on file is read first for the journal's before
      *> image.
               READ OPERATORS-FILE KEY IS OP-OPERATOR-ID
               MOVE OPERATOR-REC TO WS-JOURNAL-OLD-IMAGE
               MOVE WS-JOURNAL-NEW-IMAGE TO OPERATOR-REC
               MOVE "UPDATE" TO WS-JOURNAL-ACTION
               REWRITE OPERATOR-REC
           END-IF
           IF WS-OPERATORS-STATUS NOT = "00"
                   ", status " WS-OPERATORS-STATUS
           ELSE
               DISPLAY "Operator " OP-OPERATOR-ID " on file."
               PERFORM JOURNAL-OPERATOR-CHANGE
           END-IF
           CLOSE OPERATORS-FILE.

           ELSE
               READ OPERATORS-FILE KEY IS OP-OPERATOR-ID
               IF WS-OPERATORS-STATUS = "00"
                   MOVE OPERATOR-REC TO WS-JOURNAL-OLD-IMAGE
                   MOVE "DEACTIVATE" TO WS-JOURNAL-ACTION
                   MOVE "N" TO OP-ACTIVE-FLAG
                   REWRITE OPERATOR-REC
                   IF WS-OPERATORS-STATUS NOT = "00"
                   ELSE
                       DISPLAY "Operator " OP-OPERATOR-ID
                           " deactivated."
                       PERFORM JOURNAL-OPERATOR-CHANGE
                   END-IF
               ELSE
                   DISPLAY "Operator not found: " OP-OPERATOR-ID
           ELSE
               READ OPERATORS-FILE KEY IS OP-OPERATOR-ID
               IF WS-OPERATORS-STATUS = "00"
                   MOVE OPERATOR-REC TO WS-JOURNAL-OLD-IMAGE
                   MOVE "UNLOCK" TO WS-JOURNAL-ACTION
                   MOVE SPACE TO OP-LOCK-FLAG
                   MOVE ZERO TO OP-FAIL-COUNT
                   DISPLAY "New PIN (4 digits, blank to keep): "
                   ELSE
                       DISPLAY "Operator " OP-OPERATOR-ID
                           " unlocked."
                       PERFORM JOURNAL-OPERATOR-CHANGE
                   END-IF
               ELSE
                   DISPLAY "Operator not found: " OP-OPERATOR-ID
               MOVE "0000" TO OP-PIN
           END-IF.

      *> The caller has set the action and the before image; the
      *> after image is the row just written.
       JOURNAL-OPERATOR-CHANGE.
           MOVE LS-OPERATOR-ID TO WS-JOURNAL-OPERATOR-ID
           MOVE OP-OPERATOR-ID TO WS-JOURNAL-KEY
           MOVE OPERATOR-REC TO WS-JOURNAL-NEW-IMAGE
           PERFORM WRITE-JOURNAL-RECORD.

           COPY "chgjrnwrite.cpy".

           COPY "auditwrite.cpy".
