      *> enabled flag - so skipping the partner push on a partner
      *> maintenance night really is a table change an operator can
      *> make, with no program change and no re-seeding.
      *> Every stored or flipped step goes to CHGJOURNAL.DAT with
      *> the row as it was and as it became.
      *> OperatorMenu only offers this option to supervisors.

       ENVIRONMENT DIVISION.
               RECORD KEY IS JS-STEP-NO
               FILE STATUS IS WS-JOBSTEP-STATUS.

           SELECT CHG-JOURNAL-FILE ASSIGN TO "CHGJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-JOURNAL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       FD  JOBSTEP-FILE.
           COPY "jobsteprec.cpy".

       FD  CHG-JOURNAL-FILE.
           COPY "chgjrnrec.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "auditrec.cpy".

       01  WS-MASK-IDX              PIC 9(1).
       01  WS-FLAG-RAW              PIC X(1).

       01  WS-CHG-JOURNAL-STATUS    PIC X(2).
       01  WS-JOURNAL-PROGRAM-ID    PIC X(20) VALUE "StepMaint".
       01  WS-JOURNAL-OPERATOR-ID   PIC X(20).
       01  WS-JOURNAL-FILE-ID       PIC X(12) VALUE "JOBSTEPS".
       01  WS-JOURNAL-ACTION        PIC X(10).
       01  WS-JOURNAL-KEY           PIC X(40).
       01  WS-JOURNAL-OLD-IMAGE     PIC X(300).
       01  WS-JOURNAL-NEW-IMAGE     PIC X(300).

       01  WS-AUDIT-LOG-STATUS      PIC X(2).
       01  WS-AUDIT-PROGRAM-ID      PIC X(20) VALUE "StepMaint".
       01  WS-AUDIT-OPERATOR-ID     PIC X(20).
       ADD-OR-REPLACE-STEP.
           PERFORM ACCEPT-STEP-NO
           IF WS-STEP-NO-RAW = SPACES
               DISPLAY "Step number must be 01 to 40."
           ELSE
               DISPLAY "Program to call: "
               ACCEPT JS-PROGRAM-NAME
                   CLOSE JOBSTEP-FILE
                   OPEN I-O JOBSTEP-FILE
               END-IF
               MOVE "ADD" TO WS-JOURNAL-ACTION
               MOVE SPACES TO WS-JOURNAL-OLD-IMAGE
               MOVE JOBSTEP-REC TO WS-JOURNAL-NEW-IMAGE
               WRITE JOBSTEP-REC
               IF WS-JOBSTEP-STATUS = "22"
      *> Replacing: the row on file is the journal's before image.
                   READ JOBSTEP-FILE KEY IS JS-STEP-NO
                   MOVE JOBSTEP-REC TO WS-JOURNAL-OLD-IMAGE
                   MOVE WS-JOURNAL-NEW-IMAGE TO JOBSTEP-REC
                   MOVE "UPDATE" TO WS-JOURNAL-ACTION
                   REWRITE JOBSTEP-REC
               END-IF
               IF WS-JOBSTEP-STATUS NOT = "00"
                       ", status " WS-JOBSTEP-STATUS
               ELSE
                   DISPLAY "Step " JS-STEP-NO " stored."
                   PERFORM JOURNAL-STEP-CHANGE
               END-IF
               CLOSE JOBSTEP-FILE
           END-IF.
       FLIP-STEP-FLAG.
           PERFORM ACCEPT-STEP-NO
           IF WS-STEP-NO-RAW = SPACES
               DISPLAY "Step number must be 01 to 40."
           ELSE
               OPEN I-O JOBSTEP-FILE
               IF WS-JOBSTEP-STATUS NOT = "00"
                   IF WS-JOBSTEP-STATUS NOT = "00"
                       DISPLAY "Step not found: " JS-STEP-NO
                   ELSE
                       MOVE JOBSTEP-REC TO WS-JOURNAL-OLD-IMAGE
                       IF MAINT-ENABLE
                           MOVE "Y" TO JS-ENABLED-FLAG
                           MOVE "ENABLE" TO WS-JOURNAL-ACTION
                       ELSE
                           MOVE "N" TO JS-ENABLED-FLAG
                           MOVE "DEACTIVATE" TO WS-JOURNAL-ACTION
                       END-IF
                       REWRITE JOBSTEP-REC
                       IF WS-JOBSTEP-STATUS NOT = "00"
                       ELSE
                           DISPLAY "Step " JS-STEP-NO " now enabled="
                               JS-ENABLED-FLAG
                           PERFORM JOURNAL-STEP-CHANGE
                       END-IF
                   END-IF
                   CLOSE JOBSTEP-FILE
           END-IF.

       ACCEPT-STEP-NO.
           DISPLAY "Step number (01-40): "
           ACCEPT WS-STEP-NO-RAW
           IF WS-STEP-NO-RAW IS NUMERIC
                   AND WS-STEP-NO-RAW >= "01"
                   AND WS-STEP-NO-RAW <= "40"
               MOVE WS-STEP-NO-RAW TO JS-STEP-NO
           ELSE
               MOVE SPACES TO WS-STEP-NO-RAW
               MOVE "YYYYYYY" TO JS-RUN-DAYS
           END-IF.

      *> The caller has set the action and the before image; the
      *> after image is the row just written.
       JOURNAL-STEP-CHANGE.
           MOVE LS-OPERATOR-ID TO WS-JOURNAL-OPERATOR-ID
           MOVE JS-STEP-NO TO WS-JOURNAL-KEY
           MOVE JOBSTEP-REC TO WS-JOURNAL-NEW-IMAGE
           PERFORM WRITE-JOURNAL-RECORD.

           COPY "chgjrnwrite.cpy".

           COPY "auditwrite.cpy".
