           10  CR-EXPIRE-DATE     PIC X(10) VALUE SPACES.
           10  CR-FIRST-NAME      PIC X(8)  VALUE SPACES.
           10  CR-LAST-NAME       PIC X(8)  VALUE SPACES.
      *  The expiration date before and after the transaction, for
      *  the change journal: an add has no before image, a delete no
      *  after image.
       01  CR-BEFORE-EXPIRE-DATE  PIC X(10) VALUE SPACES.
       01  CR-AFTER-EXPIRE-DATE   PIC X(10) VALUE SPACES.
       COPY JRNLREC.
       01  WS-BEFORE-SWITCH       PIC X(1) VALUE "N".
           88  BEFORE-IMAGE-READ  VALUE "Y".
           88  BEFORE-IMAGE-MISSING
                                  VALUE "N".
       01  WS-EOF-SWITCH          PIC X(1) VALUE "N".
           88  TXN-FILE-EOF       VALUE "Y".
       01  WS-RPT-EOF-SWITCH      PIC X(1) VALUE "N".
       01  WS-ERROR-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-REJECT-COUNT        PIC 9(6) VALUE ZERO COMP.
       01  WS-EXPIRING-COUNT      PIC 9(6) VALUE ZERO COMP.
       01  WS-JOURNAL-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-EDIT-SWITCH         PIC X(1) VALUE "Y".
           88  TXN-EDIT-PASSED    VALUE "Y".
           88  TXN-EDIT-FAILED    VALUE "N".
               INTO WS-CUTOFF-DATE-ISO
           END-STRING.

      *  JOB_ID and the program name go on every change journal row
      *  this run writes.
           DISPLAY "JOB_ID" UPON ENVIRONMENT-NAME.
           ACCEPT JH-JOB-ID FROM ENVIRONMENT-VALUE.
           IF JH-JOB-ID EQUAL SPACES THEN
               MOVE "CERMAINT" TO JH-JOB-ID
           END-IF.
           MOVE "CERT_MAINT" TO JH-PROGRAM-ID.

           OPEN INPUT  TXN-FILE.
           OPEN OUTPUT ERROR-LOG-FILE.
           OPEN OUTPUT REJECT-FILE.
           DISPLAY "+++ Rows in error:      " WS-ERROR-COUNT
           DISPLAY "+++ Rows rejected:      " WS-REJECT-COUNT
           DISPLAY "+++ Expiring soon:      " WS-EXPIRING-COUNT
           DISPLAY "+++ Journal rows:       " WS-JOURNAL-COUNT
           IF WS-ERROR-COUNT > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF.

       APPLY-TXN-PARAGRAPH.
      *  A change or delete reads the row first so the journal has
      *  its before image; if that read fails nothing is applied.
           IF TXN-ADD THEN
               MOVE SPACES TO CR-BEFORE-EXPIRE-DATE
               SET BEFORE-IMAGE-READ TO TRUE
           ELSE
               PERFORM READ-BEFORE-PARAGRAPH
           END-IF
           IF BEFORE-IMAGE-MISSING THEN
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM APPLY-CHANGE-PARAGRAPH
           END-IF.

       APPLY-CHANGE-PARAGRAPH.
           EVALUATE TRUE
               WHEN TXN-ADD
                   EXEC SQL
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-INSERT-COUNT
                       MOVE CR-EXPIRE-DATE TO CR-AFTER-EXPIRE-DATE
                       MOVE "INSERT"       TO JH-OPERATION
                       PERFORM JOURNAL-CERT-PARAGRAPH
                   END-IF
               WHEN TXN-CHANGE
                   EXEC SQL
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-UPDATE-COUNT
                       MOVE CR-EXPIRE-DATE TO CR-AFTER-EXPIRE-DATE
                       MOVE "UPDATE"       TO JH-OPERATION
                       PERFORM JOURNAL-CERT-PARAGRAPH
                   END-IF
               WHEN TXN-DELETE
                   EXEC SQL
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE SPACES         TO CR-AFTER-EXPIRE-DATE
                       MOVE "DELETE"       TO JH-OPERATION
                       PERFORM JOURNAL-CERT-PARAGRAPH
                   END-IF
           END-EVALUATE.

       READ-BEFORE-PARAGRAPH.
           MOVE SPACES TO CR-BEFORE-EXPIRE-DATE
           SET BEFORE-IMAGE-MISSING TO TRUE
           EXEC SQL
               SELECT expiration_date
                 INTO :CR-BEFORE-EXPIRE-DATE
               FROM certifications
               WHERE employee_id = :CR-EMP-ID
                 AND subject     = :CR-SUBJECT
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "SELECT before"     TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           ELSE
               SET BEFORE-IMAGE-READ TO TRUE
           END-IF.

       JOURNAL-CERT-PARAGRAPH.
      *  A certification is keyed by employee and subject; the
      *  subject is a department code, so it is filed under that
      *  department as well as under the teacher.
      *  Every row of the transaction carries the same timestamp,
      *  so the lookup shows them as the one change they are.
           ACCEPT JH-JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JH-JRNL-TIME FROM TIME
           MOVE "certifications" TO JH-TABLE-NAME
           MOVE SPACES          TO JH-KEY-VALUE
           STRING CR-EMP-ID     DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  CR-SUBJECT    DELIMITED BY SIZE
               INTO JH-KEY-VALUE
           END-STRING
           MOVE CR-EMP-ID       TO JH-EMP-ID
           MOVE CR-SUBJECT      TO JH-DEPT-CODE
           MOVE TXN-ACTION-CODE TO JH-ACTION-CODE
           MOVE "expiration_date" TO JH-FIELD-NAME
           MOVE CR-BEFORE-EXPIRE-DATE TO JH-BEFORE-VALUE
           MOVE CR-AFTER-EXPIRE-DATE  TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH.

       EXPIRE-REPORT-PARAGRAPH.
      *  Everything lapsing on or before the cutoff, already-expired
      *  rows included: those are the ones the state audit finds.
           WRITE REJECT-REC
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-JOURNAL-PARAGRAPH.
      *  One change_journal row for the column the caller has set up;
      *  a column whose value did not move is not journaled.  The row
      *  goes in the same unit of work as the change it describes.
           IF JH-BEFORE-VALUE NOT EQUAL JH-AFTER-VALUE THEN
               EXEC SQL
                   INSERT INTO change_journal
                       (journal_date, journal_time, job_id,
                        program_id, table_name, key_value,
                        employee_id, dept_code, course_code,
                        section_id, action_code, operation,
                        field_name, before_value, after_value)
                   VALUES
                       (:JH-JRNL-DATE, :JH-JRNL-TIME, :JH-JOB-ID,
                        :JH-PROGRAM-ID, :JH-TABLE-NAME, :JH-KEY-VALUE,
                        :JH-EMP-ID, :JH-DEPT-CODE, :JH-COURSE-CODE,
                        :JH-SECTION-ID, :JH-ACTION-CODE,
                        :JH-OPERATION, :JH-FIELD-NAME,
                        :JH-BEFORE-VALUE, :JH-AFTER-VALUE)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO THEN
                   MOVE "INSERT journal"     TO WS-ERR-CONTEXT
                   MOVE SQLCODE              TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   ADD 1 TO WS-JOURNAL-COUNT
               END-IF
           END-IF.

       LOG-ERROR-PARAGRAPH.
      *  Append one timestamped error record and let the caller carry on.
           ACCEPT WS-ERR-TS-DATE FROM DATE YYYYMMDD.
