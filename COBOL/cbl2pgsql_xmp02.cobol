           10  DB-NAME            PIC X(18) VALUE "AD22".
       01  WS-DB-NAME-OVERRIDE    PIC X(18) VALUE SPACES.
       COPY TEACHREC.
      *  The teachers row as it stood before a change or termination,
      *  for the before values on the change journal.
       01  PREV-TEACHER-REC.
           10  PRV-FIRST-NAME     PIC X(8)  VALUE SPACES.
           10  PRV-LAST-NAME      PIC X(8)  VALUE SPACES.
           10  PRV-DEPT-CODE      PIC X(4)  VALUE SPACES.
           10  PRV-HIRE-DATE      PIC X(10) VALUE SPACES.
           10  PRV-STATUS         PIC X(1)  VALUE SPACES.
       COPY JRNLREC.
       COPY BALCTL.
       01  WS-BEFORE-SWITCH       PIC X(1) VALUE "N".
           88  BEFORE-IMAGE-READ  VALUE "Y".
           88  BEFORE-IMAGE-MISSING
                                  VALUE "N".
       01  WS-EOF-SWITCH          PIC X(1) VALUE "N".
           88  TXN-FILE-EOF       VALUE "Y".
       01  WS-ERROR-LOG.
       01  WS-UPDATE-COUNT        PIC 9(6) VALUE ZERO COMP.
       01  WS-ERROR-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-REJECT-COUNT        PIC 9(6) VALUE ZERO COMP.
       01  WS-JOURNAL-COUNT       PIC 9(6) VALUE ZERO COMP.
      *  How each transaction read ended, one bucket per transaction
      *  (the error count above can move more than once for one),
      *  for the batch_control posting BATCH_BAL balances MNTTXN on.
       01  WS-TXN-APPLIED         PIC 9(6) VALUE ZERO COMP.
       01  WS-TXN-REJECTED        PIC 9(6) VALUE ZERO COMP.
       01  WS-TXN-ERRORED         PIC 9(6) VALUE ZERO COMP.
       01  WS-REJECTS-BEFORE      PIC 9(6) VALUE ZERO COMP.
       01  WS-ERRORS-BEFORE       PIC 9(6) VALUE ZERO COMP.
       01  WS-EDIT-SWITCH         PIC X(1) VALUE "Y".
           88  TXN-EDIT-PASSED    VALUE "Y".
           88  TXN-EDIT-FAILED    VALUE "N".
               GOBACK
           END-IF.

      *  Every change journal row this run writes carries the job and
      *  the program that made the change.
           MOVE WS-JOB-ID       TO JH-JOB-ID.
           MOVE "TEACHER_MAINT" TO JH-PROGRAM-ID.

      *  Tonight's date in the same YYYY-MM-DD shape the transaction
      *  dates carry, for the termination effective-date comparison.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CLOSE REJECT-FILE.
           CLOSE UNCOVERED-RPT-FILE.

           MOVE "TEACHER_MAINT" TO BC-PROGRAM-ID
           MOVE "MNTTXN"        TO BC-CTL-FILE
           MOVE SPACES          TO BC-RECORD-KIND
           MOVE ZERO            TO BC-RECORDS-OUT
           MOVE WS-TXN-COUNT    TO BC-RECORDS-IN
           MOVE WS-TXN-APPLIED  TO BC-APPLIED
           MOVE WS-TXN-REJECTED TO BC-REJECTED
           MOVE WS-TXN-ERRORED  TO BC-ERRORED
           PERFORM POST-CONTROL-PARAGRAPH.

      *  Clean end of file: commit the tail and zero the checkpoint so
      *  the next run of this job starts from the top of its own file.
           MOVE ZERO TO WS-TXN-SEQ
           DISPLAY "+++ Rows skipped (restart): " WS-SKIP-COUNT
           DISPLAY "+++ Teachers terminated:    " WS-TERM-COUNT
           DISPLAY "+++ Uncovered sections:     " WS-UNCOVERED-COUNT
           DISPLAY "+++ Journal rows written:   " WS-JOURNAL-COUNT
           MOVE WS-TXN-COUNT TO STAT-RECORDS-READ
           COMPUTE STAT-RECORDS-WRITTEN =
               WS-INSERT-COUNT + WS-UPDATE-COUNT + WS-TERM-COUNT
           ADD 1 TO WS-TXN-SEQ
           IF WS-TXN-SEQ <= WS-RESTART-SEQ THEN
               ADD 1 TO WS-SKIP-COUNT
      *  Committed by the run that abended, so counted as applied.
               ADD 1 TO WS-TXN-APPLIED
           ELSE
               MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE
               MOVE WS-ERROR-COUNT  TO WS-ERRORS-BEFORE
               PERFORM EDIT-TXN-PARAGRAPH
               IF TXN-EDIT-PASSED THEN
                   PERFORM APPLY-TXN-PARAGRAPH
               ELSE
                   PERFORM WRITE-REJECT-PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN WS-REJECT-COUNT > WS-REJECTS-BEFORE
                       ADD 1 TO WS-TXN-REJECTED
                   WHEN WS-ERROR-COUNT > WS-ERRORS-BEFORE
                       ADD 1 TO WS-TXN-ERRORED
                   WHEN OTHER
                       ADD 1 TO WS-TXN-APPLIED
               END-EVALUATE
               ADD 1 TO WS-UNCOMMITTED-COUNT
               IF WS-UNCOMMITTED-COUNT >= WS-COMMIT-INTERVAL THEN
                   PERFORM TAKE-CHECKPOINT-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   ADD 1 TO WS-INSERT-COUNT
                   MOVE SPACES   TO PREV-TEACHER-REC
                   MOVE "INSERT" TO JH-OPERATION
                   PERFORM JOURNAL-TEACHER-PARAGRAPH
               END-IF
           ELSE
               IF TXN-CHANGE THEN
      *  The row as it stands now is the journal's before image; a
      *  change with nothing to read has nothing to update either.
                   PERFORM READ-BEFORE-PARAGRAPH
                   IF BEFORE-IMAGE-READ THEN
                       EXEC SQL
                           UPDATE teachers
                              SET first_name = :TCH-FIRST-NAME,
                                  last_name  = :TCH-LAST-NAME,
                                  department = :TCH-DEPT-CODE,
                                  hire_date  = :TCH-HIRE-DATE,
                                  status     = :TCH-STATUS
                            WHERE employee_id = :TCH-EMP-ID
                       END-EXEC
                       IF SQLCODE NOT EQUAL ZERO THEN
                           MOVE "UPDATE teachers" TO WS-ERR-CONTEXT
                           MOVE SQLCODE           TO WS-ERR-SQLCODE
                           PERFORM LOG-ERROR-PARAGRAPH
                           ADD 1 TO WS-ERROR-COUNT
                       ELSE
                           ADD 1 TO WS-UPDATE-COUNT
                           MOVE "UPDATE" TO JH-OPERATION
                           PERFORM JOURNAL-TEACHER-PARAGRAPH
                       END-IF
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               ELSE
                   IF TXN-TERMINATE THEN
               PERFORM WRITE-REJECT-PARAGRAPH
               PERFORM SWEEP-ASSIGNMENTS-PARAGRAPH
           ELSE
               PERFORM READ-BEFORE-PARAGRAPH
               IF BEFORE-IMAGE-READ THEN
                   EXEC SQL
                       UPDATE teachers
                          SET status = 'I'
                        WHERE employee_id = :TCH-EMP-ID
                   END-EXEC
                   IF SQLCODE NOT EQUAL ZERO THEN
                       MOVE "TERMINATE teachers" TO WS-ERR-CONTEXT
                       MOVE SQLCODE              TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-TERM-COUNT
                       PERFORM JOURNAL-TERMINATE-PARAGRAPH
                       PERFORM SWEEP-ASSIGNMENTS-PARAGRAPH
                   END-IF
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.

       READ-BEFORE-PARAGRAPH.
      *  Fetch the teachers row ahead of an UPDATE so the journal can
      *  show what each column held before this transaction.
           MOVE SPACES TO PREV-TEACHER-REC
           SET BEFORE-IMAGE-MISSING TO TRUE
           EXEC SQL
               SELECT first_name, last_name, department, hire_date,
                      status
                 INTO :PRV-FIRST-NAME, :PRV-LAST-NAME,
                      :PRV-DEPT-CODE, :PRV-HIRE-DATE, :PRV-STATUS
               FROM teachers
               WHERE employee_id = :TCH-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "SELECT before"      TO WS-ERR-CONTEXT
               MOVE SQLCODE              TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           ELSE
               SET BEFORE-IMAGE-READ TO TRUE
           END-IF.

       JOURNAL-TEACHER-PARAGRAPH.
      *  An add or change: one journal row for each teachers column
      *  whose value moved (on an add, every column that was filled).
      *  Every row of the transaction carries the same timestamp,
      *  so the lookup shows them as the one change they are.
           ACCEPT JH-JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JH-JRNL-TIME FROM TIME
           MOVE "teachers"      TO JH-TABLE-NAME
           MOVE TCH-EMP-ID      TO JH-KEY-VALUE
           MOVE TCH-EMP-ID      TO JH-EMP-ID
           MOVE TCH-DEPT-CODE   TO JH-DEPT-CODE
           MOVE SPACES          TO JH-COURSE-CODE
           MOVE SPACES          TO JH-SECTION-ID
           MOVE TXN-ACTION-CODE TO JH-ACTION-CODE
           MOVE "first_name"    TO JH-FIELD-NAME
           MOVE PRV-FIRST-NAME  TO JH-BEFORE-VALUE
           MOVE TCH-FIRST-NAME  TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH
           MOVE "last_name"     TO JH-FIELD-NAME
           MOVE PRV-LAST-NAME   TO JH-BEFORE-VALUE
           MOVE TCH-LAST-NAME   TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH
           MOVE "department"    TO JH-FIELD-NAME
           MOVE PRV-DEPT-CODE   TO JH-BEFORE-VALUE
           MOVE TCH-DEPT-CODE   TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH
           MOVE "hire_date"     TO JH-FIELD-NAME
           MOVE PRV-HIRE-DATE   TO JH-BEFORE-VALUE
           MOVE TCH-HIRE-DATE   TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH
           MOVE "status"        TO JH-FIELD-NAME
           MOVE PRV-STATUS      TO JH-BEFORE-VALUE
           MOVE TCH-STATUS      TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH.

       JOURNAL-TERMINATE-PARAGRAPH.
      *  A termination only moves status; the transaction's name and
      *  department fields are ignored, so the department journaled
      *  is the one the teacher actually belonged to.
           ACCEPT JH-JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JH-JRNL-TIME FROM TIME
           MOVE "teachers"      TO JH-TABLE-NAME
           MOVE TCH-EMP-ID      TO JH-KEY-VALUE
           MOVE TCH-EMP-ID      TO JH-EMP-ID
           MOVE PRV-DEPT-CODE   TO JH-DEPT-CODE
           MOVE SPACES          TO JH-COURSE-CODE
           MOVE SPACES          TO JH-SECTION-ID
           MOVE TXN-ACTION-CODE TO JH-ACTION-CODE
           MOVE "UPDATE"        TO JH-OPERATION
           MOVE "status"        TO JH-FIELD-NAME
           MOVE PRV-STATUS      TO JH-BEFORE-VALUE
           MOVE "I"             TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH.

       SWEEP-ASSIGNMENTS-PARAGRAPH.
           EXEC SQL
               OPEN UNCOV_CURSOR
           MOVE SPACES TO ASSIGN-REC
           ADD 1 TO WS-UNCOVERED-COUNT.

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

       POST-CONTROL-PARAGRAPH.
      *  One batch_control row for the file the caller has set up,
      *  for BATCH_BAL to tie against the other side of the hand-off.
           ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT BC-RUN-TIME FROM TIME
           EXEC SQL
               INSERT INTO batch_control
                   (run_date, run_time, program_id, ctl_file,
                    record_kind, records_out, records_in,
                    applied, rejected, errored)
               VALUES
                   (:BC-RUN-DATE, :BC-RUN-TIME, :BC-PROGRAM-ID,
                    :BC-CTL-FILE, :BC-RECORD-KIND, :BC-RECORDS-OUT,
                    :BC-RECORDS-IN, :BC-APPLIED, :BC-REJECTED,
                    :BC-ERRORED)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "INSERT batch_control" TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

       LOG-ERROR-PARAGRAPH.
      *  Append one timestamped error record and let the caller carry on.
           ACCEPT WS-ERR-TS-DATE FROM DATE YYYYMMDD.
