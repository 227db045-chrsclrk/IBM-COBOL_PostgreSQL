           10  CH-COURSE-CODE     PIC X(8)  VALUE SPACES.
           10  CH-COURSE-TITLE    PIC X(30) VALUE SPACES.
           10  CH-DEPT-CODE       PIC X(4)  VALUE SPACES.
      *  The course_catalog row before and after the transaction, for
      *  the change journal: an add has no before image, a delete no
      *  after image.
       01  COURSE-BEFORE-IMAGE.
           10  CBI-COURSE-TITLE   PIC X(30) VALUE SPACES.
           10  CBI-DEPT-CODE      PIC X(4)  VALUE SPACES.
       01  COURSE-AFTER-IMAGE.
           10  CAI-COURSE-TITLE   PIC X(30) VALUE SPACES.
           10  CAI-DEPT-CODE      PIC X(4)  VALUE SPACES.
       COPY JRNLREC.
       01  WS-BEFORE-SWITCH       PIC X(1) VALUE "N".
           88  BEFORE-IMAGE-READ  VALUE "Y".
           88  BEFORE-IMAGE-MISSING
                                  VALUE "N".
       01  WS-EOF-SWITCH          PIC X(1) VALUE "N".
           88  TXN-FILE-EOF       VALUE "Y".
       01  WS-ERROR-LOG.
       01  WS-DELETE-COUNT        PIC 9(6) VALUE ZERO COMP.
       01  WS-ERROR-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-REJECT-COUNT        PIC 9(6) VALUE ZERO COMP.
       01  WS-JOURNAL-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-EDIT-SWITCH         PIC X(1) VALUE "Y".
           88  TXN-EDIT-PASSED    VALUE "Y".
           88  TXN-EDIT-FAILED    VALUE "N".
               GOBACK
           END-IF.

      *  JOB_ID and the program name go on every change journal row
      *  this run writes.
           DISPLAY "JOB_ID" UPON ENVIRONMENT-NAME.
           ACCEPT JH-JOB-ID FROM ENVIRONMENT-VALUE.
           IF JH-JOB-ID EQUAL SPACES THEN
               MOVE "CRSMAINT" TO JH-JOB-ID
           END-IF.
           MOVE "COURSE_MAINT" TO JH-PROGRAM-ID.

           OPEN INPUT  TXN-FILE.
           OPEN OUTPUT ERROR-LOG-FILE.
           OPEN OUTPUT REJECT-FILE.
           DISPLAY "+++ Rows deleted:       " WS-DELETE-COUNT
           DISPLAY "+++ Rows in error:      " WS-ERROR-COUNT
           DISPLAY "+++ Rows rejected:      " WS-REJECT-COUNT
           DISPLAY "+++ Journal rows:       " WS-JOURNAL-COUNT
           IF WS-ERROR-COUNT > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF.

       APPLY-TXN-PARAGRAPH.
      *  A change or delete reads the row first so the journal has
      *  its before image; if that read fails nothing is applied.
           IF TXN-ADD THEN
               MOVE SPACES TO COURSE-BEFORE-IMAGE
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
                       MOVE CH-COURSE-TITLE TO CAI-COURSE-TITLE
                       MOVE CH-DEPT-CODE    TO CAI-DEPT-CODE
                       MOVE "INSERT"        TO JH-OPERATION
                       PERFORM JOURNAL-COURSE-PARAGRAPH
                   END-IF
               WHEN TXN-CHANGE
                   EXEC SQL
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-UPDATE-COUNT
                       MOVE CH-COURSE-TITLE TO CAI-COURSE-TITLE
                       MOVE CH-DEPT-CODE    TO CAI-DEPT-CODE
                       MOVE "UPDATE"        TO JH-OPERATION
                       PERFORM JOURNAL-COURSE-PARAGRAPH
                   END-IF
               WHEN TXN-DELETE
                   EXEC SQL
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE SPACES          TO COURSE-AFTER-IMAGE
                       MOVE "DELETE"        TO JH-OPERATION
                       PERFORM JOURNAL-COURSE-PARAGRAPH
                   END-IF
           END-EVALUATE.

       READ-BEFORE-PARAGRAPH.
           MOVE SPACES TO COURSE-BEFORE-IMAGE
           SET BEFORE-IMAGE-MISSING TO TRUE
           EXEC SQL
               SELECT course_title, department
                 INTO :CBI-COURSE-TITLE, :CBI-DEPT-CODE
               FROM course_catalog
               WHERE course_code = :CH-COURSE-CODE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "SELECT before"     TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           ELSE
               SET BEFORE-IMAGE-READ TO TRUE
           END-IF.

       JOURNAL-COURSE-PARAGRAPH.
      *  One journal row per course_catalog column that moved, keyed
      *  by course and filed under its owning department (the old
      *  one on a delete, the new one otherwise).
      *  Every row of the transaction carries the same timestamp,
      *  so the lookup shows them as the one change they are.
           ACCEPT JH-JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JH-JRNL-TIME FROM TIME
           MOVE "course_catalog" TO JH-TABLE-NAME
           MOVE CH-COURSE-CODE  TO JH-KEY-VALUE
           MOVE CH-COURSE-CODE  TO JH-COURSE-CODE
           IF TXN-DELETE THEN
               MOVE CBI-DEPT-CODE TO JH-DEPT-CODE
           ELSE
               MOVE CH-DEPT-CODE  TO JH-DEPT-CODE
           END-IF
           MOVE TXN-ACTION-CODE TO JH-ACTION-CODE
           MOVE "course_title"  TO JH-FIELD-NAME
           MOVE CBI-COURSE-TITLE TO JH-BEFORE-VALUE
           MOVE CAI-COURSE-TITLE TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH
           MOVE "department"    TO JH-FIELD-NAME
           MOVE CBI-DEPT-CODE   TO JH-BEFORE-VALUE
           MOVE CAI-DEPT-CODE   TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH.

       WRITE-REJECT-PARAGRAPH.
           MOVE TXN-REC       TO REJ-TXN-IMAGE
           MOVE WS-REJ-REASON TO REJ-REASON-CODE
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
