
       DATA DIVISION.
       FILE SECTION.
      *  An add carries the section's meeting pattern: the bell
      *  period it meets in, the weekdays it meets (one position per
      *  day, Monday to Friday, holding M T W R F or a space) and the
      *  room, which may be blank for sections with no fixed room.
      *  The pattern is ignored on a drop.
       FD  TXN-FILE.
       01  TXN-REC.
           10  TXN-ACTION-CODE    PIC X(1).
           10  TXN-EMP-ID         PIC X(6).
           10  TXN-SECTION-ID     PIC X(8).
           10  TXN-COURSE-CODE    PIC X(8).
           10  TXN-PERIOD         PIC X(2).
           10  TXN-MEET-DAYS      PIC X(5).
           10  TXN-ROOM           PIC X(6).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-REC          PIC X(80).
      *  code appended, so they can be corrected and resubmitted.
       FD  REJECT-FILE.
       01  REJECT-REC.
           10  REJ-TXN-IMAGE      PIC X(36).
           10  REJ-REASON-CODE    PIC X(6).

       WORKING-STORAGE SECTION.
      *  belong to (e.g. 2025FA).  Blank is allowed: TERM_ROLL labels
      *  unstamped rows with the ending term when it closes one out.
           10  AH-TERM-CODE       PIC X(6)  VALUE SPACES.
           10  AH-PERIOD          PIC X(2)  VALUE SPACES.
           10  AH-MEET-DAYS       PIC X(5)  VALUE SPACES.
           10  AH-MEET-DAY-FLAGS REDEFINES AH-MEET-DAYS.
               15  AH-DAY-MON     PIC X(1).
               15  AH-DAY-TUE     PIC X(1).
               15  AH-DAY-WED     PIC X(1).
               15  AH-DAY-THU     PIC X(1).
               15  AH-DAY-FRI     PIC X(1).
           10  AH-ROOM            PIC X(6)  VALUE SPACES.
      *  The assignment row before and after the transaction, for the
      *  change journal: an add has no before image, a drop no after.
       01  ASG-BEFORE-IMAGE.
           10  ABI-EMP-ID         PIC X(6)  VALUE SPACES.
           10  ABI-COURSE-CODE    PIC X(8)  VALUE SPACES.
           10  ABI-TERM-CODE      PIC X(6)  VALUE SPACES.
           10  ABI-PERIOD         PIC X(2)  VALUE SPACES.
           10  ABI-MEET-DAYS      PIC X(5)  VALUE SPACES.
           10  ABI-ROOM           PIC X(6)  VALUE SPACES.
       01  ASG-AFTER-IMAGE.
           10  AAI-EMP-ID         PIC X(6)  VALUE SPACES.
           10  AAI-COURSE-CODE    PIC X(8)  VALUE SPACES.
           10  AAI-TERM-CODE      PIC X(6)  VALUE SPACES.
           10  AAI-PERIOD         PIC X(2)  VALUE SPACES.
           10  AAI-MEET-DAYS      PIC X(5)  VALUE SPACES.
           10  AAI-ROOM           PIC X(6)  VALUE SPACES.
       COPY JRNLREC.
       COPY BALCTL.
       01  WS-BEFORE-SWITCH       PIC X(1) VALUE "N".
           88  BEFORE-IMAGE-READ  VALUE "Y".
           88  BEFORE-IMAGE-MISSING
                                  VALUE "N".
       01  WS-EOF-SWITCH          PIC X(1) VALUE "N".
           88  TXN-FILE-EOF       VALUE "Y".
       01  WS-ERROR-LOG.
       01  WS-DROP-COUNT          PIC 9(6) VALUE ZERO COMP.
       01  WS-ERROR-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-REJECT-COUNT        PIC 9(6) VALUE ZERO COMP.
       01  WS-JOURNAL-COUNT       PIC 9(6) VALUE ZERO COMP.
      *  How each transaction read ended, one bucket per transaction
      *  (the error count above can move more than once for one),
      *  for the batch_control posting BATCH_BAL balances ASGTXN on.
       01  WS-TXN-APPLIED         PIC 9(6) VALUE ZERO COMP.
       01  WS-TXN-REJECTED        PIC 9(6) VALUE ZERO COMP.
       01  WS-TXN-ERRORED         PIC 9(6) VALUE ZERO COMP.
       01  WS-REJECTS-BEFORE      PIC 9(6) VALUE ZERO COMP.
       01  WS-ERRORS-BEFORE       PIC 9(6) VALUE ZERO COMP.
       01  WS-EDIT-SWITCH         PIC X(1) VALUE "Y".
           88  TXN-EDIT-PASSED    VALUE "Y".
           88  TXN-EDIT-FAILED    VALUE "N".
       01  WS-REJ-REASON          PIC X(6) VALUE SPACES.
       01  WS-EXISTS-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
      *  The bell schedule runs periods 01 through 10; a meeting-days
      *  position holds its own weekday letter or a space.
       01  WS-LAST-PERIOD         PIC 9(2)  VALUE 10.
       01  WS-PERIOD-N            PIC 9(2)  VALUE ZERO.
       01  WS-DAY-LETTERS         PIC X(5)  VALUE "MTWRF".
       01  WS-DAY-SUB             PIC 9(2)  VALUE ZERO COMP.
      *  MAX_SECTIONS caps how many sections one teacher may carry;
      *  the value arrives left-justified from the environment.
       01  WS-LOAD-CAP-IN         PIC X(6)  VALUE SPACES.
           DISPLAY "TERM_CODE" UPON ENVIRONMENT-NAME.
           ACCEPT AH-TERM-CODE FROM ENVIRONMENT-VALUE.

      *  JOB_ID and the program name go on every change journal row
      *  this run writes; same JOB_ID variable TEACHER_MAINT keys its
      *  checkpoint on.
           DISPLAY "JOB_ID" UPON ENVIRONMENT-NAME.
           ACCEPT JH-JOB-ID FROM ENVIRONMENT-VALUE.
           IF JH-JOB-ID EQUAL SPACES THEN
               MOVE "ASGMAINT" TO JH-JOB-ID
           END-IF.
           MOVE "ASSIGN_MAINT" TO JH-PROGRAM-ID.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
           CLOSE TXN-FILE.
           CLOSE REJECT-FILE.

           MOVE "ASSIGN_MAINT"  TO BC-PROGRAM-ID
           MOVE "ASGTXN"        TO BC-CTL-FILE
           MOVE SPACES          TO BC-RECORD-KIND
           MOVE ZERO            TO BC-RECORDS-OUT
           MOVE WS-TXN-COUNT    TO BC-RECORDS-IN
           MOVE WS-TXN-APPLIED  TO BC-APPLIED
           MOVE WS-TXN-REJECTED TO BC-REJECTED
           MOVE WS-TXN-ERRORED  TO BC-ERRORED
           PERFORM POST-CONTROL-PARAGRAPH.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
           DISPLAY "+++ Assignments dropped:" WS-DROP-COUNT
           DISPLAY "+++ Rows in error:      " WS-ERROR-COUNT
           DISPLAY "+++ Rows rejected:      " WS-REJECT-COUNT
           DISPLAY "+++ Journal rows:       " WS-JOURNAL-COUNT
           MOVE WS-TXN-COUNT TO STAT-RECORDS-READ
           COMPUTE STAT-RECORDS-WRITTEN =
               WS-ADD-COUNT + WS-DROP-COUNT

       PROCESS-TXN-PARAGRAPH.
           ADD 1 TO WS-TXN-COUNT
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
           END-EVALUATE.

       EDIT-TXN-PARAGRAPH.
      *  Field edits first, then the database checks an add needs:
      *  an active teacher, a cataloged course owned by the teacher's
      *  department, a section nobody else holds, a load below the
      *  cap, and a meeting slot that neither the teacher nor the
      *  room is already booked into this term.  A drop only has to
      *  name a real assignment.
           SET TXN-EDIT-PASSED TO TRUE
           MOVE SPACES TO WS-REJ-REASON
           MOVE TXN-EMP-ID      TO AH-EMP-ID
           MOVE TXN-SECTION-ID  TO AH-SECTION-ID
           MOVE TXN-COURSE-CODE TO AH-COURSE-CODE
           MOVE TXN-PERIOD      TO AH-PERIOD
           MOVE TXN-MEET-DAYS   TO AH-MEET-DAYS
           MOVE TXN-ROOM        TO AH-ROOM

           IF NOT TXN-ADD AND NOT TXN-DROP THEN
               MOVE "ACTION" TO WS-REJ-REASON
               SET TXN-EDIT-FAILED TO TRUE
           END-IF

           IF TXN-EDIT-PASSED AND TXN-ADD THEN
               PERFORM CHECK-PATTERN-PARAGRAPH
           END-IF

           IF TXN-EDIT-PASSED AND TXN-ADD THEN
               PERFORM CHECK-TEACHER-PARAGRAPH
           END-IF
               PERFORM CHECK-LOAD-PARAGRAPH
           END-IF

           IF TXN-EDIT-PASSED AND TXN-ADD THEN
               PERFORM CHECK-TEACHER-CLASH-PARAGRAPH
           END-IF

           IF TXN-EDIT-PASSED AND TXN-ADD
              AND AH-ROOM NOT EQUAL SPACES THEN
               PERFORM CHECK-ROOM-CLASH-PARAGRAPH
           END-IF

           IF TXN-EDIT-PASSED AND TXN-DROP THEN
               PERFORM CHECK-DROP-PARAGRAPH
           END-IF.

       CHECK-PATTERN-PARAGRAPH.
      *  The period must be on the bell schedule and the section must
      *  meet at least one weekday, each in its own position.
           IF TXN-PERIOD NOT NUMERIC THEN
               MOVE "PERIOD" TO WS-REJ-REASON
               SET TXN-EDIT-FAILED TO TRUE
           ELSE
               MOVE TXN-PERIOD TO WS-PERIOD-N
               IF WS-PERIOD-N < 1 OR WS-PERIOD-N > WS-LAST-PERIOD THEN
                   MOVE "PERIOD" TO WS-REJ-REASON
                   SET TXN-EDIT-FAILED TO TRUE
               END-IF
           END-IF

           IF TXN-EDIT-PASSED THEN
               IF TXN-MEET-DAYS EQUAL SPACES THEN
                   MOVE "MTGDAY" TO WS-REJ-REASON
                   SET TXN-EDIT-FAILED TO TRUE
               END-IF
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 5
                   IF TXN-MEET-DAYS (WS-DAY-SUB:1) NOT EQUAL SPACE
                      AND TXN-MEET-DAYS (WS-DAY-SUB:1) NOT EQUAL
                          WS-DAY-LETTERS (WS-DAY-SUB:1) THEN
                       MOVE "MTGDAY" TO WS-REJ-REASON
                       SET TXN-EDIT-FAILED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-TEACHER-PARAGRAPH.
      *  The teacher must exist and still be active; assignments to
      *  inactive or unknown employee ids are how HELLO_POSTGRES ends
               END-IF
           END-IF.

       CHECK-TEACHER-CLASH-PARAGRAPH.
      *  The teacher may not already meet another section this term
      *  in the same period on any of the same days.  Rows with no
      *  meeting pattern yet cannot clash and are passed over.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTS-COUNT
               FROM class_assignments
               WHERE employee_id = :AH-EMP-ID
                 AND TRIM(COALESCE(term_code, ' '))
                     = TRIM(:AH-TERM-CODE)
                 AND period = :AH-PERIOD
                 AND ((SUBSTR(meeting_days, 1, 1) = 'M'
                       AND :AH-DAY-MON = 'M')
                   OR (SUBSTR(meeting_days, 2, 1) = 'T'
                       AND :AH-DAY-TUE = 'T')
                   OR (SUBSTR(meeting_days, 3, 1) = 'W'
                       AND :AH-DAY-WED = 'W')
                   OR (SUBSTR(meeting_days, 4, 1) = 'R'
                       AND :AH-DAY-THU = 'R')
                   OR (SUBSTR(meeting_days, 5, 1) = 'F'
                       AND :AH-DAY-FRI = 'F'))
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CHECK TCH CLASH"   TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               MOVE "CNFCHK" TO WS-REJ-REASON
               SET TXN-EDIT-FAILED TO TRUE
           ELSE
               IF WS-EXISTS-COUNT > ZERO THEN
                   MOVE "TCHCNF" TO WS-REJ-REASON
                   SET TXN-EDIT-FAILED TO TRUE
               END-IF
           END-IF.

       CHECK-ROOM-CLASH-PARAGRAPH.
      *  Same test for the room, whoever teaches the other section.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTS-COUNT
               FROM class_assignments
               WHERE room = :AH-ROOM
                 AND TRIM(COALESCE(term_code, ' '))
                     = TRIM(:AH-TERM-CODE)
                 AND period = :AH-PERIOD
                 AND ((SUBSTR(meeting_days, 1, 1) = 'M'
                       AND :AH-DAY-MON = 'M')
                   OR (SUBSTR(meeting_days, 2, 1) = 'T'
                       AND :AH-DAY-TUE = 'T')
                   OR (SUBSTR(meeting_days, 3, 1) = 'W'
                       AND :AH-DAY-WED = 'W')
                   OR (SUBSTR(meeting_days, 4, 1) = 'R'
                       AND :AH-DAY-THU = 'R')
                   OR (SUBSTR(meeting_days, 5, 1) = 'F'
                       AND :AH-DAY-FRI = 'F'))
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CHECK ROOM CLASH"  TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               MOVE "CNFCHK" TO WS-REJ-REASON
               SET TXN-EDIT-FAILED TO TRUE
           ELSE
               IF WS-EXISTS-COUNT > ZERO THEN
                   MOVE "ROOMCF" TO WS-REJ-REASON
                   SET TXN-EDIT-FAILED TO TRUE
               END-IF
           END-IF.

       CHECK-DROP-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTS-COUNT
               EXEC SQL
                   INSERT INTO class_assignments
                       (employee_id, section_id, course_code,
                        term_code, period, meeting_days, room)
                   VALUES
                       (:AH-EMP-ID, :AH-SECTION-ID, :AH-COURSE-CODE,
                        :AH-TERM-CODE, :AH-PERIOD, :AH-MEET-DAYS,
                        :AH-ROOM)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO THEN
                   MOVE "INSERT assignments" TO WS-ERR-CONTEXT
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   ADD 1 TO WS-ADD-COUNT
                   MOVE SPACES          TO ASG-BEFORE-IMAGE
                   MOVE AH-EMP-ID       TO AAI-EMP-ID
                   MOVE AH-COURSE-CODE  TO AAI-COURSE-CODE
                   MOVE AH-TERM-CODE    TO AAI-TERM-CODE
                   MOVE AH-PERIOD       TO AAI-PERIOD
                   MOVE AH-MEET-DAYS    TO AAI-MEET-DAYS
                   MOVE AH-ROOM         TO AAI-ROOM
                   MOVE AH-COURSE-CODE  TO JH-COURSE-CODE
                   MOVE "INSERT"        TO JH-OPERATION
                   PERFORM JOURNAL-ASSIGN-PARAGRAPH
               END-IF
           ELSE
      *  The row being dropped is the journal's before image; its
      *  course and department come from the row itself, since a
      *  drop transaction need not carry the course code.
               PERFORM READ-BEFORE-PARAGRAPH
               IF BEFORE-IMAGE-READ THEN
                   EXEC SQL
                       DELETE FROM class_assignments
                       WHERE section_id  = :AH-SECTION-ID
                         AND employee_id = :AH-EMP-ID
                   END-EXEC
                   IF SQLCODE NOT EQUAL ZERO THEN
                       MOVE "DELETE assignments" TO WS-ERR-CONTEXT
                       MOVE SQLCODE              TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-DROP-COUNT
                       MOVE SPACES          TO ASG-AFTER-IMAGE
                       MOVE ABI-COURSE-CODE TO JH-COURSE-CODE
                       MOVE "DELETE"        TO JH-OPERATION
                       PERFORM JOURNAL-ASSIGN-PARAGRAPH
                   END-IF
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.

       READ-BEFORE-PARAGRAPH.
           MOVE SPACES TO ASG-BEFORE-IMAGE
           MOVE SPACES TO AH-CRS-DEPT
           SET BEFORE-IMAGE-MISSING TO TRUE
           EXEC SQL
               SELECT a.employee_id, a.course_code,
                      COALESCE(a.term_code, ' '),
                      COALESCE(a.period, ' '),
                      COALESCE(a.meeting_days, ' '),
                      COALESCE(a.room, ' '),
                      COALESCE(c.department, ' ')
                 INTO :ABI-EMP-ID, :ABI-COURSE-CODE, :ABI-TERM-CODE,
                      :ABI-PERIOD, :ABI-MEET-DAYS, :ABI-ROOM,
                      :AH-CRS-DEPT
               FROM class_assignments a
               LEFT JOIN course_catalog c
                 ON c.course_code = a.course_code
               WHERE a.section_id  = :AH-SECTION-ID
                 AND a.employee_id = :AH-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "SELECT before"      TO WS-ERR-CONTEXT
               MOVE SQLCODE              TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           ELSE
               SET BEFORE-IMAGE-READ TO TRUE
           END-IF.

       JOURNAL-ASSIGN-PARAGRAPH.
      *  One journal row per class_assignments column the add or drop
      *  moved, keyed by section; the course's owning department goes
      *  on every row so a department lookup finds its sections.
      *  Every row of the transaction carries the same timestamp,
      *  so the lookup shows them as the one change they are.
           ACCEPT JH-JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JH-JRNL-TIME FROM TIME
           MOVE "class_assignments" TO JH-TABLE-NAME
           MOVE AH-SECTION-ID   TO JH-KEY-VALUE
           MOVE AH-EMP-ID       TO JH-EMP-ID
           MOVE AH-CRS-DEPT     TO JH-DEPT-CODE
           MOVE AH-SECTION-ID   TO JH-SECTION-ID
           MOVE TXN-ACTION-CODE TO JH-ACTION-CODE
           MOVE "employee_id"   TO JH-FIELD-NAME
           MOVE ABI-EMP-ID      TO JH-BEFORE-VALUE
           MOVE AAI-EMP-ID      TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH
           MOVE "course_code"   TO JH-FIELD-NAME
           MOVE ABI-COURSE-CODE TO JH-BEFORE-VALUE
           MOVE AAI-COURSE-CODE TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH
           MOVE "term_code"     TO JH-FIELD-NAME
           MOVE ABI-TERM-CODE   TO JH-BEFORE-VALUE
           MOVE AAI-TERM-CODE   TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH
           MOVE "period"        TO JH-FIELD-NAME
           MOVE ABI-PERIOD      TO JH-BEFORE-VALUE
           MOVE AAI-PERIOD      TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH
           MOVE "meeting_days"  TO JH-FIELD-NAME
           MOVE ABI-MEET-DAYS   TO JH-BEFORE-VALUE
           MOVE AAI-MEET-DAYS   TO JH-AFTER-VALUE
           PERFORM WRITE-JOURNAL-PARAGRAPH
           MOVE "room"          TO JH-FIELD-NAME
           MOVE ABI-ROOM        TO JH-BEFORE-VALUE
           MOVE AAI-ROOM        TO JH-AFTER-VALUE
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
