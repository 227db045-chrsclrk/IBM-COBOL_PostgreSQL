       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "TEACH_INQ".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The employee ids asked about, one per record; OPTIONAL so a
      *  run with nothing asked reads as empty instead of abending.
           SELECT OPTIONAL INQUIRY-ID-FILE ASSIGN TO "INQIDS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  One page per id asked about: everything on file for that
      *  teacher, or the line saying there is nothing.
           SELECT INQUIRY-RPT-FILE ASSIGN TO "INQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "INQERR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-ID-FILE.
       01  INQUIRY-ID-REC.
           10  INQ-EMP-ID         PIC X(6).

       FD  INQUIRY-RPT-FILE.
       01  INQUIRY-RPT-REC        PIC X(110).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  PGSQL-CONNECT.
           10  DB-NAME            PIC X(18) VALUE "AD22".
       01  WS-DB-NAME-OVERRIDE    PIC X(18) VALUE SPACES.
      *  The teachers row itself, in the shape every teacher program
      *  shares.
       COPY TEACHREC.
      *  One current assignment with its catalog title.
       01  ASSIGN-HOST-VARS.
           10  IA-SECTION-ID      PIC X(8)  VALUE SPACES.
           10  IA-COURSE-CODE     PIC X(8)  VALUE SPACES.
           10  IA-COURSE-TITLE    PIC X(30) VALUE SPACES.
           10  IA-TERM-CODE       PIC X(6)  VALUE SPACES.
           10  IA-PERIOD          PIC X(2)  VALUE SPACES.
           10  IA-MEET-DAYS       PIC X(5)  VALUE SPACES.
           10  IA-ROOM            PIC X(6)  VALUE SPACES.
      *  One certification.
       01  CERT-HOST-VARS.
           10  IC-SUBJECT         PIC X(4)  VALUE SPACES.
           10  IC-EXPIRE-DATE     PIC X(10) VALUE SPACES.
           10  IC-EXPIRE-PARTS REDEFINES IC-EXPIRE-DATE.
               15  IC-EXPIRE-YYYY PIC X(4).
               15  FILLER         PIC X(1).
               15  IC-EXPIRE-MM   PIC X(2).
               15  FILLER         PIC X(1).
               15  IC-EXPIRE-DD   PIC X(2).
      *  One prior-term assignment.
       01  HIST-HOST-VARS.
           10  IH-TERM-CODE       PIC X(6)  VALUE SPACES.
           10  IH-SECTION-ID      PIC X(8)  VALUE SPACES.
           10  IH-COURSE-CODE     PIC X(8)  VALUE SPACES.
           10  IH-PERIOD          PIC X(2)  VALUE SPACES.
           10  IH-MEET-DAYS       PIC X(5)  VALUE SPACES.
           10  IH-ROOM            PIC X(6)  VALUE SPACES.
           10  IH-ROLLED-DATE     PIC 9(8)  VALUE ZERO.
      *  One teacher_history snapshot, and the one before it; a field
      *  that differs between the two is a change as of the later
      *  snapshot, the same comparison TEACHER_SNAP makes for all
      *  teachers at once.
       01  SNAP-HOST-VARS.
           10  IS-SNAP-DATE       PIC 9(8)  VALUE ZERO.
           10  IS-FIRST-NAME      PIC X(8)  VALUE SPACES.
           10  IS-LAST-NAME       PIC X(8)  VALUE SPACES.
           10  IS-DEPT-CODE       PIC X(4)  VALUE SPACES.
           10  IS-HIRE-DATE       PIC X(10) VALUE SPACES.
           10  IS-STATUS          PIC X(1)  VALUE SPACES.
       01  PREV-SNAP-VARS.
           10  IP-SNAP-DATE       PIC 9(8)  VALUE ZERO.
           10  IP-FIRST-NAME      PIC X(8)  VALUE SPACES.
           10  IP-LAST-NAME       PIC X(8)  VALUE SPACES.
           10  IP-DEPT-CODE       PIC X(4)  VALUE SPACES.
           10  IP-HIRE-DATE       PIC X(10) VALUE SPACES.
           10  IP-STATUS          PIC X(1)  VALUE SPACES.
      *  One open reject_inventory row: not resubmitted, and keyed on
      *  this teacher (the match key is the action code followed by
      *  the employee id, on both the MNT and the ASG side).
       01  REJECT-HOST-VARS.
           10  IR-SOURCE          PIC X(3)  VALUE SPACES.
           10  IR-REASON-CODE     PIC X(6)  VALUE SPACES.
           10  IR-FIRST-SEEN      PIC 9(8)  VALUE ZERO.
           10  IR-LAST-SEEN       PIC 9(8)  VALUE ZERO.
           10  IR-TXN-IMAGE       PIC X(38) VALUE SPACES.
      *  One substitute cover booked from today on.
       01  COVER-HOST-VARS.
           10  IV-COVER-DATE      PIC X(10) VALUE SPACES.
           10  IV-SECTION-ID      PIC X(8)  VALUE SPACES.
           10  IV-ABS-EMP-ID      PIC X(6)  VALUE SPACES.
           10  IV-SUB-EMP-ID      PIC X(6)  VALUE SPACES.
           10  IV-SUB-LAST-NAME   PIC X(8)  VALUE SPACES.
           10  IV-REASON-CODE     PIC X(4)  VALUE SPACES.
           10  IV-DAY-TYPE        PIC X(1)  VALUE SPACES.
      *  Today, as a number for the days-to-expiry arithmetic and in
      *  the YYYY-MM-DD shape the cover dates carry.
       01  WS-RUN-DATE.
           10  WS-RUN-YYYY        PIC 9(4).
           10  WS-RUN-MM          PIC 9(2).
           10  WS-RUN-DD          PIC 9(2).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                  PIC 9(8).
       01  WS-RUN-DATE-ISO        PIC X(10) VALUE SPACES.
       01  WS-WORK-DATE.
           10  WS-WORK-YYYY       PIC 9(4).
           10  WS-WORK-MM         PIC 9(2).
           10  WS-WORK-DD         PIC 9(2).
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                  PIC 9(8).
       01  WS-RUN-DAY             PIC S9(9) VALUE ZERO COMP.
       01  WS-EXPIRE-DAY          PIC S9(9) VALUE ZERO COMP.
       01  WS-DAYS-LEFT           PIC S9(9) VALUE ZERO COMP.
       01  WS-DAYS-ED             PIC -(6)9.
       01  WS-CHANGE-FIELD        PIC X(10) VALUE SPACES.
       01  WS-CHANGE-BEFORE       PIC X(10) VALUE SPACES.
       01  WS-CHANGE-AFTER        PIC X(10) VALUE SPACES.
       01  WS-ID-EOF-SWITCH       PIC X(1) VALUE "N".
           88  INQUIRY-IDS-EOF    VALUE "Y".
       01  WS-ROWS-EOF-SWITCH     PIC X(1) VALUE "N".
           88  DETAIL-ROWS-EOF    VALUE "Y".
       01  WS-PREV-SNAP-SWITCH    PIC X(1) VALUE "N".
           88  PREV-SNAP-HELD     VALUE "Y".
       01  WS-ERROR-LOG.
           10  WS-ERR-CONTEXT     PIC X(20) VALUE SPACES.
           10  WS-ERR-SQLCODE     PIC -9(4).
       01  WS-ERR-TS-DATE         PIC 9(8).
       01  WS-ERR-TS-TIME         PIC 9(8).
       01  WS-ID-COUNT            PIC 9(6) VALUE ZERO COMP.
       01  WS-FOUND-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-NOT-FOUND-COUNT     PIC 9(6) VALUE ZERO COMP.
       01  WS-DETAIL-COUNT        PIC 9(6) VALUE ZERO COMP.
       01  WS-ERROR-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-DATE-ED             PIC 9(8).
       01  WS-DATE-ED-2           PIC 9(8).
       01  REPORT-LINE            PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *  DB-NAME defaults to AD22, same override rule as HELLO_POSTGRES.
           DISPLAY "DB_NAME" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DB-NAME-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-DB-NAME-OVERRIDE NOT EQUAL SPACES THEN
               MOVE WS-DB-NAME-OVERRIDE TO DB-NAME
           END-IF.

           EXEC SQL
               CONNECT TO :DB-NAME
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               DISPLAY "+++ Error connecting to database: " SQLCODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY     DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-RUN-MM       DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-RUN-DD       DELIMITED BY SIZE
               INTO WS-RUN-DATE-ISO
           END-STRING.
           COMPUTE WS-RUN-DAY =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).

           EXEC SQL
               DECLARE ASSIGN_CURSOR CURSOR FOR
               SELECT a.section_id, a.course_code,
                      COALESCE(c.course_title, '*** NOT CATALOGED'),
                      COALESCE(a.term_code, ' '),
                      COALESCE(a.period, ' '),
                      COALESCE(a.meeting_days, ' '),
                      COALESCE(a.room, ' ')
               FROM class_assignments a
               LEFT JOIN course_catalog c
                 ON c.course_code = a.course_code
               WHERE a.employee_id = :TCH-EMP-ID
               ORDER BY a.period, a.section_id
           END-EXEC.

           EXEC SQL
               DECLARE CERT_CURSOR CURSOR FOR
               SELECT subject, expiration_date
               FROM certifications
               WHERE employee_id = :TCH-EMP-ID
               ORDER BY expiration_date, subject
           END-EXEC.

           EXEC SQL
               DECLARE HIST_CURSOR CURSOR FOR
               SELECT term_code, section_id, course_code,
                      COALESCE(period, ' '),
                      COALESCE(meeting_days, ' '),
                      COALESCE(room, ' '),
                      rolled_date
               FROM assignment_history
               WHERE employee_id = :TCH-EMP-ID
               ORDER BY rolled_date, term_code, section_id
           END-EXEC.

           EXEC SQL
               DECLARE SNAP_CURSOR CURSOR FOR
               SELECT snapshot_date, first_name, last_name,
                      department, hire_date, status
               FROM teacher_history
               WHERE employee_id = :TCH-EMP-ID
               ORDER BY snapshot_date
           END-EXEC.

           EXEC SQL
               DECLARE REJECT_CURSOR CURSOR FOR
               SELECT source_file, reason_code, first_seen_date,
                      last_seen_date, txn_image
               FROM reject_inventory
               WHERE resubmit_date = 0
                 AND SUBSTR(match_key, 2, 6) = :TCH-EMP-ID
               ORDER BY first_seen_date, source_file
           END-EXEC.

      *  Covers for the teacher's own absences, and covers on any
      *  section the teacher now holds (booked while someone else
      *  held it, or against a substitute's absence).
           EXEC SQL
               DECLARE COVER_CURSOR CURSOR FOR
               SELECT s.cover_date, s.section_id, s.absent_emp_id,
                      s.sub_emp_id, COALESCE(b.last_name, ' '),
                      s.reason_code, s.day_type
               FROM sub_coverage s
               LEFT JOIN substitutes b
                 ON b.employee_id = s.sub_emp_id
               WHERE s.cover_date >= :WS-RUN-DATE-ISO
                 AND (s.absent_emp_id = :TCH-EMP-ID
                      OR s.section_id IN
                         (SELECT x.section_id FROM class_assignments x
                           WHERE x.employee_id = :TCH-EMP-ID))
               ORDER BY s.cover_date, s.section_id
           END-EXEC.

           OPEN INPUT  INQUIRY-ID-FILE.
           OPEN OUTPUT INQUIRY-RPT-FILE.
           OPEN OUTPUT ERROR-LOG-FILE.

           PERFORM UNTIL INQUIRY-IDS-EOF
               READ INQUIRY-ID-FILE
                   AT END
                       SET INQUIRY-IDS-EOF TO TRUE
                   NOT AT END
                       IF INQ-EMP-ID NOT EQUAL SPACES THEN
                           PERFORM INQUIRE-TEACHER-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ID-COUNT EQUAL ZERO THEN
               MOVE "No employee ids on INQIDS" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

           CLOSE INQUIRY-ID-FILE.
           CLOSE INQUIRY-RPT-FILE.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "DISCONNECT"        TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

           CLOSE ERROR-LOG-FILE.

           DISPLAY "+++ Teacher inquiry complete. +++"
           DISPLAY "+++ Ids asked:    " WS-ID-COUNT
           DISPLAY "+++ On file:      " WS-FOUND-COUNT
           DISPLAY "+++ Not on file:  " WS-NOT-FOUND-COUNT
           DISPLAY "+++ Errors:       " WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       INQUIRE-TEACHER-PARAGRAPH.
      *  A new page per id.  An id not on teachers gets its line and
      *  the run moves to the next id.
           ADD 1 TO WS-ID-COUNT
           MOVE INQ-EMP-ID TO TCH-EMP-ID
           STRING "Teacher inquiry  EMP "     DELIMITED BY SIZE
                  TCH-EMP-ID                  DELIMITED BY SIZE
                  "  as of "                  DELIMITED BY SIZE
                  WS-RUN-DATE-ISO             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           MOVE REPORT-LINE TO INQUIRY-RPT-REC
           WRITE INQUIRY-RPT-REC AFTER ADVANCING PAGE
           MOVE SPACES TO REPORT-LINE

           EXEC SQL
               SELECT first_name, last_name, department,
                      hire_date, status
                 INTO :TCH-FIRST-NAME, :TCH-LAST-NAME,
                      :TCH-DEPT-CODE, :TCH-HIRE-DATE, :TCH-STATUS
               FROM teachers
               WHERE employee_id = :TCH-EMP-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   STRING "EMP "                DELIMITED BY SIZE
                          TCH-EMP-ID            DELIMITED BY SIZE
                          " NOT ON FILE"        DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE "SELECT teacher"    TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
                   STRING "EMP "                DELIMITED BY SIZE
                          TCH-EMP-ID            DELIMITED BY SIZE
                          " NOT READ - SEE INQERR"
                                                DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-FOUND-COUNT
                   PERFORM PROFILE-PARAGRAPH
                   PERFORM ASSIGNMENTS-PARAGRAPH
                   PERFORM CERTIFICATIONS-PARAGRAPH
                   PERFORM HISTORY-PARAGRAPH
                   PERFORM CHANGES-PARAGRAPH
                   PERFORM REJECTS-PARAGRAPH
                   PERFORM COVERAGE-PARAGRAPH
           END-EVALUATE.

       PROFILE-PARAGRAPH.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           STRING "Name        "              DELIMITED BY SIZE
                  TCH-FIRST-NAME              DELIMITED BY SPACE
                  " "                         DELIMITED BY SIZE
                  TCH-LAST-NAME               DELIMITED BY SPACE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           STRING "Department  "              DELIMITED BY SIZE
                  TCH-DEPT-CODE               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           STRING "Hire date   "              DELIMITED BY SIZE
                  TCH-HIRE-DATE               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           EVALUATE TRUE
               WHEN TCH-ACTIVE
                   MOVE "Status      A  ACTIVE"   TO REPORT-LINE
               WHEN TCH-INACTIVE
                   MOVE "Status      I  INACTIVE" TO REPORT-LINE
               WHEN OTHER
                   STRING "Status      "      DELIMITED BY SIZE
                          TCH-STATUS          DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       ASSIGNMENTS-PARAGRAPH.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "Current assignments" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "  SECTION  COURSE   TITLE" TO REPORT-LINE
           MOVE "TERM   PD DAYS  ROOM"      TO REPORT-LINE (53:20)
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE "N"  TO WS-ROWS-EOF-SWITCH
           EXEC SQL
               OPEN ASSIGN_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN ASSIGN_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE              TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET DETAIL-ROWS-EOF       TO TRUE
           END-IF
           PERFORM UNTIL DETAIL-ROWS-EOF
               EXEC SQL
                   FETCH ASSIGN_CURSOR
                       INTO :IA-SECTION-ID,
                            :IA-COURSE-CODE,
                            :IA-COURSE-TITLE,
                            :IA-TERM-CODE,
                            :IA-PERIOD,
                            :IA-MEET-DAYS,
                            :IA-ROOM
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET DETAIL-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH ASSIGN_CURSOR" TO WS-ERR-CONTEXT
                       MOVE SQLCODE               TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET DETAIL-ROWS-EOF        TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-DETAIL-COUNT
                       MOVE IA-SECTION-ID   TO REPORT-LINE (3:8)
                       MOVE IA-COURSE-CODE  TO REPORT-LINE (12:8)
                       MOVE IA-COURSE-TITLE TO REPORT-LINE (21:30)
                       MOVE IA-TERM-CODE    TO REPORT-LINE (53:6)
                       MOVE IA-PERIOD       TO REPORT-LINE (60:2)
                       MOVE IA-MEET-DAYS    TO REPORT-LINE (63:5)
                       MOVE IA-ROOM         TO REPORT-LINE (69:6)
                       PERFORM WRITE-REPORT-LINE-PARAGRAPH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE ASSIGN_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE ASSIGN_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF
           PERFORM WRITE-NONE-PARAGRAPH.

       CERTIFICATIONS-PARAGRAPH.
      *  Days to expiry counts from today; a certification already
      *  past its date shows the days since as a negative number.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "Certifications" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "  SUBJECT  EXPIRES     DAYS LEFT" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE "N"  TO WS-ROWS-EOF-SWITCH
           EXEC SQL
               OPEN CERT_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN CERT_CURSOR"  TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET DETAIL-ROWS-EOF      TO TRUE
           END-IF
           PERFORM UNTIL DETAIL-ROWS-EOF
               EXEC SQL
                   FETCH CERT_CURSOR
                       INTO :IC-SUBJECT,
                            :IC-EXPIRE-DATE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET DETAIL-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH CERT_CURSOR" TO WS-ERR-CONTEXT
                       MOVE SQLCODE             TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET DETAIL-ROWS-EOF      TO TRUE
                   WHEN OTHER
                       PERFORM WRITE-CERT-LINE-PARAGRAPH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE CERT_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE CERT_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF
           PERFORM WRITE-NONE-PARAGRAPH.

       WRITE-CERT-LINE-PARAGRAPH.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE IC-SUBJECT     TO REPORT-LINE (3:4)
           MOVE IC-EXPIRE-DATE TO REPORT-LINE (12:10)
           IF IC-EXPIRE-YYYY NUMERIC AND IC-EXPIRE-MM NUMERIC
              AND IC-EXPIRE-DD NUMERIC THEN
               MOVE IC-EXPIRE-YYYY TO WS-WORK-YYYY
               MOVE IC-EXPIRE-MM   TO WS-WORK-MM
               MOVE IC-EXPIRE-DD   TO WS-WORK-DD
           ELSE
               MOVE ZERO TO WS-WORK-DATE-N
           END-IF
           IF WS-WORK-MM >= 1 AND WS-WORK-MM <= 12
              AND WS-WORK-DD >= 1 AND WS-WORK-DD <= 31
              AND WS-WORK-YYYY >= 1601 THEN
               COMPUTE WS-EXPIRE-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-N)
               COMPUTE WS-DAYS-LEFT = WS-EXPIRE-DAY - WS-RUN-DAY
               MOVE WS-DAYS-LEFT TO WS-DAYS-ED
               MOVE WS-DAYS-ED   TO REPORT-LINE (24:7)
               IF WS-DAYS-LEFT < ZERO THEN
                   MOVE "EXPIRED" TO REPORT-LINE (33:7)
               END-IF
           ELSE
               MOVE "BAD DATE" TO REPORT-LINE (24:8)
           END-IF
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       HISTORY-PARAGRAPH.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "Prior terms" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "  TERM   SECTION  COURSE   PD DAYS  ROOM   ROLLED"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE "N"  TO WS-ROWS-EOF-SWITCH
           EXEC SQL
               OPEN HIST_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN HIST_CURSOR"  TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET DETAIL-ROWS-EOF      TO TRUE
           END-IF
           PERFORM UNTIL DETAIL-ROWS-EOF
               EXEC SQL
                   FETCH HIST_CURSOR
                       INTO :IH-TERM-CODE,
                            :IH-SECTION-ID,
                            :IH-COURSE-CODE,
                            :IH-PERIOD,
                            :IH-MEET-DAYS,
                            :IH-ROOM,
                            :IH-ROLLED-DATE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET DETAIL-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH HIST_CURSOR" TO WS-ERR-CONTEXT
                       MOVE SQLCODE             TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET DETAIL-ROWS-EOF      TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-DETAIL-COUNT
                       MOVE IH-ROLLED-DATE TO WS-DATE-ED
                       MOVE IH-TERM-CODE   TO REPORT-LINE (3:6)
                       MOVE IH-SECTION-ID  TO REPORT-LINE (10:8)
                       MOVE IH-COURSE-CODE TO REPORT-LINE (19:8)
                       MOVE IH-PERIOD      TO REPORT-LINE (28:2)
                       MOVE IH-MEET-DAYS   TO REPORT-LINE (31:5)
                       MOVE IH-ROOM        TO REPORT-LINE (37:6)
                       MOVE WS-DATE-ED     TO REPORT-LINE (44:8)
                       PERFORM WRITE-REPORT-LINE-PARAGRAPH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE HIST_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE HIST_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF
           PERFORM WRITE-NONE-PARAGRAPH.

       CHANGES-PARAGRAPH.
      *  The teacher's snapshots oldest first; the first one is the
      *  starting point and each later one is compared with the one
      *  before it.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "Field changes (teacher_history snapshots)"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "  AS OF     FIELD       BEFORE      AFTER"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE "N"  TO WS-ROWS-EOF-SWITCH
           MOVE "N"  TO WS-PREV-SNAP-SWITCH
           EXEC SQL
               OPEN SNAP_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN SNAP_CURSOR"  TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET DETAIL-ROWS-EOF      TO TRUE
           END-IF
           PERFORM UNTIL DETAIL-ROWS-EOF
               EXEC SQL
                   FETCH SNAP_CURSOR
                       INTO :IS-SNAP-DATE,
                            :IS-FIRST-NAME,
                            :IS-LAST-NAME,
                            :IS-DEPT-CODE,
                            :IS-HIRE-DATE,
                            :IS-STATUS
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET DETAIL-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH SNAP_CURSOR" TO WS-ERR-CONTEXT
                       MOVE SQLCODE             TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET DETAIL-ROWS-EOF      TO TRUE
                   WHEN OTHER
                       IF PREV-SNAP-HELD THEN
                           PERFORM COMPARE-SNAP-PARAGRAPH
                       END-IF
                       MOVE SNAP-HOST-VARS TO PREV-SNAP-VARS
                       SET PREV-SNAP-HELD  TO TRUE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE SNAP_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE SNAP_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF
           PERFORM WRITE-NONE-PARAGRAPH.

       COMPARE-SNAP-PARAGRAPH.
           IF IS-FIRST-NAME NOT EQUAL IP-FIRST-NAME THEN
               MOVE "FIRST NAME"  TO WS-CHANGE-FIELD
               MOVE IP-FIRST-NAME TO WS-CHANGE-BEFORE
               MOVE IS-FIRST-NAME TO WS-CHANGE-AFTER
               PERFORM WRITE-CHANGE-PARAGRAPH
           END-IF
           IF IS-LAST-NAME NOT EQUAL IP-LAST-NAME THEN
               MOVE "LAST NAME"   TO WS-CHANGE-FIELD
               MOVE IP-LAST-NAME  TO WS-CHANGE-BEFORE
               MOVE IS-LAST-NAME  TO WS-CHANGE-AFTER
               PERFORM WRITE-CHANGE-PARAGRAPH
           END-IF
           IF IS-DEPT-CODE NOT EQUAL IP-DEPT-CODE THEN
               MOVE "DEPARTMENT"  TO WS-CHANGE-FIELD
               MOVE IP-DEPT-CODE  TO WS-CHANGE-BEFORE
               MOVE IS-DEPT-CODE  TO WS-CHANGE-AFTER
               PERFORM WRITE-CHANGE-PARAGRAPH
           END-IF
           IF IS-HIRE-DATE NOT EQUAL IP-HIRE-DATE THEN
               MOVE "HIRE DATE"   TO WS-CHANGE-FIELD
               MOVE IP-HIRE-DATE  TO WS-CHANGE-BEFORE
               MOVE IS-HIRE-DATE  TO WS-CHANGE-AFTER
               PERFORM WRITE-CHANGE-PARAGRAPH
           END-IF
           IF IS-STATUS NOT EQUAL IP-STATUS THEN
               MOVE "STATUS"      TO WS-CHANGE-FIELD
               MOVE IP-STATUS     TO WS-CHANGE-BEFORE
               MOVE IS-STATUS     TO WS-CHANGE-AFTER
               PERFORM WRITE-CHANGE-PARAGRAPH
           END-IF.

       WRITE-CHANGE-PARAGRAPH.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE IS-SNAP-DATE     TO WS-DATE-ED
           MOVE WS-DATE-ED       TO REPORT-LINE (3:8)
           MOVE WS-CHANGE-FIELD  TO REPORT-LINE (13:10)
           MOVE WS-CHANGE-BEFORE TO REPORT-LINE (25:10)
           MOVE WS-CHANGE-AFTER  TO REPORT-LINE (37:10)
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       REJECTS-PARAGRAPH.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "Open rejects" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "  SRC REASON FIRST    LAST     TRANSACTION"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE "N"  TO WS-ROWS-EOF-SWITCH
           EXEC SQL
               OPEN REJECT_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN REJECT_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE              TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET DETAIL-ROWS-EOF       TO TRUE
           END-IF
           PERFORM UNTIL DETAIL-ROWS-EOF
               EXEC SQL
                   FETCH REJECT_CURSOR
                       INTO :IR-SOURCE,
                            :IR-REASON-CODE,
                            :IR-FIRST-SEEN,
                            :IR-LAST-SEEN,
                            :IR-TXN-IMAGE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET DETAIL-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH REJECT_CURSOR" TO WS-ERR-CONTEXT
                       MOVE SQLCODE               TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET DETAIL-ROWS-EOF        TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-DETAIL-COUNT
                       MOVE IR-FIRST-SEEN  TO WS-DATE-ED
                       MOVE IR-LAST-SEEN   TO WS-DATE-ED-2
                       MOVE IR-SOURCE      TO REPORT-LINE (3:3)
                       MOVE IR-REASON-CODE TO REPORT-LINE (7:6)
                       MOVE WS-DATE-ED     TO REPORT-LINE (14:8)
                       MOVE WS-DATE-ED-2   TO REPORT-LINE (23:8)
                       MOVE IR-TXN-IMAGE   TO REPORT-LINE (32:38)
                       PERFORM WRITE-REPORT-LINE-PARAGRAPH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE REJECT_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE REJECT_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF
           PERFORM WRITE-NONE-PARAGRAPH.

       COVERAGE-PARAGRAPH.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "Substitute coverage booked from today" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "  DATE       SECTION  ABSENT SUB    NAME     WHY  DAY"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE "N"  TO WS-ROWS-EOF-SWITCH
           EXEC SQL
               OPEN COVER_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN COVER_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET DETAIL-ROWS-EOF      TO TRUE
           END-IF
           PERFORM UNTIL DETAIL-ROWS-EOF
               EXEC SQL
                   FETCH COVER_CURSOR
                       INTO :IV-COVER-DATE,
                            :IV-SECTION-ID,
                            :IV-ABS-EMP-ID,
                            :IV-SUB-EMP-ID,
                            :IV-SUB-LAST-NAME,
                            :IV-REASON-CODE,
                            :IV-DAY-TYPE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET DETAIL-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH COVER_CURSOR" TO WS-ERR-CONTEXT
                       MOVE SQLCODE              TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET DETAIL-ROWS-EOF       TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-DETAIL-COUNT
                       MOVE IV-COVER-DATE    TO REPORT-LINE (3:10)
                       MOVE IV-SECTION-ID    TO REPORT-LINE (14:8)
                       MOVE IV-ABS-EMP-ID    TO REPORT-LINE (23:6)
                       MOVE IV-SUB-EMP-ID    TO REPORT-LINE (30:6)
                       MOVE IV-SUB-LAST-NAME TO REPORT-LINE (37:8)
                       MOVE IV-REASON-CODE   TO REPORT-LINE (46:4)
                       MOVE IV-DAY-TYPE      TO REPORT-LINE (51:1)
                       PERFORM WRITE-REPORT-LINE-PARAGRAPH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE COVER_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE COVER_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE              TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF
           PERFORM WRITE-NONE-PARAGRAPH.

       WRITE-NONE-PARAGRAPH.
      *  Closes a block that printed no rows.
           IF WS-DETAIL-COUNT EQUAL ZERO THEN
               MOVE "  none" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE REPORT-LINE TO INQUIRY-RPT-REC
           WRITE INQUIRY-RPT-REC
           MOVE SPACES TO REPORT-LINE.

       LOG-ERROR-PARAGRAPH.
      *  Append one timestamped error record and let the caller carry on.
           ACCEPT WS-ERR-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ERR-TS-TIME FROM TIME.
           STRING WS-ERR-TS-DATE   DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-ERR-TS-TIME   DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-ERR-CONTEXT   DELIMITED BY SIZE
                  "  SQLCODE="     DELIMITED BY SIZE
                  WS-ERR-SQLCODE   DELIMITED BY SIZE
               INTO ERROR-LOG-REC
           END-STRING
           WRITE ERROR-LOG-REC.
