       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "INTEG_CHECK".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEG-RPT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASG-FIX-FILE ASSIGN TO "INTGASG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNT-FIX-FILE ASSIGN TO "INTGMNT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "INTGERR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  Every row that breaks a cross-table rule, grouped by rule,
      *  then the counts by rule and by department.
       FD  INTEG-RPT-FILE.
       01  INTEG-RPT-REC          PIC X(110).

      *  Proposed drops, ASGTXN layout.  Written for review only:
      *  the scheduling office stages the ones it agrees with as
      *  ASGTXN, nothing here is applied by this program.
       FD  ASG-FIX-FILE.
       01  ASG-FIX-REC.
           10  AFX-ACTION-CODE    PIC X(1).
           10  AFX-EMP-ID         PIC X(6).
           10  AFX-SECTION-ID     PIC X(8).
           10  AFX-COURSE-CODE    PIC X(8).
           10  AFX-PERIOD         PIC X(2).
           10  AFX-MEET-DAYS      PIC X(5).
           10  AFX-ROOM           PIC X(6).

      *  Change transactions, MNTTXN layout, for active teachers
      *  left in a department that is gone.  The teacher's current
      *  values are carried over with the department left blank:
      *  data entry keys the new department before staging them, and
      *  one staged as it stands is rejected DEPT by TEACHER_MAINT.
       FD  MNT-FIX-FILE.
       01  MNT-FIX-REC.
           10  MFX-ACTION-CODE    PIC X(1).
           10  MFX-EMP-ID         PIC X(6).
           10  MFX-FIRST-NAME     PIC X(8).
           10  MFX-LAST-NAME      PIC X(8).
           10  MFX-DEPT-CODE      PIC X(4).
           10  MFX-HIRE-DATE      PIC X(10).
           10  MFX-STATUS         PIC X(1).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-REC          PIC X(80).

       WORKING-STORAGE SECTION.
      *  Shared with the NIGHT_RUN driver: headline counts for the
      *  consolidated run-control report when this program runs as a
      *  called nightly step.  Harmless when run standalone.
       01  RUN-STEP-STATS EXTERNAL.
           10  STAT-RECORDS-READ    PIC 9(6).
           10  STAT-RECORDS-WRITTEN PIC 9(6).
       01  PGSQL-CONNECT.
           10  DB-NAME            PIC X(18) VALUE "AD22".
       01  WS-DB-NAME-OVERRIDE    PIC X(18) VALUE SPACES.
       COPY BALCTL.
      *  One fetched exception.  Every rule returns the same shape;
      *  the columns a rule has no use for come back blank.
       01  INTEGRITY-ROW.
           10  IR-RULE-NO         PIC S9(9) COMP-5 VALUE ZERO.
           10  IR-DEPT-CODE       PIC X(4)  VALUE SPACES.
           10  IR-EMP-ID          PIC X(6)  VALUE SPACES.
           10  IR-SECTION-ID      PIC X(8)  VALUE SPACES.
           10  IR-COURSE-CODE     PIC X(8)  VALUE SPACES.
           10  IR-FIRST-NAME      PIC X(8)  VALUE SPACES.
           10  IR-LAST-NAME       PIC X(8)  VALUE SPACES.
           10  IR-HIRE-DATE       PIC X(10) VALUE SPACES.
           10  IR-STATUS          PIC X(1)  VALUE SPACES.
           10  IR-PERIOD          PIC X(2)  VALUE SPACES.
           10  IR-MEET-DAYS       PIC X(5)  VALUE SPACES.
           10  IR-ROOM            PIC X(6)  VALUE SPACES.
           10  IR-DETAIL          PIC X(20) VALUE SPACES.
      *  The rules, in the order the cursor returns them:
      *    1 ASGINA  assignment held by an inactive teacher, or by an
      *              employee id no longer on teachers at all
      *    2 ASGCRS  assignment for a course COURSE_MAINT deleted
      *    3 TCHDPT  active teacher in a department that is inactive
      *              or not on departments
      *    4 CRSDPT  catalog course in such a department
      *    5 CRTEMP  certification for an employee not on teachers
      *    6 ENRSEC  enrollment for a section nobody holds any more
      *    7 SUBDPT  substitute in an inactive or unknown department
       01  RULE-TABLE-VALUES.
           10  FILLER             PIC X(6)  VALUE "ASGINA".
           10  FILLER             PIC X(50) VALUE
               "Assignment held by an inactive or unknown teacher".
           10  FILLER             PIC X(6)  VALUE "ASGCRS".
           10  FILLER             PIC X(50) VALUE
               "Assignment for a course not in the catalog".
           10  FILLER             PIC X(6)  VALUE "TCHDPT".
           10  FILLER             PIC X(50) VALUE
               "Active teacher in inactive or unknown department".
           10  FILLER             PIC X(6)  VALUE "CRSDPT".
           10  FILLER             PIC X(50) VALUE
               "Catalog course in inactive or unknown department".
           10  FILLER             PIC X(6)  VALUE "CRTEMP".
           10  FILLER             PIC X(50) VALUE
               "Certification for an employee not on teachers".
           10  FILLER             PIC X(6)  VALUE "ENRSEC".
           10  FILLER             PIC X(50) VALUE
               "Enrollment for a section no longer assigned".
           10  FILLER             PIC X(6)  VALUE "SUBDPT".
           10  FILLER             PIC X(50) VALUE
               "Substitute in inactive or unknown department".
       01  RULE-TABLE REDEFINES RULE-TABLE-VALUES.
           10  RULE-ENTRY OCCURS 7 TIMES.
               15  RULE-CODE      PIC X(6).
               15  RULE-TITLE     PIC X(50).
       01  WS-RULE-MAX            PIC 9(2)  VALUE 7 COMP.
       01  WS-RULE-SUB            PIC 9(2)  VALUE ZERO COMP.
       01  RULE-COUNT-TABLE.
           10  RULE-COUNTS OCCURS 7 TIMES.
               15  RC-EXCEPTIONS  PIC 9(6) COMP.
               15  RC-FIXES       PIC 9(6) COMP.
      *  Exceptions by department and rule, kept in department order
      *  as departments turn up so the summary prints straight down.
      *  A blank department (an orphaned enrollment row has none)
      *  sorts first and prints as NONE.
       01  WS-DEPT-MAX            PIC 9(3)  VALUE 200 COMP.
       01  WS-DEPT-USED           PIC 9(3)  VALUE ZERO COMP.
       01  WS-DEPT-SUB            PIC 9(3)  VALUE ZERO COMP.
       01  WS-DEPT-SLOT           PIC 9(3)  VALUE ZERO COMP.
       01  DEPT-TALLY-TABLE.
           10  DEPT-TALLY-ENTRY OCCURS 200 TIMES.
               15  DTL-DEPT-CODE  PIC X(4).
               15  DTL-COUNT      PIC 9(6) COMP OCCURS 7 TIMES.
       01  WS-DEPT-TOTAL          PIC 9(6)  VALUE ZERO COMP.
       01  WS-REPORT-COLUMN       PIC 9(3)  VALUE ZERO COMP.
       01  WS-PREV-RULE-NO        PIC 9(2)  VALUE ZERO COMP.
       01  WS-THIS-RULE-NO        PIC 9(2)  VALUE ZERO COMP.
       01  WS-FIX-NOTE            PIC X(20) VALUE SPACES.
       01  WS-ROWS-EOF-SWITCH     PIC X(1) VALUE "N".
           88  INTEG-ROWS-EOF     VALUE "Y".
       01  WS-ERROR-LOG.
           10  WS-ERR-CONTEXT     PIC X(20) VALUE SPACES.
           10  WS-ERR-SQLCODE     PIC -9(4).
       01  WS-ERR-TS-DATE         PIC 9(8).
       01  WS-ERR-TS-TIME         PIC 9(8).
       01  WS-RUN-DATE            PIC 9(8)  VALUE ZERO.
       01  WS-EXCEPTION-COUNT     PIC 9(6) VALUE ZERO COMP.
       01  WS-ASG-FIX-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-MNT-FIX-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-ERROR-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-COUNT-ED-1          PIC Z(5)9.
       01  WS-COUNT-ED-2          PIC Z(5)9.
       01  REPORT-LINE            PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *  DB-NAME defaults to AD22, same override rule as HELLO_POSTGRES.
           DISPLAY "DB_NAME" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DB-NAME-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-DB-NAME-OVERRIDE NOT EQUAL SPACES THEN
               MOVE WS-DB-NAME-OVERRIDE TO DB-NAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           EXEC SQL
               CONNECT TO :DB-NAME
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               DISPLAY "+++ Error connecting to database: " SQLCODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ERROR-LOG-FILE.
           INITIALIZE RULE-COUNT-TABLE.

      *  Each maintenance program edits its own transaction against
      *  the tables as they stand when it runs; this is the sweep for
      *  what later maintenance elsewhere has left behind.  One pass,
      *  rule by rule, department order within a rule.
           EXEC SQL
               DECLARE INTEG_CURSOR CURSOR FOR
               SELECT 1, COALESCE(t.department, c.department, ' '),
                      a.employee_id, a.section_id, a.course_code,
                      COALESCE(t.first_name, ' '),
                      COALESCE(t.last_name, ' '), ' ',
                      COALESCE(t.status, ' '),
                      a.period, a.meeting_days, a.room,
                      CASE WHEN t.employee_id IS NULL
                           THEN 'NOT ON TEACHERS'
                           ELSE 'TEACHER INACTIVE' END
               FROM class_assignments a
               LEFT JOIN teachers t
                 ON t.employee_id = a.employee_id
               LEFT JOIN course_catalog c
                 ON c.course_code = a.course_code
               WHERE t.employee_id IS NULL
                  OR t.status <> 'A'
               UNION ALL
               SELECT 2, COALESCE(t.department, ' '),
                      a.employee_id, a.section_id, a.course_code,
                      COALESCE(t.first_name, ' '),
                      COALESCE(t.last_name, ' '), ' ',
                      COALESCE(t.status, ' '),
                      a.period, a.meeting_days, a.room,
                      'COURSE NOT ON FILE'
               FROM class_assignments a
               LEFT JOIN teachers t
                 ON t.employee_id = a.employee_id
               WHERE NOT EXISTS
                     (SELECT 1 FROM course_catalog c
                       WHERE c.course_code = a.course_code)
               UNION ALL
               SELECT 3, t.department,
                      t.employee_id, ' ', ' ',
                      t.first_name, t.last_name,
                      CAST(t.hire_date AS CHAR(10)), t.status,
                      ' ', ' ', ' ',
                      CASE WHEN d.dept_code IS NULL
                           THEN 'DEPT NOT ON FILE'
                           ELSE 'DEPT INACTIVE' END
               FROM teachers t
               LEFT JOIN departments d
                 ON d.dept_code = t.department
               WHERE t.status = 'A'
                 AND (d.dept_code IS NULL OR d.active <> 'Y')
               UNION ALL
               SELECT 4, c.department,
                      ' ', ' ', c.course_code,
                      ' ', ' ', ' ', ' ', ' ', ' ', ' ',
                      CASE WHEN d.dept_code IS NULL
                           THEN 'DEPT NOT ON FILE'
                           ELSE 'DEPT INACTIVE' END
               FROM course_catalog c
               LEFT JOIN departments d
                 ON d.dept_code = c.department
               WHERE d.dept_code IS NULL OR d.active <> 'Y'
               UNION ALL
               SELECT 5, r.subject,
                      r.employee_id, ' ', ' ',
                      ' ', ' ', ' ', ' ', ' ', ' ', ' ',
                      'EXPIRES ' ||
                          CAST(r.expiration_date AS CHAR(10))
               FROM certifications r
               WHERE NOT EXISTS
                     (SELECT 1 FROM teachers t
                       WHERE t.employee_id = r.employee_id)
               UNION ALL
               SELECT 6, ' ',
                      ' ', e.section_id, ' ',
                      ' ', ' ', ' ', ' ', ' ', ' ', ' ',
                      'ENROLLED ' || CAST(e.enrolled AS VARCHAR(6))
               FROM section_enrollment e
               WHERE NOT EXISTS
                     (SELECT 1 FROM class_assignments a
                       WHERE a.section_id = e.section_id)
               UNION ALL
               SELECT 7, s.department,
                      s.employee_id, ' ', ' ',
                      s.first_name, s.last_name, ' ', s.available,
                      ' ', ' ', ' ',
                      CASE WHEN d.dept_code IS NULL
                           THEN 'DEPT NOT ON FILE'
                           ELSE 'DEPT INACTIVE' END
               FROM substitutes s
               LEFT JOIN departments d
                 ON d.dept_code = s.department
               WHERE d.dept_code IS NULL OR d.active <> 'Y'
               ORDER BY 1, 2, 3, 4, 5
           END-EXEC.

           EXEC SQL
               OPEN INTEG_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN INTEG_CURSOR"   TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET INTEG-ROWS-EOF         TO TRUE
           END-IF.

           OPEN OUTPUT INTEG-RPT-FILE.
           OPEN OUTPUT ASG-FIX-FILE.
           OPEN OUTPUT MNT-FIX-FILE.

           STRING "Referential integrity exceptions  run "
                                              DELIMITED BY SIZE
                  WS-RUN-DATE                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

           PERFORM FETCH-ROW-PARAGRAPH.

           PERFORM UNTIL INTEG-ROWS-EOF
               MOVE IR-RULE-NO TO WS-THIS-RULE-NO
               IF WS-THIS-RULE-NO NOT EQUAL WS-PREV-RULE-NO THEN
                   IF WS-PREV-RULE-NO NOT EQUAL ZERO THEN
                       PERFORM RULE-BREAK-PARAGRAPH
                   END-IF
                   MOVE WS-THIS-RULE-NO TO WS-PREV-RULE-NO
                   PERFORM RULE-HEADING-PARAGRAPH
               END-IF
               PERFORM CHECK-EXCEPTION-PARAGRAPH
               PERFORM FETCH-ROW-PARAGRAPH
           END-PERFORM.

           IF WS-PREV-RULE-NO NOT EQUAL ZERO THEN
               PERFORM RULE-BREAK-PARAGRAPH
           END-IF.

           PERFORM RULE-SUMMARY-PARAGRAPH.
           PERFORM DEPT-SUMMARY-PARAGRAPH.

           CLOSE INTEG-RPT-FILE.
           CLOSE ASG-FIX-FILE.
           CLOSE MNT-FIX-FILE.

      *  Posted even when empty: a staged MNTTXN or ASGTXN built from
      *  these proposals balances against what was written here.
           MOVE "INTEG_CHECK"    TO BC-PROGRAM-ID
           MOVE SPACES           TO BC-RECORD-KIND
           MOVE "INTGASG"        TO BC-CTL-FILE
           MOVE WS-ASG-FIX-COUNT TO BC-RECORDS-OUT
           PERFORM POST-CONTROL-PARAGRAPH.
           MOVE "INTGMNT"        TO BC-CTL-FILE
           MOVE WS-MNT-FIX-COUNT TO BC-RECORDS-OUT
           PERFORM POST-CONTROL-PARAGRAPH.

           EXEC SQL CLOSE INTEG_CURSOR END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE INTEG_CURSOR"  TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "DISCONNECT"        TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

           CLOSE ERROR-LOG-FILE.

           DISPLAY "+++ Integrity check complete. +++"
           DISPLAY "+++ Exceptions found:   " WS-EXCEPTION-COUNT
           DISPLAY "+++ ASGTXN fixes:       " WS-ASG-FIX-COUNT
           DISPLAY "+++ MNTTXN fixes:       " WS-MNT-FIX-COUNT
           DISPLAY "+++ Errors:             " WS-ERROR-COUNT
           MOVE WS-EXCEPTION-COUNT TO STAT-RECORDS-READ
           COMPUTE STAT-RECORDS-WRITTEN =
               WS-ASG-FIX-COUNT + WS-MNT-FIX-COUNT
      *  Exceptions are a warning for the night run to flag until
      *  someone clears them, not a failure of the sweep itself.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                   DISPLAY "+++ EXCEPTIONS FOUND - see INTGRPT"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       FETCH-ROW-PARAGRAPH.
           EXEC SQL
               FETCH INTEG_CURSOR
                   INTO :IR-RULE-NO,
                        :IR-DEPT-CODE,
                        :IR-EMP-ID,
                        :IR-SECTION-ID,
                        :IR-COURSE-CODE,
                        :IR-FIRST-NAME,
                        :IR-LAST-NAME,
                        :IR-HIRE-DATE,
                        :IR-STATUS,
                        :IR-PERIOD,
                        :IR-MEET-DAYS,
                        :IR-ROOM,
                        :IR-DETAIL
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   SET INTEG-ROWS-EOF TO TRUE
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE "FETCH INTEG_CURSOR"  TO WS-ERR-CONTEXT
                   MOVE SQLCODE               TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
                   SET INTEG-ROWS-EOF         TO TRUE
               WHEN IR-RULE-NO < 1 OR IR-RULE-NO > WS-RULE-MAX
                   MOVE "RULE NUMBER"         TO WS-ERR-CONTEXT
                   MOVE ZERO                  TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
                   SET INTEG-ROWS-EOF         TO TRUE
           END-EVALUATE.

       RULE-HEADING-PARAGRAPH.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           STRING "RULE "                      DELIMITED BY SIZE
                  RULE-CODE (WS-THIS-RULE-NO)  DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  RULE-TITLE (WS-THIS-RULE-NO) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           STRING "  DEPT  EMP ID  LAST     FIRST     SECTION   "
                                              DELIMITED BY SIZE
                  "COURSE    DETAIL"          DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           MOVE "CORRECTION" TO REPORT-LINE (80:)
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       CHECK-EXCEPTION-PARAGRAPH.
      *  Count the exception, write the correction where there is
      *  only one sensible one, and list it.  An assignment left with
      *  an inactive or vanished teacher, or on a course that is no
      *  longer cataloged, can only be dropped (a course added back
      *  can be reassigned afterwards); an active teacher whose
      *  department is gone needs a new one chosen by a person.  The
      *  rest are listed for the owning office to clear: the table
      *  they sit on has no transaction stream of its own here.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO RC-EXCEPTIONS (WS-THIS-RULE-NO)
           PERFORM BUMP-DEPT-TALLY-PARAGRAPH
           MOVE SPACES TO WS-FIX-NOTE
           EVALUATE TRUE
               WHEN WS-THIS-RULE-NO EQUAL 1
                   PERFORM WRITE-ASG-DROP-PARAGRAPH
      *  A teacher who is inactive or gone has already been given
      *  the drop under the first rule; do not propose it twice.
               WHEN WS-THIS-RULE-NO EQUAL 2
                    AND IR-STATUS EQUAL "A"
                   PERFORM WRITE-ASG-DROP-PARAGRAPH
               WHEN WS-THIS-RULE-NO EQUAL 3
                   PERFORM WRITE-MNT-CHANGE-PARAGRAPH
           END-EVALUATE
           PERFORM WRITE-EXCEPTION-LINE-PARAGRAPH.

       WRITE-ASG-DROP-PARAGRAPH.
           MOVE SPACES          TO ASG-FIX-REC
           MOVE "D"             TO AFX-ACTION-CODE
           MOVE IR-EMP-ID       TO AFX-EMP-ID
           MOVE IR-SECTION-ID   TO AFX-SECTION-ID
           MOVE IR-COURSE-CODE  TO AFX-COURSE-CODE
           MOVE IR-PERIOD       TO AFX-PERIOD
           MOVE IR-MEET-DAYS    TO AFX-MEET-DAYS
           MOVE IR-ROOM         TO AFX-ROOM
           WRITE ASG-FIX-REC
           ADD 1 TO WS-ASG-FIX-COUNT
           ADD 1 TO RC-FIXES (WS-THIS-RULE-NO)
           MOVE "ASGTXN D IN INTGASG" TO WS-FIX-NOTE.

       WRITE-MNT-CHANGE-PARAGRAPH.
           MOVE SPACES          TO MNT-FIX-REC
           MOVE "C"             TO MFX-ACTION-CODE
           MOVE IR-EMP-ID       TO MFX-EMP-ID
           MOVE IR-FIRST-NAME   TO MFX-FIRST-NAME
           MOVE IR-LAST-NAME    TO MFX-LAST-NAME
           MOVE SPACES          TO MFX-DEPT-CODE
           MOVE IR-HIRE-DATE    TO MFX-HIRE-DATE
           MOVE IR-STATUS       TO MFX-STATUS
           WRITE MNT-FIX-REC
           ADD 1 TO WS-MNT-FIX-COUNT
           ADD 1 TO RC-FIXES (WS-THIS-RULE-NO)
           MOVE "MNTTXN C IN INTGMNT" TO WS-FIX-NOTE.

       WRITE-EXCEPTION-LINE-PARAGRAPH.
           STRING "  "               DELIMITED BY SIZE
                  IR-DEPT-CODE       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  IR-EMP-ID          DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  IR-LAST-NAME       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  IR-FIRST-NAME      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  IR-SECTION-ID      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  IR-COURSE-CODE     DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  IR-DETAIL          DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           MOVE WS-FIX-NOTE TO REPORT-LINE (80:)
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       RULE-BREAK-PARAGRAPH.
           MOVE RC-EXCEPTIONS (WS-PREV-RULE-NO) TO WS-COUNT-ED-1
           MOVE RC-FIXES (WS-PREV-RULE-NO)      TO WS-COUNT-ED-2
           STRING "  "                         DELIMITED BY SIZE
                  RULE-CODE (WS-PREV-RULE-NO)  DELIMITED BY SIZE
                  " EXCEPTIONS "               DELIMITED BY SIZE
                  WS-COUNT-ED-1                DELIMITED BY SIZE
                  "  CORRECTIONS WRITTEN "     DELIMITED BY SIZE
                  WS-COUNT-ED-2                DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       BUMP-DEPT-TALLY-PARAGRAPH.
      *  Find the department's slot, opening one in department order
      *  when it is new.  A sweep turning up more departments than
      *  the table holds leaves the overflow out of the department
      *  summary (the rule counts still have it) and says so in the
      *  error log.
           MOVE ZERO TO WS-DEPT-SLOT
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-USED
                      OR WS-DEPT-SLOT > ZERO
               IF DTL-DEPT-CODE (WS-DEPT-SUB) EQUAL IR-DEPT-CODE THEN
                   MOVE WS-DEPT-SUB TO WS-DEPT-SLOT
               END-IF
           END-PERFORM
           IF WS-DEPT-SLOT EQUAL ZERO THEN
               IF WS-DEPT-USED < WS-DEPT-MAX THEN
                   PERFORM OPEN-DEPT-SLOT-PARAGRAPH
               ELSE
                   MOVE "DEPT TALLY FULL"  TO WS-ERR-CONTEXT
                   MOVE ZERO               TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
               END-IF
           END-IF
           IF WS-DEPT-SLOT > ZERO THEN
               ADD 1 TO DTL-COUNT (WS-DEPT-SLOT, WS-THIS-RULE-NO)
           END-IF.

       OPEN-DEPT-SLOT-PARAGRAPH.
      *  The new department goes in front of the first one that sorts
      *  after it; everything from there down moves one place along.
           COMPUTE WS-DEPT-SLOT = WS-DEPT-USED + 1
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-USED
                      OR WS-DEPT-SLOT <= WS-DEPT-USED
               IF DTL-DEPT-CODE (WS-DEPT-SUB) > IR-DEPT-CODE THEN
                   MOVE WS-DEPT-SUB TO WS-DEPT-SLOT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DEPT-SUB FROM WS-DEPT-USED BY -1
                   UNTIL WS-DEPT-SUB < WS-DEPT-SLOT
               MOVE DEPT-TALLY-ENTRY (WS-DEPT-SUB)
                   TO DEPT-TALLY-ENTRY (WS-DEPT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-DEPT-USED
           INITIALIZE DEPT-TALLY-ENTRY (WS-DEPT-SLOT)
           MOVE IR-DEPT-CODE TO DTL-DEPT-CODE (WS-DEPT-SLOT).

       RULE-SUMMARY-PARAGRAPH.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "Exceptions by rule" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-MAX
               MOVE RC-EXCEPTIONS (WS-RULE-SUB) TO WS-COUNT-ED-1
               MOVE RC-FIXES (WS-RULE-SUB)      TO WS-COUNT-ED-2
               STRING "  "                      DELIMITED BY SIZE
                      RULE-CODE (WS-RULE-SUB)   DELIMITED BY SIZE
                      "  "                      DELIMITED BY SIZE
                      RULE-TITLE (WS-RULE-SUB)  DELIMITED BY SIZE
                      WS-COUNT-ED-1             DELIMITED BY SIZE
                      "  CORRECTIONS "          DELIMITED BY SIZE
                      WS-COUNT-ED-2             DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-PERFORM
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED-1
           COMPUTE WS-DEPT-TOTAL = WS-ASG-FIX-COUNT + WS-MNT-FIX-COUNT
           MOVE WS-DEPT-TOTAL      TO WS-COUNT-ED-2
           MOVE "  TOTAL"          TO REPORT-LINE
           MOVE WS-COUNT-ED-1      TO REPORT-LINE (61:6)
           MOVE "  CORRECTIONS "   TO REPORT-LINE (67:14)
           MOVE WS-COUNT-ED-2      TO REPORT-LINE (81:6)
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       DEPT-SUMMARY-PARAGRAPH.
      *  One line per department, one column per rule, same order
      *  as the rules above.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "Exceptions by department" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "  DEPT" TO REPORT-LINE
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-MAX
               COMPUTE WS-REPORT-COLUMN = 9 + (WS-RULE-SUB - 1) * 8
               MOVE RULE-CODE (WS-RULE-SUB)
                   TO REPORT-LINE (WS-REPORT-COLUMN:6)
           END-PERFORM
           MOVE " TOTAL" TO REPORT-LINE (65:6)
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-USED
               IF DTL-DEPT-CODE (WS-DEPT-SUB) EQUAL SPACES THEN
                   MOVE "NONE" TO REPORT-LINE (3:4)
               ELSE
                   MOVE DTL-DEPT-CODE (WS-DEPT-SUB)
                       TO REPORT-LINE (3:4)
               END-IF
               MOVE ZERO TO WS-DEPT-TOTAL
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > WS-RULE-MAX
                   COMPUTE WS-REPORT-COLUMN =
                       9 + (WS-RULE-SUB - 1) * 8
                   MOVE DTL-COUNT (WS-DEPT-SUB, WS-RULE-SUB)
                       TO WS-COUNT-ED-1
                   MOVE WS-COUNT-ED-1
                       TO REPORT-LINE (WS-REPORT-COLUMN:6)
                   ADD DTL-COUNT (WS-DEPT-SUB, WS-RULE-SUB)
                       TO WS-DEPT-TOTAL
               END-PERFORM
               MOVE WS-DEPT-TOTAL TO WS-COUNT-ED-1
               MOVE WS-COUNT-ED-1 TO REPORT-LINE (65:6)
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-PERFORM
           MOVE "  ALL" TO REPORT-LINE
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-MAX
               COMPUTE WS-REPORT-COLUMN = 9 + (WS-RULE-SUB - 1) * 8
               MOVE RC-EXCEPTIONS (WS-RULE-SUB) TO WS-COUNT-ED-1
               MOVE WS-COUNT-ED-1
                   TO REPORT-LINE (WS-REPORT-COLUMN:6)
           END-PERFORM
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED-1
           MOVE WS-COUNT-ED-1 TO REPORT-LINE (65:6)
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE REPORT-LINE TO INTEG-RPT-REC
           WRITE INTEG-RPT-REC
           MOVE SPACES TO REPORT-LINE.

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
