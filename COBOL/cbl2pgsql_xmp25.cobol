       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "STAFF_GAP".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAP-RPT-FILE ASSIGN TO "GAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "GAPERR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  By department: the certified pool and what it can carry,
      *  then each course's recent demand against what is left of
      *  that capacity, then the department's shortfall or surplus.
      *  After the departments, the teachers whose certification runs
      *  out before the term while they still hold sections.
       FD  GAP-RPT-FILE.
       01  GAP-RPT-REC            PIC X(110).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  PGSQL-CONNECT.
           10  DB-NAME            PIC X(18) VALUE "AD22".
       01  WS-DB-NAME-OVERRIDE    PIC X(18) VALUE SPACES.
      *  NEXT_TERM_START (YYYYMMDD) is the first day of the term
      *  being planned.  A certification counts for it when it is
      *  still good that day, the same test ASSIGN_MAINT applies to
      *  an add on the day it runs.  There is no default: a plan for
      *  the wrong term is worse than none.
       01  WS-TERM-START-IN       PIC X(8)  VALUE SPACES.
       01  WS-TERM-START.
           10  WS-START-YYYY      PIC 9(4).
           10  WS-START-MM        PIC 9(2).
           10  WS-START-DD        PIC 9(2).
       01  WS-TERM-START-ISO      PIC X(10) VALUE SPACES.
      *  RECENT_TERMS is how many of the most recently rolled terms
      *  of assignment_history make up the demand figure, default 2
      *  (one school year of two terms), at most 10.
       01  WS-RECENT-TERMS-IN     PIC X(6)  VALUE SPACES.
       01  WS-RECENT-TERMS-CHECK  PIC X(6)  VALUE SPACES.
       01  WS-RECENT-TERMS        PIC S9(9) COMP-5 VALUE ZERO.
      *  MAX_SECTIONS is the same load cap ASSIGN_MAINT enforces,
      *  default 5: each certified teacher can carry that many.
       01  WS-LOAD-CAP-IN         PIC X(6)  VALUE SPACES.
       01  WS-LOAD-CAP-CHECK      PIC X(6)  VALUE SPACES.
       01  WS-LOAD-CAP            PIC 9(6)  VALUE ZERO COMP.
       01  GAP-HOST-VARS.
           10  GH-TERM-CODE       PIC X(6)  VALUE SPACES.
           10  GH-DEPT-CODE       PIC X(4)  VALUE SPACES.
           10  GH-POOL-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
      *  One catalog course with the sections it ran in the recent
      *  terms, department first and busiest course first within it.
       01  GAP-ROW.
           10  GR-DEPT-CODE       PIC X(4)  VALUE SPACES.
           10  GR-COURSE-CODE     PIC X(8)  VALUE SPACES.
           10  GR-COURSE-TITLE    PIC X(30) VALUE SPACES.
           10  GR-SECTIONS-RUN    PIC S9(9) COMP-5 VALUE ZERO.
      *  One teacher still holding sections in a subject whose
      *  certification lapses before the term.
       01  LAPSE-ROW.
           10  LR-DEPT-CODE       PIC X(4)  VALUE SPACES.
           10  LR-EMP-ID          PIC X(6)  VALUE SPACES.
           10  LR-FIRST-NAME      PIC X(8)  VALUE SPACES.
           10  LR-LAST-NAME       PIC X(8)  VALUE SPACES.
           10  LR-EXPIRES         PIC X(10) VALUE SPACES.
           10  LR-SECTIONS        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TERM-EOF-SWITCH     PIC X(1) VALUE "N".
           88  TERM-ROWS-EOF      VALUE "Y".
       01  WS-GAP-EOF-SWITCH      PIC X(1) VALUE "N".
           88  GAP-ROWS-EOF       VALUE "Y".
       01  WS-LAPSE-EOF-SWITCH    PIC X(1) VALUE "N".
           88  LAPSE-ROWS-EOF     VALUE "Y".
       01  WS-ERROR-LOG.
           10  WS-ERR-CONTEXT     PIC X(20) VALUE SPACES.
           10  WS-ERR-SQLCODE     PIC -9(4).
       01  WS-ERR-TS-DATE         PIC 9(8).
       01  WS-ERR-TS-TIME         PIC 9(8).
       01  WS-REPORT-COLUMN       PIC 9(3)  VALUE ZERO COMP.
       01  WS-TERMS-FOUND         PIC 9(6)  VALUE ZERO COMP.
      *  Control-break hold and the running department figures.
       01  WS-PREV-DEPT-CODE      PIC X(4)  VALUE SPACES.
       01  WS-DEPT-CAPACITY       PIC 9(6)  VALUE ZERO COMP.
       01  WS-CAPACITY-LEFT       PIC 9(6)  VALUE ZERO COMP.
       01  WS-DEPT-DEMAND         PIC 9(6)  VALUE ZERO COMP.
       01  WS-COURSE-DEMAND       PIC 9(6)  VALUE ZERO COMP.
       01  WS-COURSE-STAFFED      PIC 9(6)  VALUE ZERO COMP.
       01  WS-COURSE-SHORT        PIC 9(6)  VALUE ZERO COMP.
      *  Capacity left at the course's turn less its demand: what the
      *  pool has over, or under, once the course is staffed.
       01  WS-COURSE-DIFF         PIC S9(6) VALUE ZERO COMP.
       01  WS-DEPT-SHORT          PIC 9(6)  VALUE ZERO COMP.
       01  WS-COURSE-COUNT        PIC 9(6)  VALUE ZERO COMP.
       01  WS-COURSES-SHORT       PIC 9(6)  VALUE ZERO COMP.
       01  WS-DEPT-COUNT          PIC 9(6)  VALUE ZERO COMP.
       01  WS-DEPTS-SHORT         PIC 9(6)  VALUE ZERO COMP.
       01  WS-TOTAL-SHORT         PIC 9(6)  VALUE ZERO COMP.
       01  WS-LAPSE-COUNT         PIC 9(6)  VALUE ZERO COMP.
       01  WS-ERROR-COUNT         PIC 9(6)  VALUE ZERO COMP.
       01  WS-COUNT-ED-1          PIC Z(5)9.
       01  WS-COUNT-ED-2          PIC Z(5)9.
       01  WS-COUNT-ED-3          PIC Z(5)9.
       01  WS-COUNT-ED-4          PIC Z(5)9.
       01  REPORT-LINE            PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *  DB-NAME defaults to AD22, same override rule as HELLO_POSTGRES.
           DISPLAY "DB_NAME" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DB-NAME-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-DB-NAME-OVERRIDE NOT EQUAL SPACES THEN
               MOVE WS-DB-NAME-OVERRIDE TO DB-NAME
           END-IF.

           DISPLAY "NEXT_TERM_START" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TERM-START-IN FROM ENVIRONMENT-VALUE.
           IF WS-TERM-START-IN NOT NUMERIC THEN
               DISPLAY "+++ NEXT_TERM_START not YYYYMMDD: "
                       WS-TERM-START-IN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-TERM-START-IN TO WS-TERM-START.
           STRING WS-START-YYYY   DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-START-MM     DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-START-DD     DELIMITED BY SIZE
               INTO WS-TERM-START-ISO
           END-STRING.

           DISPLAY "RECENT_TERMS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RECENT-TERMS-IN FROM ENVIRONMENT-VALUE.
           MOVE WS-RECENT-TERMS-IN TO WS-RECENT-TERMS-CHECK.
           INSPECT WS-RECENT-TERMS-CHECK REPLACING ALL " " BY "0".
           IF WS-RECENT-TERMS-IN NOT EQUAL SPACES
              AND WS-RECENT-TERMS-CHECK NUMERIC THEN
               MOVE FUNCTION NUMVAL (WS-RECENT-TERMS-IN)
                   TO WS-RECENT-TERMS
           END-IF.
           IF WS-RECENT-TERMS EQUAL ZERO THEN
               MOVE 2 TO WS-RECENT-TERMS
           END-IF.
           IF WS-RECENT-TERMS > 10 THEN
               MOVE 10 TO WS-RECENT-TERMS
           END-IF.

           DISPLAY "MAX_SECTIONS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-LOAD-CAP-IN FROM ENVIRONMENT-VALUE.
           MOVE WS-LOAD-CAP-IN TO WS-LOAD-CAP-CHECK.
           INSPECT WS-LOAD-CAP-CHECK REPLACING ALL " " BY "0".
           IF WS-LOAD-CAP-IN NOT EQUAL SPACES
              AND WS-LOAD-CAP-CHECK NUMERIC THEN
               MOVE FUNCTION NUMVAL (WS-LOAD-CAP-IN) TO WS-LOAD-CAP
           END-IF.
           IF WS-LOAD-CAP EQUAL ZERO THEN
               MOVE 5 TO WS-LOAD-CAP
           END-IF.

           EXEC SQL
               CONNECT TO :DB-NAME
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               DISPLAY "+++ Error connecting to database: " SQLCODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ERROR-LOG-FILE.
           OPEN OUTPUT GAP-RPT-FILE.

           MOVE WS-LOAD-CAP TO WS-COUNT-ED-1
           STRING "Certified staffing gap for the term starting "
                                              DELIMITED BY SIZE
                  WS-TERM-START-ISO           DELIMITED BY SIZE
                  "  load cap "               DELIMITED BY SIZE
                  WS-COUNT-ED-1               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

           PERFORM LIST-TERMS-PARAGRAPH.
           PERFORM DEMAND-PARAGRAPH.
           PERFORM LAPSE-PARAGRAPH.

           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE WS-COURSE-COUNT  TO WS-COUNT-ED-1
           MOVE WS-COURSES-SHORT TO WS-COUNT-ED-2
           MOVE WS-DEPTS-SHORT   TO WS-COUNT-ED-3
           MOVE WS-TOTAL-SHORT   TO WS-COUNT-ED-4
           STRING "Courses "                  DELIMITED BY SIZE
                  WS-COUNT-ED-1               DELIMITED BY SIZE
                  "  courses short "          DELIMITED BY SIZE
                  WS-COUNT-ED-2               DELIMITED BY SIZE
                  "  departments short "      DELIMITED BY SIZE
                  WS-COUNT-ED-3               DELIMITED BY SIZE
                  "  sections unstaffable "   DELIMITED BY SIZE
                  WS-COUNT-ED-4               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

           CLOSE GAP-RPT-FILE.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "DISCONNECT"        TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

           CLOSE ERROR-LOG-FILE.

           DISPLAY "+++ Staffing gap report complete. +++"
           DISPLAY "+++ Courses reviewed:     " WS-COURSE-COUNT
           DISPLAY "+++ Courses short:        " WS-COURSES-SHORT
           DISPLAY "+++ Sections unstaffable: " WS-TOTAL-SHORT
           DISPLAY "+++ Lapsing teachers:     " WS-LAPSE-COUNT
           DISPLAY "+++ Errors:               " WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LIST-TERMS-PARAGRAPH.
      *  The terms the demand is taken from, newest first.  Term
      *  codes do not sort in calendar order (2025FA before 2025SP),
      *  so recency is the date TERM_ROLL moved each term to history.
           EXEC SQL
               DECLARE TERM_CURSOR CURSOR FOR
               SELECT term_code
               FROM assignment_history
               GROUP BY term_code
               ORDER BY MAX(rolled_date) DESC, term_code DESC
               LIMIT :WS-RECENT-TERMS
           END-EXEC

           EXEC SQL
               OPEN TERM_CURSOR
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN TERM_CURSOR"    TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET TERM-ROWS-EOF          TO TRUE
           END-IF

           MOVE "Demand taken from terms:" TO REPORT-LINE
           MOVE 26 TO WS-REPORT-COLUMN
           PERFORM UNTIL TERM-ROWS-EOF
               EXEC SQL
                   FETCH TERM_CURSOR
                       INTO :GH-TERM-CODE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET TERM-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH TERM_CURSOR"  TO WS-ERR-CONTEXT
                       MOVE SQLCODE              TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET TERM-ROWS-EOF         TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-TERMS-FOUND
                       MOVE GH-TERM-CODE
                           TO REPORT-LINE (WS-REPORT-COLUMN:6)
                       ADD 7 TO WS-REPORT-COLUMN
               END-EVALUATE
           END-PERFORM

           IF WS-TERMS-FOUND EQUAL ZERO THEN
               MOVE "none on assignment_history - demand is zero"
                   TO REPORT-LINE (WS-REPORT-COLUMN:)
           END-IF
           PERFORM WRITE-REPORT-LINE-PARAGRAPH

           EXEC SQL CLOSE TERM_CURSOR END-EXEC.

       DEMAND-PARAGRAPH.
      *  Every catalog course, with the sections it ran in those
      *  terms; courses that did not run still print, at zero.
           EXEC SQL
               DECLARE GAP_CURSOR CURSOR FOR
               SELECT c.department, c.course_code, c.course_title,
                      COUNT(h.section_id)
               FROM course_catalog c
               LEFT JOIN assignment_history h
                 ON h.course_code = c.course_code
                AND h.term_code IN
                    (SELECT term_code
                     FROM assignment_history
                     GROUP BY term_code
                     ORDER BY MAX(rolled_date) DESC, term_code DESC
                     LIMIT :WS-RECENT-TERMS)
               GROUP BY c.department, c.course_code, c.course_title
               ORDER BY c.department, COUNT(h.section_id) DESC,
                        c.course_code
           END-EXEC

           EXEC SQL
               OPEN GAP_CURSOR
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN GAP_CURSOR"     TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET GAP-ROWS-EOF           TO TRUE
           END-IF

           PERFORM FETCH-GAP-PARAGRAPH

           PERFORM UNTIL GAP-ROWS-EOF
               IF GR-DEPT-CODE NOT EQUAL WS-PREV-DEPT-CODE
                  OR WS-DEPT-COUNT EQUAL ZERO THEN
                   IF WS-DEPT-COUNT > ZERO THEN
                       PERFORM DEPT-BREAK-PARAGRAPH
                   END-IF
                   MOVE GR-DEPT-CODE TO WS-PREV-DEPT-CODE
                   PERFORM DEPT-HEADING-PARAGRAPH
               END-IF
               PERFORM STAFF-COURSE-PARAGRAPH
               PERFORM FETCH-GAP-PARAGRAPH
           END-PERFORM

           IF WS-DEPT-COUNT > ZERO THEN
               PERFORM DEPT-BREAK-PARAGRAPH
           END-IF

           EXEC SQL CLOSE GAP_CURSOR END-EXEC.

       FETCH-GAP-PARAGRAPH.
           EXEC SQL
               FETCH GAP_CURSOR
                   INTO :GR-DEPT-CODE,
                        :GR-COURSE-CODE,
                        :GR-COURSE-TITLE,
                        :GR-SECTIONS-RUN
           END-EXEC
           IF SQLCODE EQUAL 100 THEN
               SET GAP-ROWS-EOF TO TRUE
           ELSE
               IF SQLCODE NOT EQUAL ZERO THEN
                   MOVE "FETCH GAP_CURSOR"    TO WS-ERR-CONTEXT
                   MOVE SQLCODE               TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
                   SET GAP-ROWS-EOF           TO TRUE
               END-IF
           END-IF.

       DEPT-HEADING-PARAGRAPH.
      *  The department's certified pool: active teachers holding a
      *  certification in the subject that is still good on the first
      *  day of the term.  A teacher certified in two subjects counts
      *  in both pools, so the department figures are each a best
      *  case for that department.
           ADD 1 TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-DEMAND
           MOVE ZERO TO WS-DEPT-SHORT
           MOVE GR-DEPT-CODE TO GH-DEPT-CODE
           MOVE ZERO TO GH-POOL-COUNT
           EXEC SQL
               SELECT COUNT(DISTINCT t.employee_id)
                 INTO :GH-POOL-COUNT
               FROM teachers t
               JOIN certifications r
                 ON r.employee_id = t.employee_id
               WHERE t.status  = 'A'
                 AND r.subject = :GH-DEPT-CODE
                 AND r.expiration_date >= :WS-TERM-START-ISO
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "COUNT cert pool"     TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               MOVE ZERO TO GH-POOL-COUNT
           END-IF
           COMPUTE WS-DEPT-CAPACITY = GH-POOL-COUNT * WS-LOAD-CAP
           MOVE WS-DEPT-CAPACITY TO WS-CAPACITY-LEFT

           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE GH-POOL-COUNT    TO WS-COUNT-ED-1
           MOVE WS-DEPT-CAPACITY TO WS-COUNT-ED-2
           STRING "DEPT "                     DELIMITED BY SIZE
                  GR-DEPT-CODE                DELIMITED BY SIZE
                  "  certified teachers "     DELIMITED BY SIZE
                  WS-COUNT-ED-1               DELIMITED BY SIZE
                  "  section capacity "       DELIMITED BY SIZE
                  WS-COUNT-ED-2               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "  COURSE    TITLE" TO REPORT-LINE
           MOVE "RUN"               TO REPORT-LINE (48:3)
           MOVE "PER TERM"          TO REPORT-LINE (53:8)
           MOVE "STAFFABLE"         TO REPORT-LINE (63:9)
           MOVE "SURPLUS/SHORT"     TO REPORT-LINE (79:13)
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       STAFF-COURSE-PARAGRAPH.
      *  Next term's demand is the recent average per term, rounded
      *  up.  The pool is shared by every course in the department,
      *  so it is handed out busiest course first: whatever capacity
      *  is left when a course's turn comes is what it can staff.
           ADD 1 TO WS-COURSE-COUNT
           IF WS-TERMS-FOUND EQUAL ZERO THEN
               MOVE ZERO TO WS-COURSE-DEMAND
           ELSE
               COMPUTE WS-COURSE-DEMAND =
                   (GR-SECTIONS-RUN + WS-TERMS-FOUND - 1)
                       / WS-TERMS-FOUND
           END-IF
           ADD WS-COURSE-DEMAND TO WS-DEPT-DEMAND
           COMPUTE WS-COURSE-DIFF = WS-CAPACITY-LEFT - WS-COURSE-DEMAND
           IF WS-COURSE-DEMAND > WS-CAPACITY-LEFT THEN
               MOVE WS-CAPACITY-LEFT TO WS-COURSE-STAFFED
               COMPUTE WS-COURSE-SHORT =
                   WS-COURSE-DEMAND - WS-CAPACITY-LEFT
               MOVE ZERO TO WS-CAPACITY-LEFT
               ADD 1 TO WS-COURSES-SHORT
               ADD WS-COURSE-SHORT TO WS-DEPT-SHORT
           ELSE
               MOVE WS-COURSE-DEMAND TO WS-COURSE-STAFFED
               MOVE ZERO TO WS-COURSE-SHORT
               SUBTRACT WS-COURSE-DEMAND FROM WS-CAPACITY-LEFT
           END-IF

           MOVE GR-SECTIONS-RUN   TO WS-COUNT-ED-1
           MOVE WS-COURSE-DEMAND  TO WS-COUNT-ED-2
           MOVE WS-COURSE-STAFFED TO WS-COUNT-ED-3
           STRING "  "                        DELIMITED BY SIZE
                  GR-COURSE-CODE              DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  GR-COURSE-TITLE             DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-COUNT-ED-1               DELIMITED BY SIZE
                  "    "                      DELIMITED BY SIZE
                  WS-COUNT-ED-2               DELIMITED BY SIZE
                  "     "                     DELIMITED BY SIZE
                  WS-COUNT-ED-3               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF WS-COURSE-DIFF < ZERO THEN
               COMPUTE WS-COUNT-ED-4 = ZERO - WS-COURSE-DIFF
               STRING "  SHORT   "            DELIMITED BY SIZE
                      WS-COUNT-ED-4           DELIMITED BY SIZE
                   INTO REPORT-LINE (77:)
               END-STRING
           ELSE
               MOVE WS-COURSE-DIFF TO WS-COUNT-ED-4
               STRING "  SURPLUS "            DELIMITED BY SIZE
                      WS-COUNT-ED-4           DELIMITED BY SIZE
                   INTO REPORT-LINE (77:)
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       DEPT-BREAK-PARAGRAPH.
           MOVE WS-DEPT-DEMAND   TO WS-COUNT-ED-1
           MOVE WS-DEPT-CAPACITY TO WS-COUNT-ED-2
           STRING "  DEPT "                   DELIMITED BY SIZE
                  WS-PREV-DEPT-CODE           DELIMITED BY SIZE
                  " DEMAND "                  DELIMITED BY SIZE
                  WS-COUNT-ED-1               DELIMITED BY SIZE
                  "  CAPACITY "               DELIMITED BY SIZE
                  WS-COUNT-ED-2               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF WS-DEPT-SHORT > ZERO THEN
               MOVE WS-DEPT-SHORT TO WS-COUNT-ED-3
               STRING "  SHORTFALL "          DELIMITED BY SIZE
                      WS-COUNT-ED-3           DELIMITED BY SIZE
                      " SECTIONS"             DELIMITED BY SIZE
                   INTO REPORT-LINE (43:)
               END-STRING
               ADD 1 TO WS-DEPTS-SHORT
               ADD WS-DEPT-SHORT TO WS-TOTAL-SHORT
           ELSE
               MOVE WS-CAPACITY-LEFT TO WS-COUNT-ED-3
               STRING "  SURPLUS   "          DELIMITED BY SIZE
                      WS-COUNT-ED-3           DELIMITED BY SIZE
                      " SECTIONS"             DELIMITED BY SIZE
                   INTO REPORT-LINE (43:)
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       LAPSE-PARAGRAPH.
      *  Active teachers holding sections this term in a subject
      *  where every certification they have runs out before the
      *  next term starts: each is a renewal to chase now or a
      *  vacancy to plan for.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           STRING "Certifications lapsing before the term - "
                                              DELIMITED BY SIZE
                  "teachers still holding sections"
                                              DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           STRING "  DEPT  EMP ID  FIRST    LAST      EXPIRES     "
                                              DELIMITED BY SIZE
                  "SECTIONS HELD"             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH

           EXEC SQL
               DECLARE LAPSE_CURSOR CURSOR FOR
               SELECT c.department, t.employee_id, t.first_name,
                      t.last_name, MAX(r.expiration_date),
                      COUNT(DISTINCT a.section_id)
               FROM class_assignments a
               JOIN teachers t
                 ON t.employee_id = a.employee_id
               JOIN course_catalog c
                 ON c.course_code = a.course_code
               JOIN certifications r
                 ON r.employee_id = t.employee_id
                AND r.subject     = c.department
               WHERE t.status = 'A'
               GROUP BY c.department, t.employee_id, t.first_name,
                        t.last_name
               HAVING MAX(r.expiration_date) < :WS-TERM-START-ISO
               ORDER BY c.department, t.last_name, t.first_name
           END-EXEC

           EXEC SQL
               OPEN LAPSE_CURSOR
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN LAPSE_CURSOR"   TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET LAPSE-ROWS-EOF         TO TRUE
           END-IF

           PERFORM UNTIL LAPSE-ROWS-EOF
               EXEC SQL
                   FETCH LAPSE_CURSOR
                       INTO :LR-DEPT-CODE,
                            :LR-EMP-ID,
                            :LR-FIRST-NAME,
                            :LR-LAST-NAME,
                            :LR-EXPIRES,
                            :LR-SECTIONS
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET LAPSE-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH LAPSE_CURSOR" TO WS-ERR-CONTEXT
                       MOVE SQLCODE              TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET LAPSE-ROWS-EOF        TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-LAPSE-COUNT
                       MOVE LR-SECTIONS TO WS-COUNT-ED-1
                       STRING "  "             DELIMITED BY SIZE
                              LR-DEPT-CODE     DELIMITED BY SIZE
                              "  "             DELIMITED BY SIZE
                              LR-EMP-ID        DELIMITED BY SIZE
                              "  "             DELIMITED BY SIZE
                              LR-FIRST-NAME    DELIMITED BY SIZE
                              " "              DELIMITED BY SIZE
                              LR-LAST-NAME     DELIMITED BY SIZE
                              "  "             DELIMITED BY SIZE
                              LR-EXPIRES       DELIMITED BY SIZE
                              "  "             DELIMITED BY SIZE
                              WS-COUNT-ED-1    DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                       PERFORM WRITE-REPORT-LINE-PARAGRAPH
               END-EVALUATE
           END-PERFORM

           IF WS-LAPSE-COUNT EQUAL ZERO THEN
               MOVE "  NONE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF

           EXEC SQL CLOSE LAPSE_CURSOR END-EXEC.

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE REPORT-LINE TO GAP-RPT-REC
           WRITE GAP-RPT-REC
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
