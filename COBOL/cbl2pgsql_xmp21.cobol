       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "TIMETABLE".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-RPT-FILE ASSIGN TO "TIMERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "TIMEERR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  A week grid per teacher, then per room, for each term: one
      *  row per bell period, one column per weekday, each cell the
      *  section meeting there with its room (teacher grid) or its
      *  teacher (room grid).  A cell two sections land in is
      *  flagged; sections with no meeting pattern are listed under
      *  the grid.
       FD  TIMETABLE-RPT-FILE.
       01  TIMETABLE-RPT-REC      PIC X(110).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  PGSQL-CONNECT.
           10  DB-NAME            PIC X(18) VALUE "AD22".
       01  WS-DB-NAME-OVERRIDE    PIC X(18) VALUE SPACES.
      *  TERM_CODE picks one term, live or already rolled to
      *  assignment_history; blank reports every term on file.
       01  TIME-HOST-VARS.
           10  TT-TERM-FILTER     PIC X(6)  VALUE SPACES.
           10  TT-ALL-TERMS       PIC X(1)  VALUE "Y".
           10  TT-TERM-CODE       PIC X(6)  VALUE SPACES.
           10  TT-EMP-ID          PIC X(6)  VALUE SPACES.
           10  TT-SECTION-ID      PIC X(8)  VALUE SPACES.
           10  TT-COURSE-CODE     PIC X(8)  VALUE SPACES.
           10  TT-PERIOD          PIC X(2)  VALUE SPACES.
           10  TT-MEET-DAYS       PIC X(5)  VALUE SPACES.
           10  TT-ROOM            PIC X(6)  VALUE SPACES.
           10  TT-FIRST-NAME      PIC X(8)  VALUE SPACES.
           10  TT-LAST-NAME       PIC X(8)  VALUE SPACES.
      *  Which grid is being built: the term plus the teacher or the
      *  room it belongs to.
       01  WS-GRID-KEY.
           10  WS-GRID-TERM       PIC X(6)  VALUE SPACES.
           10  WS-GRID-OWNER      PIC X(6)  VALUE SPACES.
       01  WS-PREV-GRID-KEY       PIC X(12) VALUE SPACES.
       01  WS-GRID-HEADING        PIC X(110) VALUE SPACES.
       01  WS-GRID-SWITCH         PIC X(1) VALUE "N".
           88  GRID-STARTED       VALUE "Y".
           88  GRID-NOT-STARTED   VALUE "N".
       01  WS-GRID-TYPE           PIC X(1) VALUE SPACES.
           88  TEACHER-GRID       VALUE "T".
           88  ROOM-GRID          VALUE "R".
      *  The bell schedule runs periods 01 through 10, the same range
      *  ASSIGN_MAINT edits against.
       01  WS-LAST-PERIOD         PIC 9(2)  VALUE 10.
       01  WS-DAY-LETTERS         PIC X(5)  VALUE "MTWRF".
       01  WEEK-GRID.
           10  GRID-PERIOD OCCURS 10 TIMES.
               15  GRID-CELL      PIC X(15) OCCURS 5 TIMES.
       01  WS-CELL-TEXT           PIC X(15) VALUE SPACES.
       01  WS-DOUBLE-BOOKED       PIC X(15) VALUE "*DOUBLE BOOKED*".
       01  WS-PERIOD-N            PIC 9(2)  VALUE ZERO.
       01  WS-PERIOD-SUB          PIC 9(2)  VALUE ZERO COMP.
       01  WS-DAY-SUB             PIC 9(2)  VALUE ZERO COMP.
      *  Sections in the grid with no usable meeting pattern, listed
      *  after it; past the table size they are only counted.
       01  WS-LOOSE-MAX           PIC 9(3)  VALUE 20 COMP.
       01  WS-LOOSE-USED          PIC 9(3)  VALUE ZERO COMP.
       01  WS-LOOSE-OVER          PIC 9(3)  VALUE ZERO COMP.
       01  WS-LOOSE-SUB           PIC 9(3)  VALUE ZERO COMP.
       01  LOOSE-SECTION-TABLE.
           10  LOOSE-ENTRY OCCURS 20 TIMES.
               15  LSE-SECTION-ID PIC X(8).
               15  LSE-COURSE-CODE
                                  PIC X(8).
       01  WS-ROWS-EOF-SWITCH     PIC X(1) VALUE "N".
           88  GRID-ROWS-EOF      VALUE "Y".
       01  WS-ERROR-LOG.
           10  WS-ERR-CONTEXT     PIC X(20) VALUE SPACES.
           10  WS-ERR-SQLCODE     PIC -9(4).
       01  WS-ERR-TS-DATE         PIC 9(8).
       01  WS-ERR-TS-TIME         PIC 9(8).
       01  WS-TEACHER-GRID-COUNT  PIC 9(6) VALUE ZERO COMP.
       01  WS-ROOM-GRID-COUNT     PIC 9(6) VALUE ZERO COMP.
       01  WS-CLASH-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-UNSCHEDULED-COUNT   PIC 9(6) VALUE ZERO COMP.
       01  WS-ERROR-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-COUNT-ED            PIC Z(5)9.
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

           DISPLAY "TERM_CODE" UPON ENVIRONMENT-NAME.
           ACCEPT TT-TERM-FILTER FROM ENVIRONMENT-VALUE.
           IF TT-TERM-FILTER NOT EQUAL SPACES THEN
               MOVE "N" TO TT-ALL-TERMS
           END-IF.

      *  Live assignments and rolled history together, so a closed
      *  term's timetable can still be printed.
           EXEC SQL
               DECLARE TEACHER_GRID_CURSOR CURSOR FOR
               SELECT g.term_code, g.employee_id, g.section_id,
                      g.course_code, g.period, g.meeting_days,
                      g.room,
                      COALESCE(t.first_name, ' '),
                      COALESCE(t.last_name, ' ')
               FROM (SELECT COALESCE(term_code, ' ') AS term_code,
                            employee_id, section_id, course_code,
                            COALESCE(period, ' ') AS period,
                            COALESCE(meeting_days, ' ')
                                AS meeting_days,
                            COALESCE(room, ' ') AS room
                     FROM class_assignments
                     UNION ALL
                     SELECT term_code,
                            employee_id, section_id, course_code,
                            COALESCE(period, ' '),
                            COALESCE(meeting_days, ' '),
                            COALESCE(room, ' ')
                     FROM assignment_history) g
               LEFT JOIN teachers t
                 ON t.employee_id = g.employee_id
               WHERE :TT-ALL-TERMS = 'Y'
                  OR TRIM(g.term_code) = TRIM(:TT-TERM-FILTER)
               ORDER BY g.term_code, g.employee_id, g.period,
                        g.section_id
           END-EXEC.

           EXEC SQL
               DECLARE ROOM_GRID_CURSOR CURSOR FOR
               SELECT g.term_code, g.employee_id, g.section_id,
                      g.course_code, g.period, g.meeting_days,
                      g.room
               FROM (SELECT COALESCE(term_code, ' ') AS term_code,
                            employee_id, section_id, course_code,
                            COALESCE(period, ' ') AS period,
                            COALESCE(meeting_days, ' ')
                                AS meeting_days,
                            COALESCE(room, ' ') AS room
                     FROM class_assignments
                     UNION ALL
                     SELECT term_code,
                            employee_id, section_id, course_code,
                            COALESCE(period, ' '),
                            COALESCE(meeting_days, ' '),
                            COALESCE(room, ' ')
                     FROM assignment_history) g
               WHERE TRIM(g.room) <> ''
                 AND (:TT-ALL-TERMS = 'Y'
                   OR TRIM(g.term_code) = TRIM(:TT-TERM-FILTER))
               ORDER BY g.term_code, g.room, g.period, g.section_id
           END-EXEC.

           OPEN OUTPUT ERROR-LOG-FILE.
           OPEN OUTPUT TIMETABLE-RPT-FILE.

           IF TT-ALL-TERMS EQUAL "Y" THEN
               MOVE "Timetable by teacher and room, all terms"
                   TO REPORT-LINE
           ELSE
               STRING "Timetable by teacher and room, term "
                          DELIMITED BY SIZE
                      TT-TERM-FILTER DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

           PERFORM TEACHER-GRIDS-PARAGRAPH.
           PERFORM ROOM-GRIDS-PARAGRAPH.

           CLOSE TIMETABLE-RPT-FILE.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "DISCONNECT"        TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

           CLOSE ERROR-LOG-FILE.

           DISPLAY "+++ Timetable report complete. +++"
           DISPLAY "+++ Teacher grids:      " WS-TEACHER-GRID-COUNT
           DISPLAY "+++ Room grids:         " WS-ROOM-GRID-COUNT
           DISPLAY "+++ Double bookings:    " WS-CLASH-COUNT
           DISPLAY "+++ No meeting pattern: " WS-UNSCHEDULED-COUNT
           IF WS-ERROR-COUNT > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       TEACHER-GRIDS-PARAGRAPH.
      *  One grid per teacher per term, cells showing section and
      *  room.
           SET TEACHER-GRID TO TRUE
           SET GRID-NOT-STARTED TO TRUE
           MOVE SPACES TO WS-PREV-GRID-KEY
           MOVE "N" TO WS-ROWS-EOF-SWITCH
           EXEC SQL
               OPEN TEACHER_GRID_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN TEACHER_GRID" TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET GRID-ROWS-EOF        TO TRUE
           END-IF

           PERFORM UNTIL GRID-ROWS-EOF
               EXEC SQL
                   FETCH TEACHER_GRID_CURSOR
                       INTO :TT-TERM-CODE,
                            :TT-EMP-ID,
                            :TT-SECTION-ID,
                            :TT-COURSE-CODE,
                            :TT-PERIOD,
                            :TT-MEET-DAYS,
                            :TT-ROOM,
                            :TT-FIRST-NAME,
                            :TT-LAST-NAME
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET GRID-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH TEACHER_GRID" TO WS-ERR-CONTEXT
                       MOVE SQLCODE              TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET GRID-ROWS-EOF         TO TRUE
                   WHEN OTHER
                       MOVE TT-TERM-CODE TO WS-GRID-TERM
                       MOVE TT-EMP-ID    TO WS-GRID-OWNER
                       PERFORM GRID-ROW-PARAGRAPH
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE TEACHER_GRID_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE TEACHER_GRID" TO WS-ERR-CONTEXT
               MOVE SQLCODE              TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF

           IF GRID-STARTED THEN
               PERFORM PRINT-GRID-PARAGRAPH
           END-IF.

       ROOM-GRIDS-PARAGRAPH.
      *  One grid per room per term, cells showing section and the
      *  teacher who meets it there.
           SET ROOM-GRID TO TRUE
           SET GRID-NOT-STARTED TO TRUE
           MOVE SPACES TO WS-PREV-GRID-KEY
           MOVE "N" TO WS-ROWS-EOF-SWITCH
           EXEC SQL
               OPEN ROOM_GRID_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN ROOM_GRID"    TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET GRID-ROWS-EOF        TO TRUE
           END-IF

           PERFORM UNTIL GRID-ROWS-EOF
               EXEC SQL
                   FETCH ROOM_GRID_CURSOR
                       INTO :TT-TERM-CODE,
                            :TT-EMP-ID,
                            :TT-SECTION-ID,
                            :TT-COURSE-CODE,
                            :TT-PERIOD,
                            :TT-MEET-DAYS,
                            :TT-ROOM
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET GRID-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH ROOM_GRID"    TO WS-ERR-CONTEXT
                       MOVE SQLCODE              TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET GRID-ROWS-EOF         TO TRUE
                   WHEN OTHER
                       MOVE TT-TERM-CODE TO WS-GRID-TERM
                       MOVE TT-ROOM      TO WS-GRID-OWNER
                       PERFORM GRID-ROW-PARAGRAPH
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE ROOM_GRID_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE ROOM_GRID"    TO WS-ERR-CONTEXT
               MOVE SQLCODE              TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF

           IF GRID-STARTED THEN
               PERFORM PRINT-GRID-PARAGRAPH
           END-IF.

       GRID-ROW-PARAGRAPH.
      *  A change of term or owner prints the grid just finished and
      *  starts the next one.
           IF WS-GRID-KEY NOT EQUAL WS-PREV-GRID-KEY THEN
               IF GRID-STARTED THEN
                   PERFORM PRINT-GRID-PARAGRAPH
               END-IF
               PERFORM START-GRID-PARAGRAPH
           END-IF
           PERFORM PLACE-SECTION-PARAGRAPH.

       START-GRID-PARAGRAPH.
           SET GRID-STARTED TO TRUE
           MOVE WS-GRID-KEY TO WS-PREV-GRID-KEY
           MOVE SPACES TO WEEK-GRID
           MOVE ZERO TO WS-LOOSE-USED
           MOVE ZERO TO WS-LOOSE-OVER
           MOVE SPACES TO WS-GRID-HEADING
           IF TEACHER-GRID THEN
               ADD 1 TO WS-TEACHER-GRID-COUNT
               STRING "TERM "        DELIMITED BY SIZE
                      TT-TERM-CODE   DELIMITED BY SIZE
                      "  TEACHER "   DELIMITED BY SIZE
                      TT-EMP-ID      DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      TT-LAST-NAME   DELIMITED BY SPACE
                      ", "           DELIMITED BY SIZE
                      TT-FIRST-NAME  DELIMITED BY SPACE
                   INTO WS-GRID-HEADING
               END-STRING
           ELSE
               ADD 1 TO WS-ROOM-GRID-COUNT
               STRING "TERM "        DELIMITED BY SIZE
                      TT-TERM-CODE   DELIMITED BY SIZE
                      "  ROOM "      DELIMITED BY SIZE
                      TT-ROOM        DELIMITED BY SIZE
                   INTO WS-GRID-HEADING
               END-STRING
           END-IF.

       PLACE-SECTION-PARAGRAPH.
      *  Drop the section into every day it meets in its period; a
      *  cell already taken is marked double-booked.  A section with
      *  no valid period or days goes on the list under the grid.
           MOVE SPACES TO WS-CELL-TEXT
           IF TEACHER-GRID THEN
               STRING TT-SECTION-ID DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      TT-ROOM       DELIMITED BY SIZE
                   INTO WS-CELL-TEXT
               END-STRING
           ELSE
               STRING TT-SECTION-ID DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      TT-EMP-ID     DELIMITED BY SIZE
                   INTO WS-CELL-TEXT
               END-STRING
           END-IF
           MOVE ZERO TO WS-PERIOD-N
           IF TT-PERIOD NUMERIC THEN
               MOVE TT-PERIOD TO WS-PERIOD-N
           END-IF
           IF WS-PERIOD-N < 1 OR WS-PERIOD-N > WS-LAST-PERIOD
              OR TT-MEET-DAYS EQUAL SPACES THEN
               PERFORM HOLD-LOOSE-PARAGRAPH
           ELSE
               MOVE WS-PERIOD-N TO WS-PERIOD-SUB
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 5
                   IF TT-MEET-DAYS (WS-DAY-SUB:1) EQUAL
                      WS-DAY-LETTERS (WS-DAY-SUB:1) THEN
                       IF GRID-CELL (WS-PERIOD-SUB, WS-DAY-SUB)
                          EQUAL SPACES THEN
                           MOVE WS-CELL-TEXT TO
                               GRID-CELL (WS-PERIOD-SUB, WS-DAY-SUB)
                       ELSE
                           IF GRID-CELL (WS-PERIOD-SUB, WS-DAY-SUB)
                              NOT EQUAL WS-DOUBLE-BOOKED THEN
                               ADD 1 TO WS-CLASH-COUNT
                           END-IF
                           MOVE WS-DOUBLE-BOOKED TO
                               GRID-CELL (WS-PERIOD-SUB, WS-DAY-SUB)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       HOLD-LOOSE-PARAGRAPH.
           ADD 1 TO WS-UNSCHEDULED-COUNT
           IF WS-LOOSE-USED < WS-LOOSE-MAX THEN
               ADD 1 TO WS-LOOSE-USED
               MOVE TT-SECTION-ID  TO LSE-SECTION-ID (WS-LOOSE-USED)
               MOVE TT-COURSE-CODE TO LSE-COURSE-CODE (WS-LOOSE-USED)
           ELSE
               ADD 1 TO WS-LOOSE-OVER
           END-IF.

       PRINT-GRID-PARAGRAPH.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-GRID-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           STRING "PD  "              DELIMITED BY SIZE
                  "MONDAY           " DELIMITED BY SIZE
                  "TUESDAY          " DELIMITED BY SIZE
                  "WEDNESDAY        " DELIMITED BY SIZE
                  "THURSDAY         " DELIMITED BY SIZE
                  "FRIDAY"            DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-LAST-PERIOD
               MOVE WS-PERIOD-SUB TO WS-PERIOD-N
               STRING WS-PERIOD-N   DELIMITED BY SIZE
                      "  "          DELIMITED BY SIZE
                      GRID-CELL (WS-PERIOD-SUB, 1) DELIMITED BY SIZE
                      "  "          DELIMITED BY SIZE
                      GRID-CELL (WS-PERIOD-SUB, 2) DELIMITED BY SIZE
                      "  "          DELIMITED BY SIZE
                      GRID-CELL (WS-PERIOD-SUB, 3) DELIMITED BY SIZE
                      "  "          DELIMITED BY SIZE
                      GRID-CELL (WS-PERIOD-SUB, 4) DELIMITED BY SIZE
                      "  "          DELIMITED BY SIZE
                      GRID-CELL (WS-PERIOD-SUB, 5) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-PERFORM
           PERFORM VARYING WS-LOOSE-SUB FROM 1 BY 1
                   UNTIL WS-LOOSE-SUB > WS-LOOSE-USED
               STRING "    NO MEETING PATTERN  SECTION "
                          DELIMITED BY SIZE
                      LSE-SECTION-ID (WS-LOOSE-SUB)
                          DELIMITED BY SIZE
                      " COURSE "    DELIMITED BY SIZE
                      LSE-COURSE-CODE (WS-LOOSE-SUB)
                          DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-PERFORM
           IF WS-LOOSE-OVER > ZERO THEN
               MOVE WS-LOOSE-OVER TO WS-COUNT-ED
               STRING "    ... and "  DELIMITED BY SIZE
                      WS-COUNT-ED    DELIMITED BY SIZE
                      " more with no meeting pattern"
                                     DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE REPORT-LINE TO TIMETABLE-RPT-REC
           WRITE TIMETABLE-RPT-REC
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
