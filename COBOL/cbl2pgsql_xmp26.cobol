       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "SECT_BAL".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-RPT-FILE ASSIGN TO "SBALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSAL-FILE ASSIGN TO "SBALASG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "SBALERR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  One entry per section outside the enrollment bounds: what it
      *  is, and the merge or new section proposed for it, or why
      *  there is none.
       FD  BALANCE-RPT-FILE.
       01  BALANCE-RPT-REC        PIC X(110).

      *  The proposed moves, ASGTXN layout, for the scheduling office
      *  to approve.  Nothing in this file is applied by this program:
      *  the approved records are staged as ASGTXN and go through
      *  ASSIGN_MAINT's edits like any other transaction.  A merge is
      *  a "D" of the emptied section; a new section is an "A" with
      *  the full section's meeting pattern and no room.
       FD  PROPOSAL-FILE.
       01  PROPOSAL-REC.
           10  PTX-ACTION-CODE    PIC X(1).
           10  PTX-EMP-ID         PIC X(6).
           10  PTX-SECTION-ID     PIC X(8).
           10  PTX-COURSE-CODE    PIC X(8).
           10  PTX-PERIOD         PIC X(2).
           10  PTX-MEET-DAYS      PIC X(5).
           10  PTX-ROOM           PIC X(6).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  PGSQL-CONNECT.
           10  DB-NAME            PIC X(18) VALUE "AD22".
       01  WS-DB-NAME-OVERRIDE    PIC X(18) VALUE SPACES.
       COPY BALCTL.
      *  One section outside the bounds, with its holder, pattern and
      *  the department that owns its course.
       01  SECTION-ROW.
           10  SB-SECTION-ID      PIC X(8)  VALUE SPACES.
           10  SB-ENROLLED        PIC S9(9) COMP-5 VALUE ZERO.
           10  SB-CAPACITY        PIC S9(9) COMP-5 VALUE ZERO.
           10  SB-EMP-ID          PIC X(6)  VALUE SPACES.
           10  SB-COURSE-CODE     PIC X(8)  VALUE SPACES.
           10  SB-TERM-CODE       PIC X(6)  VALUE SPACES.
           10  SB-PERIOD          PIC X(2)  VALUE SPACES.
           10  SB-MEET-DAYS       PIC X(5)  VALUE SPACES.
           10  SB-MEET-DAY-FLAGS REDEFINES SB-MEET-DAYS.
               15  SB-DAY-MON     PIC X(1).
               15  SB-DAY-TUE     PIC X(1).
               15  SB-DAY-WED     PIC X(1).
               15  SB-DAY-THU     PIC X(1).
               15  SB-DAY-FRI     PIC X(1).
           10  SB-ROOM            PIC X(6)  VALUE SPACES.
           10  SB-CRS-DEPT        PIC X(4)  VALUE SPACES.
      *  A candidate section to merge into.
       01  MERGE-ROW.
           10  MG-SECTION-ID      PIC X(8)  VALUE SPACES.
           10  MG-ENROLLED        PIC S9(9) COMP-5 VALUE ZERO.
           10  MG-CAPACITY        PIC S9(9) COMP-5 VALUE ZERO.
           10  MG-EMP-ID          PIC X(6)  VALUE SPACES.
      *  A candidate teacher for a new section, with their load.
       01  TEACHER-ROW.
           10  OT-EMP-ID          PIC X(6)  VALUE SPACES.
           10  OT-FIRST-NAME      PIC X(8)  VALUE SPACES.
           10  OT-LAST-NAME       PIC X(8)  VALUE SPACES.
           10  OT-LOAD            PIC S9(9) COMP-5 VALUE ZERO.
      *  MIN_ENROLL is ENROLL_RPT's floor, read the same way:
      *  MIN_ENROLL=0 is a real setting (propose no merges), so only
      *  an absent or unreadable value takes the default of 5.
       01  WS-MIN-ENROLL-IN       PIC X(6)  VALUE SPACES.
       01  WS-MIN-ENROLL-CHECK    PIC X(6)  VALUE SPACES.
       01  WS-MIN-ENROLL          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MIN-SET-SW          PIC X(1)  VALUE "N".
           88  MIN-ENROLL-SET     VALUE "Y".
      *  MAX_SECTIONS is the load cap ASSIGN_MAINT enforces, default 5.
       01  WS-LOAD-CAP-IN         PIC X(6)  VALUE SPACES.
       01  WS-LOAD-CAP-CHECK      PIC X(6)  VALUE SPACES.
       01  WS-LOAD-CAP            PIC S9(9) COMP-5 VALUE ZERO.
      *  Today in the YYYY-MM-DD shape the certification expiration
      *  dates carry, for the unexpired-cert test.
       01  WS-RUN-DATE.
           10  WS-RUN-YYYY        PIC 9(4).
           10  WS-RUN-MM          PIC 9(2).
           10  WS-RUN-DD          PIC 9(2).
       01  WS-RUN-DATE-ISO        PIC X(10) VALUE SPACES.
      *  Sections this run has already spoken for, so two proposals
      *  never count on the same seats: a merge target's seats taken
      *  by the sections merged into it, sections proposed for a drop
      *  (no longer a target for anyone), and new section ids handed
      *  out (not to be handed out twice).
       01  WS-ADJ-MAX             PIC 9(3)  VALUE 500 COMP.
       01  WS-ADJ-USED            PIC 9(3)  VALUE ZERO COMP.
       01  WS-ADJ-SUB             PIC 9(3)  VALUE ZERO COMP.
       01  WS-ADJ-SLOT            PIC 9(3)  VALUE ZERO COMP.
       01  WS-ADJ-KEY             PIC X(8)  VALUE SPACES.
       01  SECTION-ADJ-TABLE.
           10  ADJ-ENTRY OCCURS 500 TIMES.
               15  ADJ-SECTION-ID PIC X(8).
               15  ADJ-ADDED      PIC 9(6) COMP.
               15  ADJ-STATE      PIC X(1).
                   88  ADJ-TARGET   VALUE "T".
                   88  ADJ-DROPPED  VALUE "D".
                   88  ADJ-OPENED   VALUE "N".
      *  New sections handed to each teacher this run, and the slots
      *  they were handed in, as SUB_ASSIGN keeps them: none of the
      *  "A" proposals is applied yet, so the database alone would
      *  let one teacher take every new section in the same period.
       01  WS-TALLY-MAX           PIC 9(3)  VALUE 200 COMP.
       01  WS-TALLY-USED          PIC 9(3)  VALUE ZERO COMP.
       01  WS-TALLY-SUB           PIC 9(3)  VALUE ZERO COMP.
       01  WS-TALLY-SLOT          PIC 9(3)  VALUE ZERO COMP.
       01  TEACHER-TALLY-TABLE.
           10  TEACHER-TALLY-ENTRY OCCURS 200 TIMES.
               15  TLY-EMP-ID     PIC X(6).
               15  TLY-COUNT      PIC 9(4) COMP.
       01  WS-SLOT-MAX            PIC 9(3)  VALUE 200 COMP.
       01  WS-SLOT-USED           PIC 9(3)  VALUE ZERO COMP.
       01  WS-SLOT-SUB            PIC 9(3)  VALUE ZERO COMP.
       01  WS-DAY-SUB             PIC 9(2)  VALUE ZERO COMP.
       01  TEACHER-SLOT-TABLE.
           10  TEACHER-SLOT-ENTRY OCCURS 200 TIMES.
               15  SLT-EMP-ID     PIC X(6).
               15  SLT-TERM-CODE  PIC X(6).
               15  SLT-PERIOD     PIC X(2).
               15  SLT-MEET-DAYS  PIC X(5).
      *  A new section takes the full section's id with a letter
      *  after it (or in its last place when the id is already full
      *  width): the first letter giving an id not used anywhere.
       01  WS-NEW-SECTION-ID      PIC X(8)  VALUE SPACES.
       01  WS-ID-LENGTH           PIC 9(2)  VALUE ZERO COMP.
       01  WS-SUFFIX-POS          PIC 9(2)  VALUE ZERO COMP.
       01  WS-SUFFIX-SUB          PIC 9(2)  VALUE ZERO COMP.
       01  WS-SUFFIX-LETTERS      PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-ROOM-LEFT           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-EXCESS              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-THIS-RUN-COUNT      PIC 9(4)  VALUE ZERO COMP.
       01  WS-EXISTS-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-NO-ACTION-REASON    PIC X(40) VALUE SPACES.
       01  WS-SECT-EOF-SWITCH     PIC X(1) VALUE "N".
           88  SECTION-ROWS-EOF   VALUE "Y".
       01  WS-MERGE-EOF-SWITCH    PIC X(1) VALUE "N".
           88  MERGE-ROWS-EOF     VALUE "Y".
       01  WS-TCH-EOF-SWITCH      PIC X(1) VALUE "N".
           88  TEACHER-ROWS-EOF   VALUE "Y".
       01  WS-MATCH-SWITCH        PIC X(1) VALUE "N".
           88  CANDIDATE-MATCHED  VALUE "Y".
       01  WS-ELIGIBLE-SWITCH     PIC X(1) VALUE "Y".
           88  CANDIDATE-ELIGIBLE    VALUE "Y".
           88  CANDIDATE-INELIGIBLE  VALUE "N".
      *  Set when the section is itself a merge target this run.
       01  WS-KEEP-SWITCH         PIC X(1) VALUE "N".
           88  SECTION-KEPT       VALUE "Y".
       01  WS-ID-SWITCH           PIC X(1) VALUE "N".
           88  NEW-ID-FOUND       VALUE "Y".
       01  WS-ERROR-LOG.
           10  WS-ERR-CONTEXT     PIC X(20) VALUE SPACES.
           10  WS-ERR-SQLCODE     PIC -9(4).
       01  WS-ERR-TS-DATE         PIC 9(8).
       01  WS-ERR-TS-TIME         PIC 9(8).
       01  WS-UNDER-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-OVER-COUNT          PIC 9(6) VALUE ZERO COMP.
       01  WS-MERGE-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-OPEN-COUNT          PIC 9(6) VALUE ZERO COMP.
       01  WS-NO-ACTION-COUNT     PIC 9(6) VALUE ZERO COMP.
       01  WS-TXN-OUT-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-ERROR-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-COUNT-ED-1          PIC Z(5)9.
       01  WS-COUNT-ED-2          PIC Z(5)9.
       01  WS-COUNT-ED-3          PIC Z(5)9.
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

           OPEN OUTPUT ERROR-LOG-FILE.

           DISPLAY "MIN_ENROLL" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MIN-ENROLL-IN FROM ENVIRONMENT-VALUE.
           MOVE WS-MIN-ENROLL-IN TO WS-MIN-ENROLL-CHECK.
           INSPECT WS-MIN-ENROLL-CHECK REPLACING ALL " " BY "0".
           IF WS-MIN-ENROLL-IN NOT EQUAL SPACES
              AND WS-MIN-ENROLL-CHECK NUMERIC THEN
               MOVE FUNCTION NUMVAL (WS-MIN-ENROLL-IN)
                   TO WS-MIN-ENROLL
               SET MIN-ENROLL-SET TO TRUE
           END-IF.
           IF NOT MIN-ENROLL-SET THEN
               MOVE 5 TO WS-MIN-ENROLL
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

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY     DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-RUN-MM       DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-RUN-DD       DELIMITED BY SIZE
               INTO WS-RUN-DATE-ISO
           END-STRING.

      *  Every loaded section outside the bounds.  The merges are
      *  worked first, smallest section first, so the sections with
      *  the fewest students are the ones folded into the others;
      *  then the full sections, course by course.
           EXEC SQL
               DECLARE SECTION_CURSOR CURSOR FOR
               SELECT e.section_id, e.enrolled, e.capacity,
                      a.employee_id, a.course_code,
                      COALESCE(a.term_code, ' '),
                      COALESCE(a.period, ' '),
                      COALESCE(a.meeting_days, ' '),
                      COALESCE(a.room, ' '),
                      COALESCE(c.department, ' ')
               FROM section_enrollment e
               JOIN class_assignments a
                 ON a.section_id = e.section_id
               LEFT JOIN course_catalog c
                 ON c.course_code = a.course_code
               WHERE e.enrolled < :WS-MIN-ENROLL
                  OR e.enrolled > e.capacity
               ORDER BY CASE WHEN e.enrolled < :WS-MIN-ENROLL
                             THEN 1 ELSE 2 END,
                        e.enrolled, a.course_code, e.section_id
           END-EXEC.

      *  Other sections of the same course and term with room for
      *  all of this section's students, roomiest first.
           EXEC SQL
               DECLARE MERGE_CURSOR CURSOR FOR
               SELECT e.section_id, e.enrolled, e.capacity,
                      a.employee_id
               FROM section_enrollment e
               JOIN class_assignments a
                 ON a.section_id = e.section_id
               WHERE a.course_code = :SB-COURSE-CODE
                 AND TRIM(COALESCE(a.term_code, ' '))
                     = TRIM(:SB-TERM-CODE)
                 AND e.section_id <> :SB-SECTION-ID
                 AND e.capacity - e.enrolled >= :SB-ENROLLED
               ORDER BY e.capacity - e.enrolled DESC, e.section_id
           END-EXEC.

      *  Teachers who would pass ASSIGN_MAINT's edits on an add of a
      *  new section of this course in this slot: active, in the
      *  course's department, certified in it and unexpired today,
      *  free in that period on those days this term, and under the
      *  load cap.  Lightest load first.
           EXEC SQL
               DECLARE TEACHER_CURSOR CURSOR FOR
               SELECT t.employee_id, t.first_name, t.last_name,
                      COUNT(x.section_id)
               FROM teachers t
               LEFT JOIN class_assignments x
                 ON x.employee_id = t.employee_id
               WHERE t.status     = 'A'
                 AND t.department = :SB-CRS-DEPT
                 AND EXISTS
                     (SELECT 1 FROM certifications r
                       WHERE r.employee_id = t.employee_id
                         AND r.subject     = :SB-CRS-DEPT
                         AND r.expiration_date >= :WS-RUN-DATE-ISO)
                 AND NOT EXISTS
                     (SELECT 1 FROM class_assignments k
                       WHERE k.employee_id = t.employee_id
                         AND TRIM(COALESCE(k.term_code, ' '))
                             = TRIM(:SB-TERM-CODE)
                         AND k.period = :SB-PERIOD
                         AND ((SUBSTR(k.meeting_days, 1, 1) = 'M'
                               AND :SB-DAY-MON = 'M')
                           OR (SUBSTR(k.meeting_days, 2, 1) = 'T'
                               AND :SB-DAY-TUE = 'T')
                           OR (SUBSTR(k.meeting_days, 3, 1) = 'W'
                               AND :SB-DAY-WED = 'W')
                           OR (SUBSTR(k.meeting_days, 4, 1) = 'R'
                               AND :SB-DAY-THU = 'R')
                           OR (SUBSTR(k.meeting_days, 5, 1) = 'F'
                               AND :SB-DAY-FRI = 'F')))
               GROUP BY t.employee_id, t.first_name, t.last_name
               HAVING COUNT(x.section_id) < :WS-LOAD-CAP
               ORDER BY COUNT(x.section_id), t.employee_id
           END-EXEC.

           EXEC SQL
               OPEN SECTION_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN SECTION_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET SECTION-ROWS-EOF       TO TRUE
           END-IF.

           OPEN OUTPUT BALANCE-RPT-FILE.
           OPEN OUTPUT PROPOSAL-FILE.

           MOVE WS-MIN-ENROLL TO WS-COUNT-ED-1
           MOVE WS-LOAD-CAP   TO WS-COUNT-ED-2
           STRING "Section balancing recommendations  run "
                                              DELIMITED BY SIZE
                  WS-RUN-DATE-ISO             DELIMITED BY SIZE
                  "  MIN_ENROLL "             DELIMITED BY SIZE
                  WS-COUNT-ED-1               DELIMITED BY SIZE
                  "  load cap "               DELIMITED BY SIZE
                  WS-COUNT-ED-2               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           STRING "Proposed moves are in SBALASG for approval; "
                                              DELIMITED BY SIZE
                  "none of them has been applied."
                                              DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

           PERFORM FETCH-SECTION-PARAGRAPH.

           PERFORM UNTIL SECTION-ROWS-EOF
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               PERFORM WRITE-SECTION-LINE-PARAGRAPH
               IF SB-ENROLLED < WS-MIN-ENROLL THEN
                   ADD 1 TO WS-UNDER-COUNT
                   PERFORM PROPOSE-MERGE-PARAGRAPH
               ELSE
                   ADD 1 TO WS-OVER-COUNT
                   PERFORM PROPOSE-OPEN-PARAGRAPH
               END-IF
               PERFORM FETCH-SECTION-PARAGRAPH
           END-PERFORM.

           EXEC SQL CLOSE SECTION_CURSOR END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE SECTION_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE WS-UNDER-COUNT TO WS-COUNT-ED-1
           MOVE WS-MERGE-COUNT TO WS-COUNT-ED-2
           STRING "Under minimum "            DELIMITED BY SIZE
                  WS-COUNT-ED-1               DELIMITED BY SIZE
                  "  merges proposed "        DELIMITED BY SIZE
                  WS-COUNT-ED-2               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE WS-OVER-COUNT  TO WS-COUNT-ED-1
           MOVE WS-OPEN-COUNT  TO WS-COUNT-ED-2
           STRING "Over capacity "            DELIMITED BY SIZE
                  WS-COUNT-ED-1               DELIMITED BY SIZE
                  "  new sections proposed "  DELIMITED BY SIZE
                  WS-COUNT-ED-2               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE WS-NO-ACTION-COUNT TO WS-COUNT-ED-1
           MOVE WS-TXN-OUT-COUNT   TO WS-COUNT-ED-2
           STRING "No proposal   "            DELIMITED BY SIZE
                  WS-COUNT-ED-1               DELIMITED BY SIZE
                  "  transactions written "   DELIMITED BY SIZE
                  WS-COUNT-ED-2               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

           CLOSE BALANCE-RPT-FILE.
           CLOSE PROPOSAL-FILE.

           MOVE "SECT_BAL"       TO BC-PROGRAM-ID
           MOVE "SBALASG"        TO BC-CTL-FILE
           MOVE SPACES           TO BC-RECORD-KIND
           MOVE WS-TXN-OUT-COUNT TO BC-RECORDS-OUT
           PERFORM POST-CONTROL-PARAGRAPH.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "DISCONNECT"        TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

           CLOSE ERROR-LOG-FILE.

           DISPLAY "+++ Section balancing complete. +++"
           DISPLAY "+++ Under minimum:        " WS-UNDER-COUNT
           DISPLAY "+++ Over capacity:        " WS-OVER-COUNT
           DISPLAY "+++ Merges proposed:      " WS-MERGE-COUNT
           DISPLAY "+++ New sections proposed:" WS-OPEN-COUNT
           DISPLAY "+++ No proposal:          " WS-NO-ACTION-COUNT
           DISPLAY "+++ Transactions written: " WS-TXN-OUT-COUNT
           DISPLAY "+++ Errors:               " WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       FETCH-SECTION-PARAGRAPH.
           EXEC SQL
               FETCH SECTION_CURSOR
                   INTO :SB-SECTION-ID,
                        :SB-ENROLLED,
                        :SB-CAPACITY,
                        :SB-EMP-ID,
                        :SB-COURSE-CODE,
                        :SB-TERM-CODE,
                        :SB-PERIOD,
                        :SB-MEET-DAYS,
                        :SB-ROOM,
                        :SB-CRS-DEPT
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   SET SECTION-ROWS-EOF TO TRUE
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE "FETCH SECTION_CURSOR" TO WS-ERR-CONTEXT
                   MOVE SQLCODE               TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
                   SET SECTION-ROWS-EOF       TO TRUE
           END-EVALUATE.

       WRITE-SECTION-LINE-PARAGRAPH.
           MOVE SB-ENROLLED TO WS-COUNT-ED-1
           MOVE SB-CAPACITY TO WS-COUNT-ED-2
           IF SB-ENROLLED < WS-MIN-ENROLL THEN
               MOVE "UNDER MIN" TO REPORT-LINE
           ELSE
               MOVE "OVER CAP " TO REPORT-LINE
           END-IF
           STRING " SECTION "     DELIMITED BY SIZE
                  SB-SECTION-ID   DELIMITED BY SIZE
                  " COURSE "      DELIMITED BY SIZE
                  SB-COURSE-CODE  DELIMITED BY SIZE
                  " TERM "        DELIMITED BY SIZE
                  SB-TERM-CODE    DELIMITED BY SIZE
                  " ENROLLED "    DELIMITED BY SIZE
                  WS-COUNT-ED-1   DELIMITED BY SIZE
                  " CAPACITY "    DELIMITED BY SIZE
                  WS-COUNT-ED-2   DELIMITED BY SIZE
                  " EMP "         DELIMITED BY SIZE
                  SB-EMP-ID       DELIMITED BY SIZE
               INTO REPORT-LINE (10:101)
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       PROPOSE-MERGE-PARAGRAPH.
      *  Fold the section into another of the same course and term
      *  that can seat all of its students once any sections already
      *  merged into it this run are counted.  A section other
      *  sections are being folded into is kept, whatever its count.
           MOVE "N" TO WS-KEEP-SWITCH
           MOVE SB-SECTION-ID TO WS-ADJ-KEY
           PERFORM FIND-ADJ-PARAGRAPH
           IF WS-ADJ-SLOT > ZERO THEN
               IF ADJ-TARGET (WS-ADJ-SLOT) THEN
                   SET SECTION-KEPT TO TRUE
               END-IF
           END-IF
           IF SECTION-KEPT THEN
               MOVE "KEPT - OTHER SECTIONS MERGE INTO IT"
                   TO WS-NO-ACTION-REASON
               PERFORM WRITE-NO-ACTION-PARAGRAPH
           ELSE
               PERFORM SEARCH-MERGE-PARAGRAPH
           END-IF.

       SEARCH-MERGE-PARAGRAPH.
           MOVE "N" TO WS-MERGE-EOF-SWITCH
           MOVE "N" TO WS-MATCH-SWITCH
           EXEC SQL
               OPEN MERGE_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN MERGE_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET MERGE-ROWS-EOF       TO TRUE
           END-IF

           PERFORM UNTIL CANDIDATE-MATCHED OR MERGE-ROWS-EOF
               EXEC SQL
                   FETCH MERGE_CURSOR
                       INTO :MG-SECTION-ID,
                            :MG-ENROLLED,
                            :MG-CAPACITY,
                            :MG-EMP-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET MERGE-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH MERGE_CURSOR" TO WS-ERR-CONTEXT
                       MOVE SQLCODE              TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET MERGE-ROWS-EOF        TO TRUE
                   WHEN OTHER
                       PERFORM CHECK-MERGE-TARGET-PARAGRAPH
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE MERGE_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE MERGE_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE              TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF

           IF CANDIDATE-MATCHED THEN
               PERFORM WRITE-MERGE-PARAGRAPH
           ELSE
               MOVE "NO SECTION OF THE COURSE HAS ROOM"
                   TO WS-NO-ACTION-REASON
               PERFORM WRITE-NO-ACTION-PARAGRAPH
           END-IF.

       CHECK-MERGE-TARGET-PARAGRAPH.
      *  Passed over when this run already proposes dropping it;
      *  otherwise its free seats less those already promised.
           SET CANDIDATE-ELIGIBLE TO TRUE
           MOVE MG-SECTION-ID TO WS-ADJ-KEY
           PERFORM FIND-ADJ-PARAGRAPH
           COMPUTE WS-ROOM-LEFT = MG-CAPACITY - MG-ENROLLED
           IF WS-ADJ-SLOT > ZERO THEN
               IF ADJ-DROPPED (WS-ADJ-SLOT) THEN
                   SET CANDIDATE-INELIGIBLE TO TRUE
               ELSE
                   SUBTRACT ADJ-ADDED (WS-ADJ-SLOT) FROM WS-ROOM-LEFT
               END-IF
           END-IF
           IF CANDIDATE-ELIGIBLE AND WS-ROOM-LEFT >= SB-ENROLLED THEN
               SET CANDIDATE-MATCHED TO TRUE
           END-IF.

       WRITE-MERGE-PARAGRAPH.
      *  The emptied section's assignment is the transaction; moving
      *  the students themselves is the registrar's side of it.
           MOVE "D"             TO PTX-ACTION-CODE
           MOVE SB-EMP-ID       TO PTX-EMP-ID
           MOVE SB-SECTION-ID   TO PTX-SECTION-ID
           MOVE SB-COURSE-CODE  TO PTX-COURSE-CODE
           MOVE SB-PERIOD       TO PTX-PERIOD
           MOVE SB-MEET-DAYS    TO PTX-MEET-DAYS
           MOVE SB-ROOM         TO PTX-ROOM
           WRITE PROPOSAL-REC
           ADD 1 TO WS-TXN-OUT-COUNT
           ADD 1 TO WS-MERGE-COUNT

           MOVE MG-SECTION-ID TO WS-ADJ-KEY
           PERFORM BOOK-ADJ-PARAGRAPH
           IF WS-ADJ-SLOT > ZERO THEN
               SET ADJ-TARGET (WS-ADJ-SLOT) TO TRUE
               ADD SB-ENROLLED TO ADJ-ADDED (WS-ADJ-SLOT)
               COMPUTE WS-ROOM-LEFT =
                   MG-ENROLLED + ADJ-ADDED (WS-ADJ-SLOT)
           ELSE
               COMPUTE WS-ROOM-LEFT = MG-ENROLLED + SB-ENROLLED
           END-IF
           MOVE SB-SECTION-ID TO WS-ADJ-KEY
           PERFORM BOOK-ADJ-PARAGRAPH
           IF WS-ADJ-SLOT > ZERO THEN
               SET ADJ-DROPPED (WS-ADJ-SLOT) TO TRUE
           END-IF

           MOVE WS-ROOM-LEFT TO WS-COUNT-ED-1
           MOVE MG-CAPACITY  TO WS-COUNT-ED-2
           STRING "MERGE INTO SECTION "       DELIMITED BY SIZE
                  MG-SECTION-ID               DELIMITED BY SIZE
                  " (EMP "                    DELIMITED BY SIZE
                  MG-EMP-ID                   DELIMITED BY SIZE
                  ") ENROLLED AFTER "         DELIMITED BY SIZE
                  WS-COUNT-ED-1               DELIMITED BY SIZE
                  " OF "                      DELIMITED BY SIZE
                  WS-COUNT-ED-2               DELIMITED BY SIZE
                  "  -> ASGTXN D "            DELIMITED BY SIZE
                  SB-EMP-ID                   DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  SB-SECTION-ID               DELIMITED BY SIZE
               INTO REPORT-LINE (10:101)
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       PROPOSE-OPEN-PARAGRAPH.
      *  Split the overflow into a new section of the same course
      *  meeting in the same slot, so the students who move keep
      *  their timetable.  The room is left for scheduling to pick.
           COMPUTE WS-EXCESS = SB-ENROLLED - SB-CAPACITY
           EVALUATE TRUE
               WHEN SB-CRS-DEPT EQUAL SPACES
                   MOVE "COURSE NOT ON THE CATALOG"
                       TO WS-NO-ACTION-REASON
                   PERFORM WRITE-NO-ACTION-PARAGRAPH
               WHEN SB-PERIOD NOT NUMERIC
               WHEN SB-MEET-DAYS EQUAL SPACES
                   MOVE "SECTION HAS NO MEETING PATTERN"
                       TO WS-NO-ACTION-REASON
                   PERFORM WRITE-NO-ACTION-PARAGRAPH
               WHEN OTHER
                   PERFORM NEXT-SECTION-ID-PARAGRAPH
                   IF NEW-ID-FOUND THEN
                       PERFORM SEARCH-TEACHER-PARAGRAPH
                   ELSE
                       MOVE "NO FREE SECTION ID FOR A NEW SECTION"
                           TO WS-NO-ACTION-REASON
                       PERFORM WRITE-NO-ACTION-PARAGRAPH
                   END-IF
           END-EVALUATE.

       SEARCH-TEACHER-PARAGRAPH.
           MOVE "N" TO WS-TCH-EOF-SWITCH
           MOVE "N" TO WS-MATCH-SWITCH
           EXEC SQL
               OPEN TEACHER_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN TEACHER_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET TEACHER-ROWS-EOF       TO TRUE
           END-IF

           PERFORM UNTIL CANDIDATE-MATCHED OR TEACHER-ROWS-EOF
               EXEC SQL
                   FETCH TEACHER_CURSOR
                       INTO :OT-EMP-ID,
                            :OT-FIRST-NAME,
                            :OT-LAST-NAME,
                            :OT-LOAD
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET TEACHER-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH TEACHER_CURSOR" TO WS-ERR-CONTEXT
                       MOVE SQLCODE               TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET TEACHER-ROWS-EOF       TO TRUE
                   WHEN OTHER
                       PERFORM CHECK-TEACHER-PARAGRAPH
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE TEACHER_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE TEACHER_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE                TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF

           IF CANDIDATE-MATCHED THEN
               PERFORM WRITE-OPEN-PARAGRAPH
           ELSE
               MOVE "NO ELIGIBLE TEACHER FREE IN THAT SLOT"
                   TO WS-NO-ACTION-REASON
               PERFORM WRITE-NO-ACTION-PARAGRAPH
           END-IF.

       CHECK-TEACHER-PARAGRAPH.
      *  The cursor has applied the database side of every edit; add
      *  what this run has already proposed for the candidate.
           SET CANDIDATE-ELIGIBLE TO TRUE
           PERFORM FIND-TALLY-PARAGRAPH
           MOVE ZERO TO WS-THIS-RUN-COUNT
           IF WS-TALLY-SLOT > ZERO THEN
               MOVE TLY-COUNT (WS-TALLY-SLOT) TO WS-THIS-RUN-COUNT
           END-IF
           IF OT-LOAD + WS-THIS-RUN-COUNT >= WS-LOAD-CAP THEN
               SET CANDIDATE-INELIGIBLE TO TRUE
           END-IF
           IF CANDIDATE-ELIGIBLE THEN
               PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > WS-SLOT-USED
                   IF SLT-EMP-ID (WS-SLOT-SUB) EQUAL OT-EMP-ID
                      AND SLT-TERM-CODE (WS-SLOT-SUB) EQUAL
                          SB-TERM-CODE
                      AND SLT-PERIOD (WS-SLOT-SUB) EQUAL SB-PERIOD THEN
                       PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                               UNTIL WS-DAY-SUB > 5
                           IF SB-MEET-DAYS (WS-DAY-SUB:1)
                                  NOT EQUAL SPACE
                              AND SLT-MEET-DAYS (WS-SLOT-SUB)
                                  (WS-DAY-SUB:1) EQUAL
                                  SB-MEET-DAYS (WS-DAY-SUB:1) THEN
                               SET CANDIDATE-INELIGIBLE TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF CANDIDATE-ELIGIBLE THEN
               SET CANDIDATE-MATCHED TO TRUE
           END-IF.

       WRITE-OPEN-PARAGRAPH.
           MOVE "A"               TO PTX-ACTION-CODE
           MOVE OT-EMP-ID         TO PTX-EMP-ID
           MOVE WS-NEW-SECTION-ID TO PTX-SECTION-ID
           MOVE SB-COURSE-CODE    TO PTX-COURSE-CODE
           MOVE SB-PERIOD         TO PTX-PERIOD
           MOVE SB-MEET-DAYS      TO PTX-MEET-DAYS
           MOVE SPACES            TO PTX-ROOM
           WRITE PROPOSAL-REC
           ADD 1 TO WS-TXN-OUT-COUNT
           ADD 1 TO WS-OPEN-COUNT

           MOVE WS-NEW-SECTION-ID TO WS-ADJ-KEY
           PERFORM BOOK-ADJ-PARAGRAPH
           IF WS-ADJ-SLOT > ZERO THEN
               SET ADJ-OPENED (WS-ADJ-SLOT) TO TRUE
           END-IF
           PERFORM BUMP-TALLY-PARAGRAPH
           PERFORM BOOK-SLOT-PARAGRAPH

           MOVE WS-EXCESS TO WS-COUNT-ED-1
           STRING "OPEN SECTION "             DELIMITED BY SIZE
                  WS-NEW-SECTION-ID           DELIMITED BY SIZE
                  " FOR "                     DELIMITED BY SIZE
                  WS-COUNT-ED-1               DELIMITED BY SIZE
                  " OVER CAPACITY  TEACHER "  DELIMITED BY SIZE
                  OT-EMP-ID                   DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  OT-FIRST-NAME               DELIMITED BY SPACE
                  " "                         DELIMITED BY SIZE
                  OT-LAST-NAME                DELIMITED BY SPACE
                  "  -> ASGTXN A"             DELIMITED BY SIZE
               INTO REPORT-LINE (10:101)
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       WRITE-NO-ACTION-PARAGRAPH.
      *  Caller leaves the reason in WS-NO-ACTION-REASON.
           ADD 1 TO WS-NO-ACTION-COUNT
           STRING "NO PROPOSAL - "            DELIMITED BY SIZE
                  WS-NO-ACTION-REASON         DELIMITED BY SIZE
               INTO REPORT-LINE (10:101)
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       NEXT-SECTION-ID-PARAGRAPH.
      *  First id of the full section's id plus one letter that no
      *  live, loaded or historical section uses and that this run
      *  has not already handed out.
           MOVE "N" TO WS-ID-SWITCH
           MOVE ZERO TO WS-ID-LENGTH
           INSPECT SB-SECTION-ID TALLYING WS-ID-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ID-LENGTH < 8 THEN
               COMPUTE WS-SUFFIX-POS = WS-ID-LENGTH + 1
           ELSE
               MOVE 8 TO WS-SUFFIX-POS
           END-IF
           PERFORM VARYING WS-SUFFIX-SUB FROM 1 BY 1
                   UNTIL WS-SUFFIX-SUB > 26 OR NEW-ID-FOUND
               MOVE SB-SECTION-ID TO WS-NEW-SECTION-ID
               MOVE WS-SUFFIX-LETTERS (WS-SUFFIX-SUB:1)
                   TO WS-NEW-SECTION-ID (WS-SUFFIX-POS:1)
               PERFORM CHECK-SECTION-ID-PARAGRAPH
           END-PERFORM.

       CHECK-SECTION-ID-PARAGRAPH.
           MOVE WS-NEW-SECTION-ID TO WS-ADJ-KEY
           PERFORM FIND-ADJ-PARAGRAPH
           IF WS-ADJ-SLOT EQUAL ZERO THEN
               EXEC SQL
                   SELECT (SELECT COUNT(*) FROM class_assignments
                            WHERE section_id = :WS-NEW-SECTION-ID)
                        + (SELECT COUNT(*) FROM section_enrollment
                            WHERE section_id = :WS-NEW-SECTION-ID)
                        + (SELECT COUNT(*) FROM assignment_history
                            WHERE section_id = :WS-NEW-SECTION-ID)
                     INTO :WS-EXISTS-COUNT
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO THEN
                   MOVE "CHECK SECTION ID"  TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   IF WS-EXISTS-COUNT EQUAL ZERO THEN
                       SET NEW-ID-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       FIND-ADJ-PARAGRAPH.
      *  Slot of WS-ADJ-KEY in the section table, zero if none.
           MOVE ZERO TO WS-ADJ-SLOT
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB > WS-ADJ-USED
                      OR WS-ADJ-SLOT > ZERO
               IF ADJ-SECTION-ID (WS-ADJ-SUB) EQUAL WS-ADJ-KEY THEN
                   MOVE WS-ADJ-SUB TO WS-ADJ-SLOT
               END-IF
           END-PERFORM.

       BOOK-ADJ-PARAGRAPH.
      *  Slot of WS-ADJ-KEY, opened if new.  A run proposing more
      *  than the table holds says so in the error log; the
      *  proposals past that point may then double-book seats, which
      *  ASSIGN_MAINT and the scheduling office will still catch.
           PERFORM FIND-ADJ-PARAGRAPH
           IF WS-ADJ-SLOT EQUAL ZERO THEN
               IF WS-ADJ-USED < WS-ADJ-MAX THEN
                   ADD 1 TO WS-ADJ-USED
                   MOVE WS-ADJ-USED TO WS-ADJ-SLOT
                   MOVE WS-ADJ-KEY  TO ADJ-SECTION-ID (WS-ADJ-SLOT)
                   MOVE ZERO        TO ADJ-ADDED (WS-ADJ-SLOT)
                   MOVE SPACES      TO ADJ-STATE (WS-ADJ-SLOT)
               ELSE
                   MOVE "SECTION TABLE FULL" TO WS-ERR-CONTEXT
                   MOVE ZERO                 TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
               END-IF
           END-IF.

       FIND-TALLY-PARAGRAPH.
           MOVE ZERO TO WS-TALLY-SLOT
           PERFORM VARYING WS-TALLY-SUB FROM 1 BY 1
                   UNTIL WS-TALLY-SUB > WS-TALLY-USED
               IF TLY-EMP-ID (WS-TALLY-SUB) EQUAL OT-EMP-ID THEN
                   MOVE WS-TALLY-SUB TO WS-TALLY-SLOT
               END-IF
           END-PERFORM.

       BUMP-TALLY-PARAGRAPH.
           PERFORM FIND-TALLY-PARAGRAPH
           IF WS-TALLY-SLOT EQUAL ZERO THEN
               IF WS-TALLY-USED < WS-TALLY-MAX THEN
                   ADD 1 TO WS-TALLY-USED
                   MOVE WS-TALLY-USED TO WS-TALLY-SLOT
                   MOVE OT-EMP-ID     TO TLY-EMP-ID (WS-TALLY-SLOT)
                   MOVE ZERO          TO TLY-COUNT (WS-TALLY-SLOT)
               ELSE
                   MOVE "TEACHER TALLY FULL" TO WS-ERR-CONTEXT
                   MOVE ZERO                 TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
               END-IF
           END-IF
           IF WS-TALLY-SLOT > ZERO THEN
               ADD 1 TO TLY-COUNT (WS-TALLY-SLOT)
           END-IF.

       BOOK-SLOT-PARAGRAPH.
           IF WS-SLOT-USED < WS-SLOT-MAX THEN
               ADD 1 TO WS-SLOT-USED
               MOVE OT-EMP-ID     TO SLT-EMP-ID (WS-SLOT-USED)
               MOVE SB-TERM-CODE  TO SLT-TERM-CODE (WS-SLOT-USED)
               MOVE SB-PERIOD     TO SLT-PERIOD (WS-SLOT-USED)
               MOVE SB-MEET-DAYS  TO SLT-MEET-DAYS (WS-SLOT-USED)
           ELSE
               MOVE "TEACHER SLOTS FULL" TO WS-ERR-CONTEXT
               MOVE ZERO                 TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE REPORT-LINE TO BALANCE-RPT-REC
           WRITE BALANCE-RPT-REC
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
