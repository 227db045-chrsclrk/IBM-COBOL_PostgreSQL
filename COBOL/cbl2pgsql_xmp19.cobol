       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "ABSENCE_COVER".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The day's absences as the front office takes them by phone;
      *  OPTIONAL so a morning with nobody out reads as empty instead
      *  of abending.
           SELECT OPTIONAL ABSENCE-FILE ASSIGN TO "ABSFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "ABSREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  The call-out sheet: one line per section per school day of
      *  each absence, saying who covers it or why nobody does.
           SELECT CALLOUT-RPT-FILE ASSIGN TO "CALLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ABSERR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  One absence: who is out, first and last day (inclusive, in
      *  the YYYY-MM-DD shape the other dates carry), why, and
      *  whether it is a full or a partial day.
       FD  ABSENCE-FILE.
       01  ABSENCE-REC.
           10  ABS-EMP-ID         PIC X(6).
           10  ABS-START-DATE     PIC X(10).
           10  ABS-END-DATE       PIC X(10).
           10  ABS-REASON-CODE    PIC X(4).
               88  ABS-REASON-VALID
                                  VALUE "SICK" "PD  " "JURY" "PERS"
                                        "BRVT" "OTHR".
           10  ABS-DAY-TYPE       PIC X(1).
               88  ABS-FULL-DAY   VALUE "F".
               88  ABS-PARTIAL-DAY
                                  VALUE "P".

      *  Rejected absences, same layout as ABSFEED with a reason code
      *  appended, so the front office can correct and rekey them.
       FD  REJECT-FILE.
       01  REJECT-REC.
           10  REJ-TXN-IMAGE      PIC X(31).
           10  REJ-REASON-CODE    PIC X(6).

       FD  CALLOUT-RPT-FILE.
       01  CALLOUT-RPT-REC        PIC X(110).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  PGSQL-CONNECT.
           10  DB-NAME            PIC X(18) VALUE "AD22".
       01  WS-DB-NAME-OVERRIDE    PIC X(18) VALUE SPACES.
      *  Host variables for the absent teacher, the section being
      *  covered on one day, and the substitute candidate.
       01  COVER-HOST-VARS.
           10  CV-ABS-EMP-ID      PIC X(6)  VALUE SPACES.
           10  CV-ABS-DEPT        PIC X(4)  VALUE SPACES.
           10  CV-ABS-LAST-NAME   PIC X(8)  VALUE SPACES.
           10  CV-START-DATE      PIC X(10) VALUE SPACES.
           10  CV-END-DATE        PIC X(10) VALUE SPACES.
           10  CV-REASON-CODE     PIC X(4)  VALUE SPACES.
           10  CV-DAY-TYPE        PIC X(1)  VALUE SPACES.
               88  CV-FULL-DAY    VALUE "F".
           10  CV-COVER-DATE      PIC X(10) VALUE SPACES.
           10  CV-SECTION-ID      PIC X(8)  VALUE SPACES.
           10  CV-COURSE-CODE     PIC X(8)  VALUE SPACES.
           10  CV-TERM-CODE       PIC X(6)  VALUE SPACES.
           10  CV-PERIOD          PIC X(2)  VALUE SPACES.
           10  CV-MEET-DAYS       PIC X(5)  VALUE SPACES.
      *  The cover date's place in a meeting-days pattern, MTWRF.
           10  CV-DAY-POS         PIC S9(4) COMP-5 VALUE ZERO.
           10  CV-CRS-DEPT        PIC X(4)  VALUE SPACES.
           10  CV-SUB-EMP-ID      PIC X(6)  VALUE SPACES.
           10  CV-SUB-DEPT        PIC X(4)  VALUE SPACES.
           10  CV-SUB-FIRST-NAME  PIC X(8)  VALUE SPACES.
           10  CV-SUB-LAST-NAME   PIC X(8)  VALUE SPACES.
      *  A cover booked earlier for a teacher who is now out: the
      *  section-day it was for, to be released and covered again.
       01  RELEASE-HOST-VARS.
           10  RL-SUB-EMP-ID      PIC X(6)  VALUE SPACES.
           10  RL-COVER-DATE      PIC X(10) VALUE SPACES.
           10  RL-SECTION-ID      PIC X(8)  VALUE SPACES.
           10  RL-COURSE-CODE     PIC X(8)  VALUE SPACES.
           10  RL-ABSENT-EMP-ID   PIC X(6)  VALUE SPACES.
           10  RL-REASON-CODE     PIC X(4)  VALUE SPACES.
           10  RL-DAY-TYPE        PIC X(1)  VALUE SPACES.
       01  WS-ABS-EOF-SWITCH      PIC X(1) VALUE "N".
           88  ABSENCE-FILE-EOF   VALUE "Y".
       01  WS-SECT-EOF-SWITCH     PIC X(1) VALUE "N".
           88  SECTION-ROWS-EOF   VALUE "Y".
       01  WS-SUB-EOF-SWITCH      PIC X(1) VALUE "N".
           88  SUB-CURSOR-EOF     VALUE "Y".
       01  WS-REL-EOF-SWITCH      PIC X(1) VALUE "N".
           88  RELEASE-ROWS-EOF   VALUE "Y".
       01  WS-MATCH-SWITCH        PIC X(1) VALUE "N".
           88  SUB-MATCHED        VALUE "Y".
       01  WS-ELIG-SWITCH         PIC X(1) VALUE "N".
           88  SUB-ELIGIBLE       VALUE "Y".
           88  SUB-INELIGIBLE     VALUE "N".
      *  Set when a candidate was passed over only because they are
      *  already in a room in that period, so the call-out sheet can
      *  say why a section-day went unfilled.
       01  WS-CLASH-SWITCH        PIC X(1) VALUE "N".
           88  SUB-CLASH-SEEN     VALUE "Y".
      *  Every absence on the feed that passes its edits, loaded
      *  before any cover is booked and then covered from here, so a
      *  teacher out anywhere in the morning's feed is never called
      *  in to cover, whatever order the office keyed the calls in.
       01  WS-ABSENT-MAX          PIC 9(3)  VALUE 500 COMP.
       01  WS-ABSENT-USED         PIC 9(3)  VALUE ZERO COMP.
       01  WS-ABSENT-SUB          PIC 9(3)  VALUE ZERO COMP.
       01  WS-COVER-SUB           PIC 9(3)  VALUE ZERO COMP.
       01  ABSENT-TABLE.
           10  ABSENT-ENTRY OCCURS 500 TIMES.
               15  ABT-EMP-ID     PIC X(6).
               15  ABT-DEPT       PIC X(4).
               15  ABT-LAST-NAME  PIC X(8).
               15  ABT-START-DATE PIC X(10).
               15  ABT-END-DATE   PIC X(10).
               15  ABT-REASON-CODE
                                  PIC X(4).
               15  ABT-DAY-TYPE   PIC X(1).
               15  ABT-START-DAY  PIC S9(9) COMP.
               15  ABT-END-DAY    PIC S9(9) COMP.
       01  WS-EDIT-SWITCH         PIC X(1) VALUE "Y".
           88  TXN-EDIT-PASSED    VALUE "Y".
           88  TXN-EDIT-FAILED    VALUE "N".
       01  WS-REJ-REASON          PIC X(6) VALUE SPACES.
       01  WS-ERROR-LOG.
           10  WS-ERR-CONTEXT     PIC X(20) VALUE SPACES.
           10  WS-ERR-SQLCODE     PIC -9(4).
       01  WS-ERR-TS-DATE         PIC 9(8).
       01  WS-ERR-TS-TIME         PIC 9(8).
       01  WS-ABSENCE-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-REJECT-COUNT        PIC 9(6) VALUE ZERO COMP.
       01  WS-SECTION-DAY-COUNT   PIC 9(6) VALUE ZERO COMP.
       01  WS-COVERED-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-UNFILLED-COUNT      PIC 9(6) VALUE ZERO COMP.
       01  WS-ERROR-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-DAY-SECTION-COUNT   PIC 9(6) VALUE ZERO COMP.
       01  WS-EXISTS-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-BOOKED-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
      *  MAX_SECTIONS caps how many sections one substitute may carry,
      *  the same cap ASSIGN_MAINT and SUB_ASSIGN enforce; the value
      *  arrives left-justified from the environment.
       01  WS-LOAD-CAP-IN         PIC X(6)  VALUE SPACES.
       01  WS-LOAD-CAP-CHECK      PIC X(6)  VALUE SPACES.
       01  WS-LOAD-CAP            PIC 9(6)  VALUE ZERO COMP.
      *  An absence longer than this is a leave, not a call-out, and
      *  goes through the long-term substitute process instead.
       01  WS-MAX-SPAN-DAYS       PIC 9(4)  VALUE 31 COMP.
       01  WS-UNFILLED-REASON     PIC X(12) VALUE SPACES.
       01  WS-DAY-TYPE-TEXT       PIC X(7)  VALUE SPACES.
      *  Same calendar-date edit TEACHER_MAINT applies to its hire
      *  and effective dates.
       01  DAYS-IN-MONTH-VALUES   PIC X(24) VALUE
           "312831303130313130313031".
       01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
           10  DAYS-IN-MONTH      PIC 9(2) OCCURS 12 TIMES.
       01  WS-EDIT-DATE.
           10  WS-EDIT-YYYY       PIC X(4).
           10  WS-EDIT-SEP-1      PIC X(1).
           10  WS-EDIT-MM         PIC X(2).
           10  WS-EDIT-SEP-2      PIC X(1).
           10  WS-EDIT-DD         PIC X(2).
       01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE.
           10  WS-EDIT-YYYY-N     PIC 9(4).
           10  FILLER             PIC X(1).
           10  WS-EDIT-MM-N       PIC 9(2).
           10  FILLER             PIC X(1).
           10  WS-EDIT-DD-N       PIC 9(2).
       01  WS-LEAP-REMAINDER      PIC 9(4) VALUE ZERO COMP.
       01  WS-LEAP-QUOTIENT       PIC 9(4) VALUE ZERO COMP.
       01  WS-DATE-SWITCH         PIC X(1) VALUE "N".
           88  EDIT-DATE-VALID    VALUE "Y".
           88  EDIT-DATE-INVALID  VALUE "N".
      *  Walking an absence a day at a time: each ISO date is turned
      *  into a day number, and each day number back into the ISO
      *  date the sub_coverage rows and certification dates carry.
       01  WS-WORK-DATE.
           10  WS-WORK-YYYY       PIC 9(4).
           10  WS-WORK-MM         PIC 9(2).
           10  WS-WORK-DD         PIC 9(2).
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                  PIC 9(8).
       01  WS-START-DAY           PIC S9(9) VALUE ZERO COMP.
       01  WS-END-DAY             PIC S9(9) VALUE ZERO COMP.
       01  WS-DAY-NUMBER          PIC S9(9) VALUE ZERO COMP.
       01  WS-WEEK-QUOTIENT       PIC S9(9) VALUE ZERO COMP.
      *  Day numbers count from Monday 1601-01-01 as day 1, so the
      *  remainder after dividing by 7 is 6 on a Saturday and 0 on a
      *  Sunday.
       01  WS-WEEKDAY             PIC 9(1)  VALUE ZERO.
           88  WEEKEND-DAY        VALUE 6 0.
       01  WS-RUN-DATE.
           10  WS-RUN-YYYY        PIC 9(4).
           10  WS-RUN-MM          PIC 9(2).
           10  WS-RUN-DD          PIC 9(2).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                  PIC 9(8).
       01  WS-RUN-DATE-ISO        PIC X(10) VALUE SPACES.
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
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-RUN-MM   DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-RUN-DD   DELIMITED BY SIZE
               INTO WS-RUN-DATE-ISO
           END-STRING.

      *  The absent teacher's sections, walked once for every school
      *  day of the absence.
           EXEC SQL
               DECLARE SECT_CURSOR CURSOR FOR
               SELECT section_id, course_code,
                      COALESCE(term_code, ' '),
                      COALESCE(period, ' '),
                      COALESCE(meeting_days, ' ')
               FROM class_assignments
               WHERE employee_id = :CV-ABS-EMP-ID
               ORDER BY section_id
           END-EXEC.

      *  Candidates for one section on one day: the same pool
      *  SUB_ASSIGN draws from, available substitutes in the absent
      *  teacher's department in employee-id order, never the absent
      *  teacher themselves.
           EXEC SQL
               DECLARE SUB_CURSOR CURSOR FOR
               SELECT employee_id, first_name, last_name
               FROM substitutes
               WHERE department   = :CV-ABS-DEPT
                 AND available    = 'Y'
                 AND employee_id <> :CV-ABS-EMP-ID
               ORDER BY employee_id
           END-EXEC.

      *  Covers the absent teacher was booked to give, on the days
      *  they are now out themselves.
           EXEC SQL
               DECLARE RELEASE_CURSOR CURSOR FOR
               SELECT cover_date, section_id, course_code,
                      absent_emp_id, reason_code, day_type
               FROM sub_coverage
               WHERE sub_emp_id  = :RL-SUB-EMP-ID
                 AND cover_date >= :CV-START-DATE
                 AND cover_date <= :CV-END-DATE
               ORDER BY cover_date, section_id
           END-EXEC.

           OPEN INPUT  ABSENCE-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT CALLOUT-RPT-FILE.
           OPEN OUTPUT ERROR-LOG-FILE.

           STRING "Substitute call-out sheet for absences taken "
                      DELIMITED BY SIZE
                  WS-RUN-DATE-ISO
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

           PERFORM UNTIL ABSENCE-FILE-EOF
               READ ABSENCE-FILE
                   AT END
                       SET ABSENCE-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ABSENCE-PARAGRAPH
               END-READ
           END-PERFORM.

           PERFORM COVER-ABSENCE-PARAGRAPH
               VARYING WS-COVER-SUB FROM 1 BY 1
               UNTIL WS-COVER-SUB > WS-ABSENT-USED.

           IF WS-ABSENCE-COUNT EQUAL ZERO THEN
               MOVE "No absences on the feed" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

      *  The bookings stand as one unit of work for the morning.
           EXEC SQL
               COMMIT
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "COMMIT"            TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           CLOSE ABSENCE-FILE.
           CLOSE REJECT-FILE.
           CLOSE CALLOUT-RPT-FILE.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "DISCONNECT"        TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

           CLOSE ERROR-LOG-FILE.

           DISPLAY "+++ Absence call-out run complete. +++"
           DISPLAY "+++ Absences read:        " WS-ABSENCE-COUNT
           DISPLAY "+++ Absences rejected:    " WS-REJECT-COUNT
           DISPLAY "+++ Section-days to fill: " WS-SECTION-DAY-COUNT
           DISPLAY "+++ Section-days covered: " WS-COVERED-COUNT
           DISPLAY "+++ Section-days open:    " WS-UNFILLED-COUNT
           DISPLAY "+++ Errors:               " WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       PROCESS-ABSENCE-PARAGRAPH.
      *  Edit and hold; nothing is booked until the whole feed is in.
           ADD 1 TO WS-ABSENCE-COUNT
           PERFORM EDIT-ABSENCE-PARAGRAPH
           IF TXN-EDIT-PASSED THEN
               PERFORM LOAD-ABSENCE-PARAGRAPH
           END-IF
           IF TXN-EDIT-FAILED THEN
               PERFORM WRITE-REJECT-PARAGRAPH
           END-IF.

       LOAD-ABSENCE-PARAGRAPH.
      *  An absence the table has no room for is rejected to be
      *  rekeyed on a second run, not covered blind.
           IF WS-ABSENT-USED < WS-ABSENT-MAX THEN
               ADD 1 TO WS-ABSENT-USED
               MOVE CV-ABS-EMP-ID    TO ABT-EMP-ID (WS-ABSENT-USED)
               MOVE CV-ABS-DEPT      TO ABT-DEPT (WS-ABSENT-USED)
               MOVE CV-ABS-LAST-NAME TO ABT-LAST-NAME (WS-ABSENT-USED)
               MOVE CV-START-DATE    TO ABT-START-DATE (WS-ABSENT-USED)
               MOVE CV-END-DATE      TO ABT-END-DATE (WS-ABSENT-USED)
               MOVE CV-REASON-CODE
                   TO ABT-REASON-CODE (WS-ABSENT-USED)
               MOVE CV-DAY-TYPE      TO ABT-DAY-TYPE (WS-ABSENT-USED)
               MOVE WS-START-DAY     TO ABT-START-DAY (WS-ABSENT-USED)
               MOVE WS-END-DAY       TO ABT-END-DAY (WS-ABSENT-USED)
           ELSE
               MOVE "ABSENT TABLE FULL" TO WS-ERR-CONTEXT
               MOVE ZERO                TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               MOVE "TBLFUL" TO WS-REJ-REASON
               SET TXN-EDIT-FAILED TO TRUE
           END-IF.

       TAKE-ABSENCE-PARAGRAPH.
      *  The held absence at WS-COVER-SUB back into the host fields.
           MOVE ABT-EMP-ID (WS-COVER-SUB)      TO CV-ABS-EMP-ID
           MOVE ABT-DEPT (WS-COVER-SUB)        TO CV-ABS-DEPT
           MOVE ABT-LAST-NAME (WS-COVER-SUB)   TO CV-ABS-LAST-NAME
           MOVE ABT-START-DATE (WS-COVER-SUB)  TO CV-START-DATE
           MOVE ABT-END-DATE (WS-COVER-SUB)    TO CV-END-DATE
           MOVE ABT-REASON-CODE (WS-COVER-SUB) TO CV-REASON-CODE
           MOVE ABT-DAY-TYPE (WS-COVER-SUB)    TO CV-DAY-TYPE
           MOVE ABT-START-DAY (WS-COVER-SUB)   TO WS-START-DAY
           MOVE ABT-END-DAY (WS-COVER-SUB)     TO WS-END-DAY.

       EDIT-ABSENCE-PARAGRAPH.
      *  Field edits first, then the teacher must be an active row:
      *  there is nobody to cover for otherwise.
           SET TXN-EDIT-PASSED TO TRUE
           MOVE SPACES TO WS-REJ-REASON
           MOVE ABS-EMP-ID       TO CV-ABS-EMP-ID
           MOVE ABS-START-DATE   TO CV-START-DATE
           MOVE ABS-END-DATE     TO CV-END-DATE
           MOVE ABS-REASON-CODE  TO CV-REASON-CODE
           MOVE ABS-DAY-TYPE     TO CV-DAY-TYPE

           IF ABS-EMP-ID EQUAL SPACES
              OR ABS-EMP-ID NOT NUMERIC THEN
               MOVE "EMPID " TO WS-REJ-REASON
               SET TXN-EDIT-FAILED TO TRUE
           END-IF

           IF TXN-EDIT-PASSED THEN
               MOVE ABS-START-DATE TO WS-EDIT-DATE
               PERFORM EDIT-DATE-PARAGRAPH
               IF EDIT-DATE-INVALID THEN
                   MOVE "STRDTE" TO WS-REJ-REASON
                   SET TXN-EDIT-FAILED TO TRUE
               ELSE
                   PERFORM DATE-TO-DAY-PARAGRAPH
                   MOVE WS-DAY-NUMBER TO WS-START-DAY
               END-IF
           END-IF

           IF TXN-EDIT-PASSED THEN
               MOVE ABS-END-DATE TO WS-EDIT-DATE
               PERFORM EDIT-DATE-PARAGRAPH
               IF EDIT-DATE-INVALID THEN
                   MOVE "ENDDTE" TO WS-REJ-REASON
                   SET TXN-EDIT-FAILED TO TRUE
               ELSE
                   PERFORM DATE-TO-DAY-PARAGRAPH
                   MOVE WS-DAY-NUMBER TO WS-END-DAY
               END-IF
           END-IF

      *  Backwards ranges and leave-length ranges both bounce.
           IF TXN-EDIT-PASSED THEN
               IF WS-END-DAY < WS-START-DAY
                  OR WS-END-DAY - WS-START-DAY >= WS-MAX-SPAN-DAYS
               THEN
                   MOVE "SPAN  " TO WS-REJ-REASON
                   SET TXN-EDIT-FAILED TO TRUE
               END-IF
           END-IF

           IF TXN-EDIT-PASSED AND NOT ABS-REASON-VALID THEN
               MOVE "REASON" TO WS-REJ-REASON
               SET TXN-EDIT-FAILED TO TRUE
           END-IF

           IF TXN-EDIT-PASSED
              AND NOT ABS-FULL-DAY AND NOT ABS-PARTIAL-DAY THEN
               MOVE "DAYTYP" TO WS-REJ-REASON
               SET TXN-EDIT-FAILED TO TRUE
           END-IF

           IF TXN-EDIT-PASSED THEN
               PERFORM CHECK-TEACHER-PARAGRAPH
           END-IF.

       EDIT-DATE-PARAGRAPH.
      *  WS-EDIT-DATE must be a real YYYY-MM-DD calendar date, with
      *  February 29 allowed only in leap years.
           SET EDIT-DATE-INVALID TO TRUE
           IF WS-EDIT-YYYY NUMERIC
              AND WS-EDIT-MM NUMERIC
              AND WS-EDIT-DD NUMERIC
              AND WS-EDIT-SEP-1 EQUAL "-"
              AND WS-EDIT-SEP-2 EQUAL "-"
           THEN
               IF WS-EDIT-MM-N >= 1 AND WS-EDIT-MM-N <= 12
                  AND WS-EDIT-DD-N >= 1
                  AND WS-EDIT-DD-N <= DAYS-IN-MONTH (WS-EDIT-MM-N)
               THEN
                   SET EDIT-DATE-VALID TO TRUE
               END-IF
               IF WS-EDIT-MM-N EQUAL 2 AND WS-EDIT-DD-N EQUAL 29 THEN
                   PERFORM CHECK-LEAP-YEAR-PARAGRAPH
               END-IF
           END-IF.

       CHECK-LEAP-YEAR-PARAGRAPH.
      *  February 29: valid when the year divides by 4, except century
      *  years, which must divide by 400.
           SET EDIT-DATE-INVALID TO TRUE
           DIVIDE WS-EDIT-YYYY-N BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER EQUAL ZERO THEN
               SET EDIT-DATE-VALID TO TRUE
               DIVIDE WS-EDIT-YYYY-N BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER EQUAL ZERO THEN
                   DIVIDE WS-EDIT-YYYY-N BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT EQUAL ZERO THEN
                       SET EDIT-DATE-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       DATE-TO-DAY-PARAGRAPH.
      *  WS-EDIT-DATE, already edited, to its day number.
           MOVE WS-EDIT-YYYY-N TO WS-WORK-YYYY
           MOVE WS-EDIT-MM-N   TO WS-WORK-MM
           MOVE WS-EDIT-DD-N   TO WS-WORK-DD
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-N).

       CHECK-TEACHER-PARAGRAPH.
      *  The absent teacher's own department picks the substitute
      *  pool, the same way SUB_ASSIGN keys on the terminated
      *  teacher's department.
           MOVE SPACES TO CV-ABS-DEPT
           MOVE SPACES TO CV-ABS-LAST-NAME
           EXEC SQL
               SELECT department, last_name
                 INTO :CV-ABS-DEPT, :CV-ABS-LAST-NAME
               FROM teachers
               WHERE employee_id = :CV-ABS-EMP-ID
                 AND status = 'A'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   MOVE "NOACTV" TO WS-REJ-REASON
                   SET TXN-EDIT-FAILED TO TRUE
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE "CHECK TEACHER"     TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "TCHCHK" TO WS-REJ-REASON
                   SET TXN-EDIT-FAILED TO TRUE
           END-EVALUATE.

       COVER-ABSENCE-PARAGRAPH.
      *  A rekeyed or corrected absence replaces whatever was booked
      *  for the same teacher over the same days, so a rerun of the
      *  morning's feed never double-books a section.  Covers are
      *  held in sub_coverage only: the regular teacher keeps the
      *  class_assignments row and no ASGTXN is written.  The absence
      *  itself is kept a school day to a row in teacher_absences,
      *  so a later morning's run knows who is out even on a day
      *  nothing of theirs needed covering.
           PERFORM TAKE-ABSENCE-PARAGRAPH
           IF CV-FULL-DAY THEN
               MOVE "FULL"    TO WS-DAY-TYPE-TEXT
           ELSE
               MOVE "PARTIAL" TO WS-DAY-TYPE-TEXT
           END-IF
           STRING "ABSENCE EMP "     DELIMITED BY SIZE
                  CV-ABS-EMP-ID      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CV-ABS-LAST-NAME   DELIMITED BY SPACE
                  " DEPT "           DELIMITED BY SIZE
                  CV-ABS-DEPT        DELIMITED BY SIZE
                  " FROM "           DELIMITED BY SIZE
                  CV-START-DATE      DELIMITED BY SIZE
                  " TO "             DELIMITED BY SIZE
                  CV-END-DATE        DELIMITED BY SIZE
                  " REASON "         DELIMITED BY SIZE
                  CV-REASON-CODE     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DAY-TYPE-TEXT   DELIMITED BY SPACE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH

           EXEC SQL
               DELETE FROM sub_coverage
               WHERE absent_emp_id = :CV-ABS-EMP-ID
                 AND cover_date   >= :CV-START-DATE
                 AND cover_date   <= :CV-END-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100 THEN
               MOVE "CLEAR sub_coverage" TO WS-ERR-CONTEXT
               MOVE SQLCODE              TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           EXEC SQL
               DELETE FROM teacher_absences
               WHERE employee_id  = :CV-ABS-EMP-ID
                 AND absent_date >= :CV-START-DATE
                 AND absent_date <= :CV-END-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100 THEN
               MOVE "CLEAR absences"    TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
           END-IF

      *  Re-covering released section-days borrows the host fields,
      *  so the absence is taken again before its own days are done.
           PERFORM RELEASE-COVERS-PARAGRAPH
           PERFORM TAKE-ABSENCE-PARAGRAPH

           PERFORM VARYING WS-DAY-NUMBER FROM WS-START-DAY BY 1
                   UNTIL WS-DAY-NUMBER > WS-END-DAY
               DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-QUOTIENT
                   REMAINDER WS-WEEKDAY
               IF NOT WEEKEND-DAY THEN
                   PERFORM COVER-DAY-PARAGRAPH
               END-IF
           END-PERFORM.

       RELEASE-COVERS-PARAGRAPH.
      *  A teacher booked by an earlier run to cover someone else's
      *  section on a day they are now out gives that cover back.
           MOVE CV-ABS-EMP-ID TO RL-SUB-EMP-ID
           MOVE "N" TO WS-REL-EOF-SWITCH
           EXEC SQL
               OPEN RELEASE_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN RELEASE_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET RELEASE-ROWS-EOF       TO TRUE
           END-IF

           PERFORM UNTIL RELEASE-ROWS-EOF
               EXEC SQL
                   FETCH RELEASE_CURSOR
                       INTO :RL-COVER-DATE,
                            :RL-SECTION-ID,
                            :RL-COURSE-CODE,
                            :RL-ABSENT-EMP-ID,
                            :RL-REASON-CODE,
                            :RL-DAY-TYPE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET RELEASE-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH RELEASE_CURSOR" TO WS-ERR-CONTEXT
                       MOVE SQLCODE               TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET RELEASE-ROWS-EOF       TO TRUE
                   WHEN OTHER
                       PERFORM RELEASE-COVER-PARAGRAPH
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE RELEASE_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE RELEASE_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE                TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

       RELEASE-COVER-PARAGRAPH.
           EXEC SQL
               DELETE FROM sub_coverage
               WHERE sub_emp_id = :RL-SUB-EMP-ID
                 AND cover_date = :RL-COVER-DATE
                 AND section_id = :RL-SECTION-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "RELEASE cover"     TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               STRING "  "              DELIMITED BY SIZE
                      RL-COVER-DATE     DELIMITED BY SIZE
                      " RELEASED SECTION " DELIMITED BY SIZE
                      RL-SECTION-ID     DELIMITED BY SIZE
                      " COURSE "        DELIMITED BY SIZE
                      RL-COURSE-CODE    DELIMITED BY SIZE
                      " - WAS COVERING FOR EMP " DELIMITED BY SIZE
                      RL-ABSENT-EMP-ID  DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               PERFORM RECOVER-SECTION-PARAGRAPH
           END-IF.

       RECOVER-SECTION-PARAGRAPH.
      *  The released section-day goes through the same search as any
      *  other, for the teacher it was first covered for: their
      *  department's pool, the section's period and meeting days,
      *  and the cover date's weekday.
           MOVE RL-ABSENT-EMP-ID TO CV-ABS-EMP-ID
           MOVE RL-COVER-DATE    TO CV-COVER-DATE
           MOVE RL-SECTION-ID    TO CV-SECTION-ID
           MOVE RL-COURSE-CODE   TO CV-COURSE-CODE
           MOVE RL-REASON-CODE   TO CV-REASON-CODE
           MOVE RL-DAY-TYPE      TO CV-DAY-TYPE
           MOVE CV-COVER-DATE    TO WS-EDIT-DATE
           PERFORM DATE-TO-DAY-PARAGRAPH
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY
           MOVE WS-WEEKDAY TO CV-DAY-POS
           MOVE SPACES TO CV-ABS-DEPT CV-TERM-CODE CV-PERIOD
                          CV-MEET-DAYS
           EXEC SQL
               SELECT t.department,
                      COALESCE(a.term_code, ' '),
                      COALESCE(a.period, ' '),
                      COALESCE(a.meeting_days, ' ')
                 INTO :CV-ABS-DEPT, :CV-TERM-CODE, :CV-PERIOD,
                      :CV-MEET-DAYS
               FROM class_assignments a, teachers t
               WHERE a.section_id  = :CV-SECTION-ID
                 AND t.employee_id = :CV-ABS-EMP-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   ADD 1 TO WS-SECTION-DAY-COUNT
                   MOVE "NO SECTION" TO WS-UNFILLED-REASON
                   PERFORM WRITE-UNFILLED-PARAGRAPH
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE "SELECT released"   TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
                   ADD 1 TO WS-SECTION-DAY-COUNT
                   MOVE "SQL ERROR" TO WS-UNFILLED-REASON
                   PERFORM WRITE-UNFILLED-PARAGRAPH
               WHEN OTHER
                   PERFORM COVER-SECTION-PARAGRAPH
           END-EVALUATE.

       COVER-DAY-PARAGRAPH.
      *  One school day of the absence: every section the teacher
      *  holds that meets that weekday needs somebody in the room.
      *  A section with no meeting pattern yet is covered every day.
           MOVE WS-WEEKDAY TO CV-DAY-POS
           MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
               TO WS-WORK-DATE-N
           STRING WS-WORK-YYYY DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-WORK-MM   DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-WORK-DD   DELIMITED BY SIZE
               INTO CV-COVER-DATE
           END-STRING
           PERFORM RECORD-ABSENT-DAY-PARAGRAPH
           MOVE ZERO TO WS-DAY-SECTION-COUNT
           MOVE "N"  TO WS-SECT-EOF-SWITCH

           EXEC SQL
               OPEN SECT_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN SECT_CURSOR"  TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET SECTION-ROWS-EOF     TO TRUE
           END-IF

           PERFORM UNTIL SECTION-ROWS-EOF
               EXEC SQL
                   FETCH SECT_CURSOR
                       INTO :CV-SECTION-ID,
                            :CV-COURSE-CODE,
                            :CV-TERM-CODE,
                            :CV-PERIOD,
                            :CV-MEET-DAYS
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET SECTION-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH SECT_CURSOR" TO WS-ERR-CONTEXT
                       MOVE SQLCODE             TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET SECTION-ROWS-EOF     TO TRUE
                   WHEN CV-MEET-DAYS NOT EQUAL SPACES
                        AND CV-MEET-DAYS (WS-WEEKDAY:1) EQUAL SPACE
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-DAY-SECTION-COUNT
                       PERFORM COVER-SECTION-PARAGRAPH
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE SECT_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE SECT_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF

           IF WS-DAY-SECTION-COUNT EQUAL ZERO THEN
               STRING "  "              DELIMITED BY SIZE
                      CV-COVER-DATE     DELIMITED BY SIZE
                      " NO SECTIONS MEET - NOTHING TO COVER"
                                        DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

       RECORD-ABSENT-DAY-PARAGRAPH.
           EXEC SQL
               INSERT INTO teacher_absences
                   (employee_id, absent_date, reason_code, day_type,
                    booked_date)
               VALUES
                   (:CV-ABS-EMP-ID, :CV-COVER-DATE, :CV-REASON-CODE,
                    :CV-DAY-TYPE, :WS-RUN-DATE-N)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "INSERT absence"    TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       COVER-SECTION-PARAGRAPH.
      *  The course's catalog department drives the certification
      *  and department tests, exactly as in SUB_ASSIGN.
           ADD 1 TO WS-SECTION-DAY-COUNT
           MOVE SPACES TO CV-CRS-DEPT
           EXEC SQL
               SELECT department INTO :CV-CRS-DEPT
               FROM course_catalog
               WHERE course_code = :CV-COURSE-CODE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   MOVE "NO CATALOG" TO WS-UNFILLED-REASON
                   PERFORM WRITE-UNFILLED-PARAGRAPH
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE "SELECT catalog"   TO WS-ERR-CONTEXT
                   MOVE SQLCODE            TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "SQL ERROR" TO WS-UNFILLED-REASON
                   PERFORM WRITE-UNFILLED-PARAGRAPH
               WHEN OTHER
                   PERFORM FIND-SUB-PARAGRAPH
           END-EVALUATE.

       FIND-SUB-PARAGRAPH.
           MOVE "N" TO WS-SUB-EOF-SWITCH
           MOVE "N" TO WS-MATCH-SWITCH
           MOVE "N" TO WS-CLASH-SWITCH
           EXEC SQL
               OPEN SUB_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN SUB_CURSOR"   TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET SUB-CURSOR-EOF       TO TRUE
           END-IF

           PERFORM UNTIL SUB-MATCHED OR SUB-CURSOR-EOF
               EXEC SQL
                   FETCH SUB_CURSOR
                       INTO :CV-SUB-EMP-ID,
                            :CV-SUB-FIRST-NAME,
                            :CV-SUB-LAST-NAME
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET SUB-CURSOR-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH SUB_CURSOR"  TO WS-ERR-CONTEXT
                       MOVE SQLCODE             TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET SUB-CURSOR-EOF       TO TRUE
                   WHEN OTHER
                       PERFORM CHECK-SUB-PARAGRAPH
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE SUB_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE SUB_CURSOR"  TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF

           IF SUB-MATCHED THEN
               PERFORM BOOK-COVER-PARAGRAPH
           ELSE
               IF SUB-CLASH-SEEN THEN
                   MOVE "PERIOD CLASH" TO WS-UNFILLED-REASON
               ELSE
                   MOVE "NO SUB FREE" TO WS-UNFILLED-REASON
               END-IF
               PERFORM WRITE-UNFILLED-PARAGRAPH
           END-IF.

       CHECK-SUB-PARAGRAPH.
      *  SUB_ASSIGN's tests in the same order: an active teachers row
      *  in the course's department, an unexpired certification for
      *  its subject, free in the section's period, and a load under
      *  the cap; first of all, not out themselves that day.  An
      *  ineligible candidate just lets the cursor move on to the
      *  next one.
           SET SUB-ELIGIBLE TO TRUE
           PERFORM CHECK-SUB-ABSENT-PARAGRAPH
           IF SUB-ELIGIBLE THEN
               PERFORM CHECK-SUB-ACTIVE-PARAGRAPH
           END-IF
           IF SUB-ELIGIBLE THEN
               PERFORM CHECK-SUB-CERT-PARAGRAPH
           END-IF
           IF SUB-ELIGIBLE THEN
               PERFORM CHECK-SUB-CLASH-PARAGRAPH
           END-IF
           IF SUB-ELIGIBLE THEN
               PERFORM CHECK-SUB-LOAD-PARAGRAPH
           END-IF.

       CHECK-SUB-ABSENT-PARAGRAPH.
      *  Out on the day by an absence on this morning's feed, or by
      *  one an earlier run recorded.
           PERFORM VARYING WS-ABSENT-SUB FROM 1 BY 1
                   UNTIL WS-ABSENT-SUB > WS-ABSENT-USED
               IF ABT-EMP-ID (WS-ABSENT-SUB) EQUAL CV-SUB-EMP-ID
                  AND ABT-START-DAY (WS-ABSENT-SUB) <= WS-DAY-NUMBER
                  AND ABT-END-DAY (WS-ABSENT-SUB) >= WS-DAY-NUMBER
               THEN
                   SET SUB-INELIGIBLE TO TRUE
               END-IF
           END-PERFORM
           IF SUB-ELIGIBLE THEN
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-EXISTS-COUNT
                   FROM teacher_absences
                   WHERE employee_id = :CV-SUB-EMP-ID
                     AND absent_date = :CV-COVER-DATE
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO THEN
                   MOVE "CHECK SUB ABSENT"  TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
                   SET SUB-INELIGIBLE TO TRUE
               ELSE
                   IF WS-EXISTS-COUNT > ZERO THEN
                       SET SUB-INELIGIBLE TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-SUB-ACTIVE-PARAGRAPH.
           MOVE SPACES TO CV-SUB-DEPT
           EXEC SQL
               SELECT department INTO :CV-SUB-DEPT
               FROM teachers
               WHERE employee_id = :CV-SUB-EMP-ID
                 AND status = 'A'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   SET SUB-INELIGIBLE TO TRUE
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE "CHECK SUB ACTIVE"  TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
                   SET SUB-INELIGIBLE TO TRUE
               WHEN CV-SUB-DEPT NOT EQUAL CV-CRS-DEPT
                   SET SUB-INELIGIBLE TO TRUE
           END-EVALUATE.

       CHECK-SUB-CERT-PARAGRAPH.
      *  Unexpired on the day being covered, not just this morning:
      *  a certification lapsing mid-absence stops covering there.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTS-COUNT
               FROM certifications
               WHERE employee_id = :CV-SUB-EMP-ID
                 AND subject     = :CV-CRS-DEPT
                 AND expiration_date >= :CV-COVER-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CHECK SUB CERT"    TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET SUB-INELIGIBLE TO TRUE
           ELSE
               IF WS-EXISTS-COUNT EQUAL ZERO THEN
                   SET SUB-INELIGIBLE TO TRUE
               END-IF
           END-IF.

       CHECK-SUB-CLASH-PARAGRAPH.
      *  The substitute may not already be covering another section
      *  that day, or teaching one of their own this term, in the
      *  same period on the cover date's weekday.  A section with no
      *  meeting pattern yet cannot clash and is passed over.
           IF CV-PERIOD NOT EQUAL SPACES
              AND CV-MEET-DAYS NOT EQUAL SPACES THEN
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-BOOKED-COUNT
                   FROM sub_coverage s
                   JOIN class_assignments a
                     ON a.section_id = s.section_id
                   WHERE s.sub_emp_id = :CV-SUB-EMP-ID
                     AND s.cover_date = :CV-COVER-DATE
                     AND a.period     = :CV-PERIOD
                     AND SUBSTR(a.meeting_days, :CV-DAY-POS, 1)
                         <> ' '
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO THEN
                   MOVE "CHECK SUB COVERS"  TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
                   SET SUB-INELIGIBLE TO TRUE
               ELSE
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-EXISTS-COUNT
                       FROM class_assignments
                       WHERE employee_id = :CV-SUB-EMP-ID
                         AND TRIM(COALESCE(term_code, ' '))
                             = TRIM(:CV-TERM-CODE)
                         AND period = :CV-PERIOD
                         AND SUBSTR(meeting_days, :CV-DAY-POS, 1)
                             <> ' '
                   END-EXEC
                   IF SQLCODE NOT EQUAL ZERO THEN
                       MOVE "CHECK SUB CLASH"   TO WS-ERR-CONTEXT
                       MOVE SQLCODE             TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET SUB-INELIGIBLE TO TRUE
                   ELSE
                       IF WS-BOOKED-COUNT > ZERO
                          OR WS-EXISTS-COUNT > ZERO THEN
                           SET SUB-INELIGIBLE TO TRUE
                           SET SUB-CLASH-SEEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-SUB-LOAD-PARAGRAPH.
      *  A substitute's load on the day is their own class_assignments
      *  plus the covers already booked for them that day.  Tonight's
      *  bookings go into sub_coverage as they are made, so the count
      *  already includes them and no in-storage tally is needed.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTS-COUNT
               FROM class_assignments
               WHERE employee_id = :CV-SUB-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CHECK SUB LOAD"    TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET SUB-INELIGIBLE TO TRUE
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-BOOKED-COUNT
                   FROM sub_coverage
                   WHERE sub_emp_id = :CV-SUB-EMP-ID
                     AND cover_date = :CV-COVER-DATE
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO THEN
                   MOVE "CHECK SUB BOOKED"  TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
                   SET SUB-INELIGIBLE TO TRUE
               ELSE
                   IF WS-EXISTS-COUNT + WS-BOOKED-COUNT < WS-LOAD-CAP
                   THEN
                       SET SUB-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF.

       BOOK-COVER-PARAGRAPH.
      *  One temporary cover: the section, the day, who is out and
      *  who stands in.  The regular teacher's assignment is left
      *  exactly as it was.
           EXEC SQL
               INSERT INTO sub_coverage
                   (cover_date, section_id, course_code,
                    absent_emp_id, sub_emp_id, reason_code,
                    day_type, booked_date)
               VALUES
                   (:CV-COVER-DATE, :CV-SECTION-ID, :CV-COURSE-CODE,
                    :CV-ABS-EMP-ID, :CV-SUB-EMP-ID, :CV-REASON-CODE,
                    :CV-DAY-TYPE, :WS-RUN-DATE-N)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "INSERT sub_coverage" TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               MOVE "SQL ERROR" TO WS-UNFILLED-REASON
               PERFORM WRITE-UNFILLED-PARAGRAPH
           ELSE
               ADD 1 TO WS-COVERED-COUNT
               STRING "  "              DELIMITED BY SIZE
                      CV-COVER-DATE     DELIMITED BY SIZE
                      " COVERED  SECTION " DELIMITED BY SIZE
                      CV-SECTION-ID     DELIMITED BY SIZE
                      " COURSE "        DELIMITED BY SIZE
                      CV-COURSE-CODE    DELIMITED BY SIZE
                      " SUB "           DELIMITED BY SIZE
                      CV-SUB-EMP-ID     DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      CV-SUB-FIRST-NAME DELIMITED BY SPACE
                      " "               DELIMITED BY SIZE
                      CV-SUB-LAST-NAME  DELIMITED BY SPACE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

       WRITE-UNFILLED-PARAGRAPH.
      *  Caller leaves the reason text in WS-UNFILLED-REASON; these
      *  are the calls the front office still has to make by hand.
           ADD 1 TO WS-UNFILLED-COUNT
           STRING "  "               DELIMITED BY SIZE
                  CV-COVER-DATE      DELIMITED BY SIZE
                  " UNFILLED SECTION " DELIMITED BY SIZE
                  CV-SECTION-ID      DELIMITED BY SIZE
                  " COURSE "         DELIMITED BY SIZE
                  CV-COURSE-CODE     DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  WS-UNFILLED-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           MOVE SPACES TO WS-UNFILLED-REASON
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE REPORT-LINE TO CALLOUT-RPT-REC
           WRITE CALLOUT-RPT-REC
           MOVE SPACES TO REPORT-LINE.

       WRITE-REJECT-PARAGRAPH.
           MOVE ABSENCE-REC   TO REJ-TXN-IMAGE
           MOVE WS-REJ-REASON TO REJ-REASON-CODE
           WRITE REJECT-REC
           ADD 1 TO WS-REJECT-COUNT.

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
