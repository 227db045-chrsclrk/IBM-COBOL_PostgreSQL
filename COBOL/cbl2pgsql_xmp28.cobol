       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "STATE_SUB".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSION-FILE ASSIGN TO "STATESUB"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  The pre-submission edit listing: every record the state
      *  would bounce, with the reason, so the data can be corrected
      *  and the file rebuilt before it is sent.
           SELECT EDIT-RPT-FILE ASSIGN TO "STEDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "STERR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  The state's certified-staff assignment file, fixed position,
      *  80 bytes: one "H" header naming the district and the school
      *  year, a "T" record per teacher who taught in the year, an
      *  "S" record per section they taught followed under it, and a
      *  "Z" trailer carrying the record counts and the employee-id
      *  hash the state balances the load against.  Dates are
      *  YYYYMMDD; a date not on file goes as zeros.
       FD  SUBMISSION-FILE.
       01  STATE-HEADER-REC.
           10  STH-REC-TYPE       PIC X(1).
           10  STH-FILE-ID        PIC X(6).
           10  STH-DISTRICT-ID    PIC X(8).
           10  STH-YEAR-START     PIC 9(8).
           10  STH-YEAR-END       PIC 9(8).
           10  STH-CREATE-DATE    PIC 9(8).
           10  STH-CREATE-TIME    PIC 9(6).
           10  FILLER             PIC X(35).
       01  STATE-TEACHER-REC.
           10  STT-REC-TYPE       PIC X(1).
           10  STT-EMP-ID         PIC X(6).
           10  STT-LAST-NAME      PIC X(8).
           10  STT-FIRST-NAME     PIC X(8).
           10  STT-DEPT-CODE      PIC X(4).
           10  STT-HIRE-DATE      PIC 9(8).
           10  STT-STATUS         PIC X(1).
           10  FILLER             PIC X(44).
       01  STATE-SECTION-REC.
           10  STS-REC-TYPE       PIC X(1).
           10  STS-EMP-ID         PIC X(6).
           10  STS-TERM-CODE      PIC X(6).
           10  STS-SECTION-ID     PIC X(8).
           10  STS-COURSE-CODE    PIC X(8).
           10  STS-COURSE-DEPT    PIC X(4).
           10  STS-CERT-SUBJECT   PIC X(4).
           10  STS-CERT-EXPIRES   PIC 9(8).
           10  FILLER             PIC X(35).
       01  STATE-TRAILER-REC.
           10  STZ-REC-TYPE       PIC X(1).
           10  STZ-TEACHER-COUNT  PIC 9(6).
           10  STZ-SECTION-COUNT  PIC 9(6).
           10  STZ-RECORD-COUNT   PIC 9(8).
           10  STZ-EMP-HASH       PIC 9(12).
           10  FILLER             PIC X(47).

       FD  EDIT-RPT-FILE.
       01  EDIT-RPT-REC           PIC X(110).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  PGSQL-CONNECT.
           10  DB-NAME            PIC X(18) VALUE "AD22".
       01  WS-DB-NAME-OVERRIDE    PIC X(18) VALUE SPACES.
      *  SCHOOL_YEAR_START and SCHOOL_YEAR_END (YYYYMMDD) bound the
      *  year being submitted.  A term is in the year when TERM_ROLL
      *  moved it to history inside those dates; the term still in
      *  class_assignments is in it too while the year is not over.
      *  There is no default: a submission for the wrong year is
      *  worse than none.
       01  WS-YEAR-START-IN       PIC X(8)  VALUE SPACES.
       01  WS-YEAR-END-IN         PIC X(8)  VALUE SPACES.
       01  WS-YEAR-START          PIC 9(8)  VALUE ZERO.
       01  WS-YEAR-END            PIC 9(8)  VALUE ZERO.
       01  WS-INCLUDE-CURRENT     PIC X(1)  VALUE "N".
      *  STATE_DISTRICT_ID is the district number the state assigned
      *  us; it goes on the header record.
       01  WS-DISTRICT-ID         PIC X(8)  VALUE SPACES.
      *  One section taught in the year, with its teacher and course
      *  as they stand on file and the latest expiration among the
      *  teacher's certifications in the course's department.  The
      *  need date is the last day the certification had to cover:
      *  the night the term was rolled, or the end of the year for
      *  the term still running.
       01  SUBMIT-ROW.
           10  SY-EMP-ID          PIC X(6)  VALUE SPACES.
           10  SY-TERM-CODE       PIC X(6)  VALUE SPACES.
           10  SY-SECTION-ID      PIC X(8)  VALUE SPACES.
           10  SY-COURSE-CODE     PIC X(8)  VALUE SPACES.
           10  SY-NEED-DATE       PIC 9(8)  VALUE ZERO.
           10  SY-FIRST-NAME      PIC X(8)  VALUE SPACES.
           10  SY-LAST-NAME       PIC X(8)  VALUE SPACES.
           10  SY-DEPT-CODE       PIC X(4)  VALUE SPACES.
           10  SY-HIRE-DATE       PIC X(10) VALUE SPACES.
           10  SY-HIRE-PARTS REDEFINES SY-HIRE-DATE.
               15  SY-HIRE-YYYY   PIC X(4).
               15  SY-HIRE-DASH-1 PIC X(1).
               15  SY-HIRE-MM     PIC X(2).
               15  SY-HIRE-DASH-2 PIC X(1).
               15  SY-HIRE-DD     PIC X(2).
           10  SY-STATUS          PIC X(1)  VALUE SPACES.
               88  SY-STATUS-VALID  VALUE "A" "I".
           10  SY-TEACHER-FOUND   PIC X(1)  VALUE SPACES.
               88  SY-TEACHER-ON-FILE  VALUE "Y".
           10  SY-COURSE-DEPT     PIC X(4)  VALUE SPACES.
           10  SY-COURSE-FOUND    PIC X(1)  VALUE SPACES.
               88  SY-COURSE-ON-FILE   VALUE "Y".
           10  SY-CERT-EXPIRES    PIC X(10) VALUE SPACES.
           10  SY-CERT-PARTS REDEFINES SY-CERT-EXPIRES.
               15  SY-CERT-YYYY   PIC X(4).
               15  FILLER         PIC X(1).
               15  SY-CERT-MM     PIC X(2).
               15  FILLER         PIC X(1).
               15  SY-CERT-DD     PIC X(2).
       01  WS-NEED-DATE.
           10  WS-NEED-YYYY       PIC 9(4).
           10  WS-NEED-MM         PIC 9(2).
           10  WS-NEED-DD         PIC 9(2).
       01  WS-NEED-DATE-N REDEFINES WS-NEED-DATE
                                  PIC 9(8).
       01  WS-NEED-DATE-ISO       PIC X(10) VALUE SPACES.
       01  WS-WORK-DATE.
           10  WS-WORK-YYYY       PIC 9(4).
           10  WS-WORK-MM         PIC 9(2).
           10  WS-WORK-DD         PIC 9(2).
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                  PIC 9(8).
       01  WS-RUN-DATE            PIC 9(8)  VALUE ZERO.
       01  WS-RUN-TIME            PIC 9(8)  VALUE ZERO.
       01  WS-LAST-EMP-ID         PIC X(6)  VALUE SPACES.
       01  WS-EMP-ID-N            PIC 9(6)  VALUE ZERO.
       01  WS-EMP-HASH            PIC 9(12) VALUE ZERO.
      *  The edits, by code, in the order the listing totals them.
       01  EDIT-CODE-VALUES.
           10  FILLER PIC X(46)
                   VALUE "NODISTDistrict id not set".
           10  FILLER PIC X(46)
                   VALUE "NOTCH Teacher not on file".
           10  FILLER PIC X(46)
                   VALUE "NONAMEFirst or last name missing".
           10  FILLER PIC X(46)
                   VALUE "HIREDTHire date missing or not a date".
           10  FILLER PIC X(46)
                   VALUE "STATUSStatus not A or I".
           10  FILLER PIC X(46)
                   VALUE "NOTERMSection has no term code".
           10  FILLER PIC X(46)
                   VALUE "NOCRSECourse not on the catalog".
           10  FILLER PIC X(46)
                   VALUE "NOCERTNo cert valid through the term".
       01  EDIT-CODE-TABLE REDEFINES EDIT-CODE-VALUES.
           10  EDIT-CODE-ENTRY OCCURS 8 TIMES.
               15  EDT-CODE       PIC X(6).
               15  EDT-TITLE      PIC X(40).
       01  EDIT-COUNT-TABLE.
           10  EDT-COUNT          PIC 9(6) COMP OCCURS 8 TIMES.
       01  WS-EDIT-MAX            PIC 9(2)  VALUE 8 COMP.
       01  WS-EDIT-SUB            PIC 9(2)  VALUE ZERO COMP.
       01  WS-EDIT-DETAIL         PIC X(40) VALUE SPACES.
       01  WS-SUB-EOF-SWITCH      PIC X(1) VALUE "N".
           88  SUBMIT-ROWS-EOF    VALUE "Y".
       01  WS-DATE-SWITCH         PIC X(1) VALUE "N".
           88  WORK-DATE-VALID    VALUE "Y".
       01  WS-ERROR-LOG.
           10  WS-ERR-CONTEXT     PIC X(20) VALUE SPACES.
           10  WS-ERR-SQLCODE     PIC -9(4).
       01  WS-ERR-TS-DATE         PIC 9(8).
       01  WS-ERR-TS-TIME         PIC 9(8).
       01  WS-TEACHER-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-SECTION-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-RECORD-COUNT        PIC 9(8) VALUE ZERO COMP.
       01  WS-EDIT-COUNT          PIC 9(6) VALUE ZERO COMP.
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

           DISPLAY "SCHOOL_YEAR_START" UPON ENVIRONMENT-NAME.
           ACCEPT WS-YEAR-START-IN FROM ENVIRONMENT-VALUE.
           DISPLAY "SCHOOL_YEAR_END" UPON ENVIRONMENT-NAME.
           ACCEPT WS-YEAR-END-IN FROM ENVIRONMENT-VALUE.
           IF WS-YEAR-START-IN NOT NUMERIC
              OR WS-YEAR-END-IN NOT NUMERIC THEN
               DISPLAY "+++ SCHOOL_YEAR_START/END not YYYYMMDD: "
                       WS-YEAR-START-IN " " WS-YEAR-END-IN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-YEAR-START-IN TO WS-YEAR-START.
           MOVE WS-YEAR-END-IN   TO WS-YEAR-END.
           IF WS-YEAR-END < WS-YEAR-START THEN
               DISPLAY "+++ SCHOOL_YEAR_END before SCHOOL_YEAR_START"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "STATE_DISTRICT_ID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DISTRICT-ID FROM ENVIRONMENT-VALUE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           IF WS-RUN-DATE NOT > WS-YEAR-END THEN
               MOVE "Y" TO WS-INCLUDE-CURRENT
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
           OPEN OUTPUT SUBMISSION-FILE.
           OPEN OUTPUT EDIT-RPT-FILE.
           INITIALIZE EDIT-COUNT-TABLE.

           STRING "State staff-assignment submission edits  year "
                                              DELIMITED BY SIZE
                  WS-YEAR-START               DELIMITED BY SIZE
                  " - "                       DELIMITED BY SIZE
                  WS-YEAR-END                 DELIMITED BY SIZE
                  "  district "               DELIMITED BY SIZE
                  WS-DISTRICT-ID              DELIMITED BY SIZE
                  "  run "                    DELIMITED BY SIZE
                  WS-RUN-DATE                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           IF WS-INCLUDE-CURRENT EQUAL "Y" THEN
               MOVE "Terms rolled in the year plus the current term"
                   TO REPORT-LINE
           ELSE
               MOVE "Terms rolled in the year" TO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

           MOVE SPACES            TO STATE-HEADER-REC.
           MOVE "H"               TO STH-REC-TYPE.
           MOVE "STFASG"          TO STH-FILE-ID.
           MOVE WS-DISTRICT-ID    TO STH-DISTRICT-ID.
           MOVE WS-YEAR-START     TO STH-YEAR-START.
           MOVE WS-YEAR-END       TO STH-YEAR-END.
           MOVE WS-RUN-DATE       TO STH-CREATE-DATE.
           MOVE WS-RUN-TIME (1:6) TO STH-CREATE-TIME.
           WRITE STATE-HEADER-REC.
           ADD 1 TO WS-RECORD-COUNT.
           IF WS-DISTRICT-ID EQUAL SPACES THEN
               MOVE 1 TO WS-EDIT-SUB
               MOVE "Header record" TO WS-EDIT-DETAIL
               PERFORM WRITE-FILE-EDIT-PARAGRAPH
           END-IF.

      *  The year's sections: history rows rolled inside the year,
      *  and the current assignments while the year is still open
      *  (less any already rolled, should the year's last term have
      *  been rolled early).  Teacher by teacher so each "T" record
      *  leads its "S" records.
           EXEC SQL
               DECLARE SUBMIT_CURSOR CURSOR FOR
               SELECT y.employee_id, y.term_code, y.section_id,
                      y.course_code, y.need_date,
                      COALESCE(t.first_name, ' '),
                      COALESCE(t.last_name, ' '),
                      COALESCE(t.department, ' '),
                      COALESCE(CAST(t.hire_date AS CHAR(10)), ' '),
                      COALESCE(t.status, ' '),
                      CASE WHEN t.employee_id IS NULL
                           THEN 'N' ELSE 'Y' END,
                      COALESCE(c.department, ' '),
                      CASE WHEN c.course_code IS NULL
                           THEN 'N' ELSE 'Y' END,
                      COALESCE((SELECT CAST(MAX(r.expiration_date)
                                                AS CHAR(10))
                                  FROM certifications r
                                 WHERE r.employee_id = y.employee_id
                                   AND r.subject = c.department),
                               ' ')
               FROM (SELECT h.employee_id,
                            COALESCE(h.term_code, ' ') AS term_code,
                            h.section_id, h.course_code,
                            h.rolled_date AS need_date
                       FROM assignment_history h
                      WHERE h.rolled_date >= :WS-YEAR-START
                        AND h.rolled_date <= :WS-YEAR-END
                     UNION ALL
                     SELECT a.employee_id,
                            COALESCE(a.term_code, ' '),
                            a.section_id, a.course_code,
                            :WS-YEAR-END
                       FROM class_assignments a
                      WHERE :WS-INCLUDE-CURRENT = 'Y'
                        AND NOT EXISTS
                            (SELECT 1 FROM assignment_history k
                              WHERE k.section_id  = a.section_id
                                AND k.employee_id = a.employee_id
                                AND k.term_code   = a.term_code
                                AND k.rolled_date >= :WS-YEAR-START
                                AND k.rolled_date <= :WS-YEAR-END)) y
               LEFT JOIN teachers t
                 ON t.employee_id = y.employee_id
               LEFT JOIN course_catalog c
                 ON c.course_code = y.course_code
               ORDER BY y.employee_id, y.term_code, y.section_id
           END-EXEC.

           EXEC SQL
               OPEN SUBMIT_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN SUBMIT_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE              TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET SUBMIT-ROWS-EOF       TO TRUE
           END-IF.

           PERFORM UNTIL SUBMIT-ROWS-EOF
               EXEC SQL
                   FETCH SUBMIT_CURSOR
                       INTO :SY-EMP-ID,
                            :SY-TERM-CODE,
                            :SY-SECTION-ID,
                            :SY-COURSE-CODE,
                            :SY-NEED-DATE,
                            :SY-FIRST-NAME,
                            :SY-LAST-NAME,
                            :SY-DEPT-CODE,
                            :SY-HIRE-DATE,
                            :SY-STATUS,
                            :SY-TEACHER-FOUND,
                            :SY-COURSE-DEPT,
                            :SY-COURSE-FOUND,
                            :SY-CERT-EXPIRES
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET SUBMIT-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH SUBMIT_CURSOR" TO WS-ERR-CONTEXT
                       MOVE SQLCODE               TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET SUBMIT-ROWS-EOF        TO TRUE
                   WHEN OTHER
                       IF SY-EMP-ID NOT EQUAL WS-LAST-EMP-ID THEN
                           PERFORM WRITE-TEACHER-PARAGRAPH
                       END-IF
                       PERFORM WRITE-SECTION-PARAGRAPH
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE SUBMIT_CURSOR END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE SUBMIT_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE               TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

      *  A run that lost rows to a database error writes no trailer:
      *  the state refuses a file without one, where a trailer built
      *  from the rows that did get out would balance a short file.
           IF WS-ERROR-COUNT EQUAL ZERO THEN
               ADD 1 TO WS-RECORD-COUNT
               MOVE SPACES            TO STATE-TRAILER-REC
               MOVE "Z"               TO STZ-REC-TYPE
               MOVE WS-TEACHER-COUNT  TO STZ-TEACHER-COUNT
               MOVE WS-SECTION-COUNT  TO STZ-SECTION-COUNT
               MOVE WS-RECORD-COUNT   TO STZ-RECORD-COUNT
               MOVE WS-EMP-HASH       TO STZ-EMP-HASH
               WRITE STATE-TRAILER-REC
           END-IF.
           CLOSE SUBMISSION-FILE.

           PERFORM EDIT-TOTALS-PARAGRAPH.
           CLOSE EDIT-RPT-FILE.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "DISCONNECT"        TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

           CLOSE ERROR-LOG-FILE.

           DISPLAY "+++ State submission complete. +++"
           DISPLAY "+++ Teachers:         " WS-TEACHER-COUNT
           DISPLAY "+++ Sections:         " WS-SECTION-COUNT
           DISPLAY "+++ Records written:  " WS-RECORD-COUNT
           DISPLAY "+++ Edit exceptions:  " WS-EDIT-COUNT
           DISPLAY "+++ Errors:           " WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZERO THEN
               DISPLAY "+++ STATESUB INCOMPLETE - DO NOT SEND"
           END-IF
      *  RC 4 says the file is built but the state would bounce part
      *  of it; fix what STEDIT lists and rerun before sending.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EDIT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       WRITE-TEACHER-PARAGRAPH.
      *  First section of a new teacher: the "T" record, and the
      *  edits on the teacher's own fields, made once per teacher.
           MOVE SY-EMP-ID TO WS-LAST-EMP-ID
           ADD 1 TO WS-TEACHER-COUNT
           ADD 1 TO WS-RECORD-COUNT
           IF SY-EMP-ID NUMERIC THEN
               MOVE SY-EMP-ID TO WS-EMP-ID-N
               ADD WS-EMP-ID-N TO WS-EMP-HASH
           END-IF

           MOVE ZERO TO WS-WORK-DATE-N
           MOVE "N"  TO WS-DATE-SWITCH
           IF SY-HIRE-YYYY NUMERIC AND SY-HIRE-MM NUMERIC
              AND SY-HIRE-DD NUMERIC
              AND SY-HIRE-DASH-1 EQUAL "-"
              AND SY-HIRE-DASH-2 EQUAL "-" THEN
               MOVE SY-HIRE-YYYY TO WS-WORK-YYYY
               MOVE SY-HIRE-MM   TO WS-WORK-MM
               MOVE SY-HIRE-DD   TO WS-WORK-DD
               IF WS-WORK-MM >= 1 AND WS-WORK-MM <= 12
                  AND WS-WORK-DD >= 1 AND WS-WORK-DD <= 31
                  AND WS-WORK-YYYY >= 1900 THEN
                   SET WORK-DATE-VALID TO TRUE
               ELSE
                   MOVE ZERO TO WS-WORK-DATE-N
               END-IF
           END-IF

           MOVE SPACES          TO STATE-TEACHER-REC
           MOVE "T"             TO STT-REC-TYPE
           MOVE SY-EMP-ID       TO STT-EMP-ID
           MOVE SY-LAST-NAME    TO STT-LAST-NAME
           MOVE SY-FIRST-NAME   TO STT-FIRST-NAME
           MOVE SY-DEPT-CODE    TO STT-DEPT-CODE
           MOVE WS-WORK-DATE-N  TO STT-HIRE-DATE
           MOVE SY-STATUS       TO STT-STATUS
           WRITE STATE-TEACHER-REC

      *  A teacher missing from teachers can only be reported as
      *  that; the other teacher edits would all fail with it.
           IF NOT SY-TEACHER-ON-FILE THEN
               MOVE 2 TO WS-EDIT-SUB
               MOVE SPACES TO WS-EDIT-DETAIL
               PERFORM WRITE-TEACHER-EDIT-PARAGRAPH
           ELSE
               IF SY-FIRST-NAME EQUAL SPACES
                  OR SY-LAST-NAME EQUAL SPACES THEN
                   MOVE 3 TO WS-EDIT-SUB
                   MOVE SPACES TO WS-EDIT-DETAIL
                   PERFORM WRITE-TEACHER-EDIT-PARAGRAPH
               END-IF
               IF NOT WORK-DATE-VALID THEN
                   MOVE 4 TO WS-EDIT-SUB
                   MOVE SY-HIRE-DATE TO WS-EDIT-DETAIL
                   PERFORM WRITE-TEACHER-EDIT-PARAGRAPH
               END-IF
               IF NOT SY-STATUS-VALID THEN
                   MOVE 5 TO WS-EDIT-SUB
                   MOVE SY-STATUS TO WS-EDIT-DETAIL
                   PERFORM WRITE-TEACHER-EDIT-PARAGRAPH
               END-IF
           END-IF.

       WRITE-SECTION-PARAGRAPH.
      *  The qualifying subject is the course's department, as
      *  ASSIGN_MAINT requires; it goes out only when the teacher's
      *  certification in it lasted through the term.
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-RECORD-COUNT
           MOVE SY-NEED-DATE TO WS-NEED-DATE-N
           STRING WS-NEED-YYYY    DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-NEED-MM      DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-NEED-DD      DELIMITED BY SIZE
               INTO WS-NEED-DATE-ISO
           END-STRING

           MOVE SPACES          TO STATE-SECTION-REC
           MOVE "S"             TO STS-REC-TYPE
           MOVE SY-EMP-ID       TO STS-EMP-ID
           MOVE SY-TERM-CODE    TO STS-TERM-CODE
           MOVE SY-SECTION-ID   TO STS-SECTION-ID
           MOVE SY-COURSE-CODE  TO STS-COURSE-CODE
           MOVE SY-COURSE-DEPT  TO STS-COURSE-DEPT
           MOVE ZERO            TO STS-CERT-EXPIRES
           IF SY-COURSE-ON-FILE
              AND SY-CERT-EXPIRES NOT EQUAL SPACES
              AND SY-CERT-EXPIRES NOT < WS-NEED-DATE-ISO THEN
               MOVE SY-COURSE-DEPT TO STS-CERT-SUBJECT
               IF SY-CERT-YYYY NUMERIC AND SY-CERT-MM NUMERIC
                  AND SY-CERT-DD NUMERIC THEN
                   MOVE SY-CERT-YYYY TO WS-WORK-YYYY
                   MOVE SY-CERT-MM   TO WS-WORK-MM
                   MOVE SY-CERT-DD   TO WS-WORK-DD
                   MOVE WS-WORK-DATE-N TO STS-CERT-EXPIRES
               END-IF
           END-IF
           WRITE STATE-SECTION-REC

           IF SY-TERM-CODE EQUAL SPACES THEN
               MOVE 6 TO WS-EDIT-SUB
               MOVE SPACES TO WS-EDIT-DETAIL
               PERFORM WRITE-SECTION-EDIT-PARAGRAPH
           END-IF
      *  Without the course there is no department to hold a
      *  certification in, so the certification edit is not made.
           IF NOT SY-COURSE-ON-FILE THEN
               MOVE 7 TO WS-EDIT-SUB
               MOVE SPACES TO WS-EDIT-DETAIL
               PERFORM WRITE-SECTION-EDIT-PARAGRAPH
           ELSE
               IF SY-CERT-EXPIRES EQUAL SPACES THEN
                   MOVE 8 TO WS-EDIT-SUB
                   MOVE SPACES TO WS-EDIT-DETAIL
                   STRING "None held in "     DELIMITED BY SIZE
                          SY-COURSE-DEPT      DELIMITED BY SIZE
                       INTO WS-EDIT-DETAIL
                   END-STRING
                   PERFORM WRITE-SECTION-EDIT-PARAGRAPH
               ELSE
                   IF SY-CERT-EXPIRES < WS-NEED-DATE-ISO THEN
                       MOVE 8 TO WS-EDIT-SUB
                       MOVE SPACES TO WS-EDIT-DETAIL
                       STRING SY-COURSE-DEPT    DELIMITED BY SIZE
                              " expired "       DELIMITED BY SIZE
                              SY-CERT-EXPIRES   DELIMITED BY SIZE
                              ", needed to "    DELIMITED BY SIZE
                              WS-NEED-DATE-ISO  DELIMITED BY SIZE
                           INTO WS-EDIT-DETAIL
                       END-STRING
                       PERFORM WRITE-SECTION-EDIT-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

       WRITE-FILE-EDIT-PARAGRAPH.
      *  Caller sets WS-EDIT-SUB and WS-EDIT-DETAIL.
           ADD 1 TO WS-EDIT-COUNT
           ADD 1 TO EDT-COUNT (WS-EDIT-SUB)
           STRING EDT-CODE (WS-EDIT-SUB)      DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-EDIT-DETAIL              DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  EDT-TITLE (WS-EDIT-SUB)     DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       WRITE-TEACHER-EDIT-PARAGRAPH.
           ADD 1 TO WS-EDIT-COUNT
           ADD 1 TO EDT-COUNT (WS-EDIT-SUB)
           STRING EDT-CODE (WS-EDIT-SUB)      DELIMITED BY SIZE
                  "  EMP "                    DELIMITED BY SIZE
                  SY-EMP-ID                   DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  SY-FIRST-NAME               DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  SY-LAST-NAME                DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  EDT-TITLE (WS-EDIT-SUB)     DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-EDIT-DETAIL              DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       WRITE-SECTION-EDIT-PARAGRAPH.
           ADD 1 TO WS-EDIT-COUNT
           ADD 1 TO EDT-COUNT (WS-EDIT-SUB)
           STRING EDT-CODE (WS-EDIT-SUB)      DELIMITED BY SIZE
                  "  EMP "                    DELIMITED BY SIZE
                  SY-EMP-ID                   DELIMITED BY SIZE
                  " TERM "                    DELIMITED BY SIZE
                  SY-TERM-CODE                DELIMITED BY SIZE
                  " SECTION "                 DELIMITED BY SIZE
                  SY-SECTION-ID               DELIMITED BY SIZE
                  " COURSE "                  DELIMITED BY SIZE
                  SY-COURSE-CODE              DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-EDIT-DETAIL              DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       EDIT-TOTALS-PARAGRAPH.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   STRING "*** RUN FAILED - STATESUB IS INCOMPLETE AND "
                                              DELIMITED BY SIZE
                          "HAS NO TRAILER.  DO NOT SEND. ***"
                                              DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
               WHEN WS-EDIT-COUNT EQUAL ZERO
                   MOVE "No edit exceptions - file is ready to send"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "Edit exceptions by code" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           PERFORM VARYING WS-EDIT-SUB FROM 1 BY 1
                   UNTIL WS-EDIT-SUB > WS-EDIT-MAX
               MOVE EDT-COUNT (WS-EDIT-SUB) TO WS-COUNT-ED
               STRING "  "                    DELIMITED BY SIZE
                      EDT-CODE (WS-EDIT-SUB)  DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      WS-COUNT-ED             DELIMITED BY SIZE
                      "  "                    DELIMITED BY SIZE
                      EDT-TITLE (WS-EDIT-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-PERFORM
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-TEACHER-COUNT TO WS-COUNT-ED
           STRING "Teacher records "          DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-SECTION-COUNT TO WS-COUNT-ED
           STRING "Section records "          DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-EDIT-COUNT TO WS-COUNT-ED
           STRING "Edit exceptions "          DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE REPORT-LINE TO EDIT-RPT-REC
           WRITE EDIT-RPT-REC
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
