       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "JOURNAL_RPT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-RPT-FILE ASSIGN TO "JRNLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "JRNLERR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  Every journaled change for one teacher, department, course
      *  or section over a date range: one heading line per change
      *  (when, which job and program, which row) followed by the
      *  columns it moved with their before and after values.
       FD  JOURNAL-RPT-FILE.
       01  JOURNAL-RPT-REC        PIC X(110).

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  PGSQL-CONNECT.
           10  DB-NAME            PIC X(18) VALUE "AD22".
       01  WS-DB-NAME-OVERRIDE    PIC X(18) VALUE SPACES.
       COPY JRNLREC.
      *  The lookup: exactly one of JRNL_EMP_ID, JRNL_DEPT,
      *  JRNL_COURSE or JRNL_SECTION names what to look for, and
      *  JRNL_FROM / JRNL_TO bound the journal date as YYYYMMDD
      *  (either may be left blank for an open end).
       01  LOOKUP-HOST-VARS.
           10  JR-KEY-TYPE        PIC X(1)  VALUE SPACES.
               88  JR-BY-EMPLOYEE VALUE "E".
               88  JR-BY-DEPT     VALUE "D".
               88  JR-BY-COURSE   VALUE "C".
               88  JR-BY-SECTION  VALUE "S".
           10  JR-KEY-VALUE       PIC X(8)  VALUE SPACES.
           10  JR-FROM-DATE       PIC 9(8)  VALUE ZERO.
           10  JR-TO-DATE         PIC 9(8)  VALUE 99999999.
       01  WS-EMP-ID-IN           PIC X(8)  VALUE SPACES.
       01  WS-DEPT-IN             PIC X(8)  VALUE SPACES.
       01  WS-COURSE-IN           PIC X(8)  VALUE SPACES.
       01  WS-SECTION-IN          PIC X(8)  VALUE SPACES.
       01  WS-FROM-IN             PIC X(8)  VALUE SPACES.
       01  WS-TO-IN               PIC X(8)  VALUE SPACES.
       01  WS-KEY-LABEL           PIC X(10) VALUE SPACES.
       01  WS-PARM-COUNT          PIC 9(6)  VALUE ZERO COMP.
       01  WS-PARM-SWITCH         PIC X(1)  VALUE "Y".
           88  PARMS-VALID        VALUE "Y".
           88  PARMS-INVALID      VALUE "N".
      *  The change a journal row belongs to; every column one
      *  transaction moved shares the same values here.
       01  WS-CHANGE-KEY.
           10  WS-CHG-DATE        PIC 9(8)  VALUE ZERO.
           10  WS-CHG-TIME        PIC 9(8)  VALUE ZERO.
           10  WS-CHG-JOB-ID      PIC X(8)  VALUE SPACES.
           10  WS-CHG-PROGRAM-ID  PIC X(14) VALUE SPACES.
           10  WS-CHG-TABLE-NAME  PIC X(18) VALUE SPACES.
           10  WS-CHG-KEY-VALUE   PIC X(20) VALUE SPACES.
           10  WS-CHG-ACTION-CODE PIC X(1)  VALUE SPACES.
           10  WS-CHG-OPERATION   PIC X(6)  VALUE SPACES.
       01  WS-PREV-CHANGE-KEY     PIC X(83) VALUE SPACES.
       01  WS-ROWS-EOF-SWITCH     PIC X(1) VALUE "N".
           88  JOURNAL-ROWS-EOF   VALUE "Y".
       01  WS-ERROR-LOG.
           10  WS-ERR-CONTEXT     PIC X(20) VALUE SPACES.
           10  WS-ERR-SQLCODE     PIC -9(4).
       01  WS-ERR-TS-DATE         PIC 9(8).
       01  WS-ERR-TS-TIME         PIC 9(8).
       01  WS-CHANGE-COUNT        PIC 9(6) VALUE ZERO COMP.
       01  WS-FIELD-COUNT         PIC 9(6) VALUE ZERO COMP.
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

           PERFORM GET-PARMS-PARAGRAPH.

           IF PARMS-INVALID THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
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
           OPEN OUTPUT JOURNAL-RPT-FILE.

           STRING "Change journal for "  DELIMITED BY SIZE
                  WS-KEY-LABEL          DELIMITED BY SPACE
                  " "                   DELIMITED BY SIZE
                  JR-KEY-VALUE          DELIMITED BY SPACE
                  "  from "             DELIMITED BY SIZE
                  JR-FROM-DATE          DELIMITED BY SIZE
                  " to "                DELIMITED BY SIZE
                  JR-TO-DATE            DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

      *  The key is held eight wide for every lookup, so both sides
      *  are trimmed: a six-wide employee id or four-wide department
      *  code matches whatever padding the column carries.  A
      *  department lookup also finds rows that moved a teacher or
      *  course out of the department, where the code appears only
      *  as the before value of the department column.
           EXEC SQL
               DECLARE JRNL_CURSOR CURSOR FOR
               SELECT journal_date, journal_time, job_id, program_id,
                      table_name, key_value, employee_id, dept_code,
                      course_code, section_id, action_code, operation,
                      field_name, before_value, after_value
               FROM change_journal
               WHERE journal_date BETWEEN :JR-FROM-DATE
                                      AND :JR-TO-DATE
                 AND ((:JR-KEY-TYPE = 'E'
                       AND TRIM(employee_id) = TRIM(:JR-KEY-VALUE))
                   OR (:JR-KEY-TYPE = 'D'
                       AND (TRIM(dept_code) = TRIM(:JR-KEY-VALUE)
                         OR (field_name = 'department'
                             AND TRIM(before_value) =
                                 TRIM(:JR-KEY-VALUE))))
                   OR (:JR-KEY-TYPE = 'C'
                       AND TRIM(course_code) = TRIM(:JR-KEY-VALUE))
                   OR (:JR-KEY-TYPE = 'S'
                       AND TRIM(section_id) = TRIM(:JR-KEY-VALUE)))
               ORDER BY journal_date, journal_time, table_name,
                        key_value, field_name
           END-EXEC.

           EXEC SQL
               OPEN JRNL_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN JRNL_CURSOR"   TO WS-ERR-CONTEXT
               MOVE SQLCODE              TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET JOURNAL-ROWS-EOF      TO TRUE
           END-IF.

           PERFORM UNTIL JOURNAL-ROWS-EOF
               EXEC SQL
                   FETCH JRNL_CURSOR
                       INTO :JH-JRNL-DATE,
                            :JH-JRNL-TIME,
                            :JH-JOB-ID,
                            :JH-PROGRAM-ID,
                            :JH-TABLE-NAME,
                            :JH-KEY-VALUE,
                            :JH-EMP-ID,
                            :JH-DEPT-CODE,
                            :JH-COURSE-CODE,
                            :JH-SECTION-ID,
                            :JH-ACTION-CODE,
                            :JH-OPERATION,
                            :JH-FIELD-NAME,
                            :JH-BEFORE-VALUE,
                            :JH-AFTER-VALUE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET JOURNAL-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH JRNL_CURSOR"  TO WS-ERR-CONTEXT
                       MOVE SQLCODE              TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET JOURNAL-ROWS-EOF      TO TRUE
                   WHEN OTHER
                       PERFORM PRINT-JOURNAL-PARAGRAPH
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE JRNL_CURSOR END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE JRNL_CURSOR"  TO WS-ERR-CONTEXT
               MOVE SQLCODE              TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

           IF WS-CHANGE-COUNT EQUAL ZERO THEN
               MOVE "  No journaled changes in the date range."
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           ELSE
               MOVE WS-CHANGE-COUNT TO WS-COUNT-ED
               STRING "Changes listed: "  DELIMITED BY SIZE
                      WS-COUNT-ED        DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

           CLOSE JOURNAL-RPT-FILE.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "DISCONNECT"        TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

           CLOSE ERROR-LOG-FILE.

           DISPLAY "+++ Change journal lookup complete. +++"
           DISPLAY "+++ Changes listed:     " WS-CHANGE-COUNT
           DISPLAY "+++ Field rows listed:  " WS-FIELD-COUNT
           DISPLAY "+++ Errors:             " WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       GET-PARMS-PARAGRAPH.
      *  Exactly one lookup key must be supplied; the dates are
      *  optional but must be 8-digit YYYYMMDD when given.
           SET PARMS-VALID TO TRUE
           MOVE ZERO TO WS-PARM-COUNT

           DISPLAY "JRNL_EMP_ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-EMP-ID-IN FROM ENVIRONMENT-VALUE
           IF WS-EMP-ID-IN NOT EQUAL SPACES THEN
               ADD 1 TO WS-PARM-COUNT
               SET JR-BY-EMPLOYEE TO TRUE
               MOVE WS-EMP-ID-IN  TO JR-KEY-VALUE
               MOVE "EMPLOYEE"    TO WS-KEY-LABEL
           END-IF

           DISPLAY "JRNL_DEPT" UPON ENVIRONMENT-NAME
           ACCEPT WS-DEPT-IN FROM ENVIRONMENT-VALUE
           IF WS-DEPT-IN NOT EQUAL SPACES THEN
               ADD 1 TO WS-PARM-COUNT
               SET JR-BY-DEPT     TO TRUE
               MOVE WS-DEPT-IN    TO JR-KEY-VALUE
               MOVE "DEPARTMENT"  TO WS-KEY-LABEL
           END-IF

           DISPLAY "JRNL_COURSE" UPON ENVIRONMENT-NAME
           ACCEPT WS-COURSE-IN FROM ENVIRONMENT-VALUE
           IF WS-COURSE-IN NOT EQUAL SPACES THEN
               ADD 1 TO WS-PARM-COUNT
               SET JR-BY-COURSE   TO TRUE
               MOVE WS-COURSE-IN  TO JR-KEY-VALUE
               MOVE "COURSE"      TO WS-KEY-LABEL
           END-IF

           DISPLAY "JRNL_SECTION" UPON ENVIRONMENT-NAME
           ACCEPT WS-SECTION-IN FROM ENVIRONMENT-VALUE
           IF WS-SECTION-IN NOT EQUAL SPACES THEN
               ADD 1 TO WS-PARM-COUNT
               SET JR-BY-SECTION  TO TRUE
               MOVE WS-SECTION-IN TO JR-KEY-VALUE
               MOVE "SECTION"     TO WS-KEY-LABEL
           END-IF

           IF WS-PARM-COUNT NOT EQUAL 1 THEN
               DISPLAY "+++ Set exactly one of JRNL_EMP_ID, JRNL_DEPT,"
                       " JRNL_COURSE, JRNL_SECTION"
               SET PARMS-INVALID TO TRUE
           END-IF

           DISPLAY "JRNL_FROM" UPON ENVIRONMENT-NAME
           ACCEPT WS-FROM-IN FROM ENVIRONMENT-VALUE
           EVALUATE TRUE
               WHEN WS-FROM-IN NUMERIC
                   MOVE WS-FROM-IN TO JR-FROM-DATE
               WHEN WS-FROM-IN NOT EQUAL SPACES
                   DISPLAY "+++ JRNL_FROM not YYYYMMDD: " WS-FROM-IN
                   SET PARMS-INVALID TO TRUE
           END-EVALUATE

           DISPLAY "JRNL_TO" UPON ENVIRONMENT-NAME
           ACCEPT WS-TO-IN FROM ENVIRONMENT-VALUE
           EVALUATE TRUE
               WHEN WS-TO-IN NUMERIC
                   MOVE WS-TO-IN TO JR-TO-DATE
               WHEN WS-TO-IN NOT EQUAL SPACES
                   DISPLAY "+++ JRNL_TO not YYYYMMDD: " WS-TO-IN
                   SET PARMS-INVALID TO TRUE
           END-EVALUATE

           IF PARMS-VALID AND JR-FROM-DATE > JR-TO-DATE THEN
               DISPLAY "+++ JRNL_FROM is after JRNL_TO"
               SET PARMS-INVALID TO TRUE
           END-IF.

       PRINT-JOURNAL-PARAGRAPH.
      *  A new change heading whenever the date, time, job, program,
      *  table, key or action moves; then one line for the column.
           MOVE JH-JRNL-DATE   TO WS-CHG-DATE
           MOVE JH-JRNL-TIME   TO WS-CHG-TIME
           MOVE JH-JOB-ID      TO WS-CHG-JOB-ID
           MOVE JH-PROGRAM-ID  TO WS-CHG-PROGRAM-ID
           MOVE JH-TABLE-NAME  TO WS-CHG-TABLE-NAME
           MOVE JH-KEY-VALUE   TO WS-CHG-KEY-VALUE
           MOVE JH-ACTION-CODE TO WS-CHG-ACTION-CODE
           MOVE JH-OPERATION   TO WS-CHG-OPERATION
           IF WS-CHANGE-KEY NOT EQUAL WS-PREV-CHANGE-KEY THEN
               ADD 1 TO WS-CHANGE-COUNT
               MOVE WS-CHANGE-KEY TO WS-PREV-CHANGE-KEY
               STRING JH-JRNL-DATE   DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      JH-JRNL-TIME   DELIMITED BY SIZE
                      "  JOB "       DELIMITED BY SIZE
                      JH-JOB-ID      DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      JH-PROGRAM-ID  DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      JH-TABLE-NAME  DELIMITED BY SIZE
                      " KEY "        DELIMITED BY SIZE
                      JH-KEY-VALUE   DELIMITED BY SIZE
                      " ACTION "     DELIMITED BY SIZE
                      JH-ACTION-CODE DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      JH-OPERATION   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF
           ADD 1 TO WS-FIELD-COUNT
           STRING "    "          DELIMITED BY SIZE
                  JH-FIELD-NAME   DELIMITED BY SIZE
                  " BEFORE "      DELIMITED BY SIZE
                  JH-BEFORE-VALUE DELIMITED BY SIZE
                  " AFTER "       DELIMITED BY SIZE
                  JH-AFTER-VALUE  DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE REPORT-LINE TO JOURNAL-RPT-REC
           WRITE JOURNAL-RPT-REC
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
