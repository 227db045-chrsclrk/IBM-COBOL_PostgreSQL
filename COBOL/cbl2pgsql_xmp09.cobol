           10  STX-EMP-ID         PIC X(6).
           10  STX-SECTION-ID     PIC X(8).
           10  STX-COURSE-CODE    PIC X(8).
           10  STX-PERIOD         PIC X(2).
           10  STX-MEET-DAYS      PIC X(5).
           10  STX-ROOM           PIC X(6).

       FD  COVERAGE-RPT-FILE.
       01  COVERAGE-RPT-REC       PIC X(80).
           10  SH-SUB-DEPT        PIC X(4)  VALUE SPACES.
           10  SH-SUB-FIRST-NAME  PIC X(8)  VALUE SPACES.
           10  SH-SUB-LAST-NAME   PIC X(8)  VALUE SPACES.
      *  The vacated section's term and meeting pattern, carried onto
      *  both transactions so the substitute's add passes the same
      *  pattern and clash edits as any other.
           10  SH-SECTION-ID      PIC X(8)  VALUE SPACES.
           10  SH-TERM-CODE       PIC X(6)  VALUE SPACES.
           10  SH-PERIOD          PIC X(2)  VALUE SPACES.
           10  SH-MEET-DAYS       PIC X(5)  VALUE SPACES.
           10  SH-MEET-DAY-FLAGS REDEFINES SH-MEET-DAYS.
               15  SH-DAY-MON     PIC X(1).
               15  SH-DAY-TUE     PIC X(1).
               15  SH-DAY-WED     PIC X(1).
               15  SH-DAY-THU     PIC X(1).
               15  SH-DAY-FRI     PIC X(1).
           10  SH-ROOM            PIC X(6)  VALUE SPACES.
       COPY BALCTL.
       01  WS-UNC-EOF-SWITCH      PIC X(1) VALUE "N".
           88  UNCOVERED-EOF      VALUE "Y".
       01  WS-SUB-EOF-SWITCH      PIC X(1) VALUE "N".
       01  WS-ERR-TS-DATE         PIC 9(8).
       01  WS-ERR-TS-TIME         PIC 9(8).
       01  WS-SECTION-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-TXN-OUT-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-COVERED-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-UNFILLED-COUNT      PIC 9(6) VALUE ZERO COMP.
       01  WS-PENDING-COUNT       PIC 9(6) VALUE ZERO COMP.
               15  TLY-EMP-ID     PIC X(6).
               15  TLY-COUNT      PIC 9(4) COMP.
       01  WS-THIS-RUN-COUNT      PIC 9(4)  VALUE ZERO COMP.
      *  Meeting slots handed to substitutes this run, for the same
      *  reason: two vacated sections in the same period must not
      *  both go to one sub before either add has landed.
       01  WS-SLOT-MAX            PIC 9(3)  VALUE 200 COMP.
       01  WS-SLOT-USED           PIC 9(3)  VALUE ZERO COMP.
       01  WS-SLOT-SUB            PIC 9(3)  VALUE ZERO COMP.
       01  WS-DAY-SUB             PIC 9(2)  VALUE ZERO COMP.
       01  SUB-SLOT-TABLE.
           10  SUB-SLOT-ENTRY OCCURS 200 TIMES.
               15  SLT-EMP-ID     PIC X(6).
               15  SLT-TERM-CODE  PIC X(6).
               15  SLT-PERIOD     PIC X(2).
               15  SLT-MEET-DAYS  PIC X(5).
       01  WS-UNFILLED-REASON     PIC X(12) VALUE SPACES.
      *  Tonight's date in the YYYY-MM-DD shape the certification
      *  expiration dates carry, for the unexpired-cert check.
           CLOSE SUB-TXN-FILE.
           CLOSE COVERAGE-RPT-FILE.

           MOVE "SUB_ASSIGN"     TO BC-PROGRAM-ID
           MOVE "SUBTXN"         TO BC-CTL-FILE
           MOVE SPACES           TO BC-RECORD-KIND
           MOVE WS-TXN-OUT-COUNT TO BC-RECORDS-OUT
           PERFORM POST-CONTROL-PARAGRAPH.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
           DISPLAY "+++ Sections covered:        " WS-COVERED-COUNT
           DISPLAY "+++ Sections still open:     " WS-UNFILLED-COUNT
           DISPLAY "+++ Future-dated (pending):  " WS-PENDING-COUNT
           DISPLAY "+++ SUBTXN records written:  " WS-TXN-OUT-COUNT
           GOBACK.

       COVER-SECTION-PARAGRAPH.
      *  first available substitute who would pass every edit
      *  ASSIGN_MAINT will apply to the "A" transaction we write:
      *  an active teachers row in the course's department, an
      *  unexpired certification for its subject, a free meeting
      *  slot, and a load under the cap.
           ADD 1 TO WS-SECTION-COUNT
           MOVE UNC-EMP-ID TO SH-TERM-EMP-ID
      *  A future effective date is the sweep's advance warning for
                   PERFORM LOG-ERROR-PARAGRAPH
                   MOVE "SQL ERROR" TO WS-UNFILLED-REASON
                   PERFORM WRITE-UNFILLED-PARAGRAPH
               WHEN OTHER
                   PERFORM LOOKUP-PATTERN-PARAGRAPH
           END-EVALUATE.

       LOOKUP-PATTERN-PARAGRAPH.
      *  The terminated teacher's row still holds the section's term
      *  and meeting pattern; if the row has gone the "D" would only
      *  bounce NOTFND, and a row with no pattern yet would bounce
      *  the "A" PERIOD, so report either unfilled instead.
           MOVE UNC-SECTION-ID TO SH-SECTION-ID
           MOVE SPACES TO SH-TERM-CODE
           MOVE SPACES TO SH-PERIOD
           MOVE SPACES TO SH-MEET-DAYS
           MOVE SPACES TO SH-ROOM
           EXEC SQL
               SELECT COALESCE(term_code, ' '),
                      COALESCE(period, ' '),
                      COALESCE(meeting_days, ' '),
                      COALESCE(room, ' ')
                 INTO :SH-TERM-CODE, :SH-PERIOD, :SH-MEET-DAYS,
                      :SH-ROOM
               FROM class_assignments
               WHERE section_id  = :SH-SECTION-ID
                 AND employee_id = :SH-TERM-EMP-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   MOVE "NOT HELD" TO WS-UNFILLED-REASON
                   PERFORM WRITE-UNFILLED-PARAGRAPH
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE "SELECT pattern"   TO WS-ERR-CONTEXT
                   MOVE SQLCODE            TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   MOVE "SQL ERROR" TO WS-UNFILLED-REASON
                   PERFORM WRITE-UNFILLED-PARAGRAPH
               WHEN SH-PERIOD EQUAL SPACES
                   MOVE "NO PATTERN" TO WS-UNFILLED-REASON
                   PERFORM WRITE-UNFILLED-PARAGRAPH
               WHEN OTHER
                   PERFORM FIND-SUB-PARAGRAPH
           END-EVALUATE.
           IF SUB-ELIGIBLE THEN
               PERFORM CHECK-SUB-CERT-PARAGRAPH
           END-IF
           IF SUB-ELIGIBLE THEN
               PERFORM CHECK-SUB-CLASH-PARAGRAPH
           END-IF
           IF SUB-ELIGIBLE THEN
               PERFORM CHECK-SUB-LOAD-PARAGRAPH
           END-IF.
               END-IF
           END-IF.

       CHECK-SUB-CLASH-PARAGRAPH.
      *  And not already meet another section this term in the same
      *  period on any of the same days, or the add comes back
      *  TCHCNF; slots handed out earlier this run count as well.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTS-COUNT
               FROM class_assignments
               WHERE employee_id = :SH-SUB-EMP-ID
                 AND TRIM(COALESCE(term_code, ' '))
                     = TRIM(:SH-TERM-CODE)
                 AND period = :SH-PERIOD
                 AND ((SUBSTR(meeting_days, 1, 1) = 'M'
                       AND :SH-DAY-MON = 'M')
                   OR (SUBSTR(meeting_days, 2, 1) = 'T'
                       AND :SH-DAY-TUE = 'T')
                   OR (SUBSTR(meeting_days, 3, 1) = 'W'
                       AND :SH-DAY-WED = 'W')
                   OR (SUBSTR(meeting_days, 4, 1) = 'R'
                       AND :SH-DAY-THU = 'R')
                   OR (SUBSTR(meeting_days, 5, 1) = 'F'
                       AND :SH-DAY-FRI = 'F'))
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CHECK SUB CLASH"   TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               SET SUB-INELIGIBLE TO TRUE
           ELSE
               IF WS-EXISTS-COUNT > ZERO THEN
                   SET SUB-INELIGIBLE TO TRUE
               END-IF
           END-IF
           IF SUB-ELIGIBLE THEN
               PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > WS-SLOT-USED
                   IF SLT-EMP-ID (WS-SLOT-SUB) EQUAL SH-SUB-EMP-ID
                      AND SLT-TERM-CODE (WS-SLOT-SUB) EQUAL
                          SH-TERM-CODE
                      AND SLT-PERIOD (WS-SLOT-SUB) EQUAL SH-PERIOD THEN
                       PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                               UNTIL WS-DAY-SUB > 5
                           IF SH-MEET-DAYS (WS-DAY-SUB:1)
                                  NOT EQUAL SPACE
                              AND SLT-MEET-DAYS (WS-SLOT-SUB)
                                  (WS-DAY-SUB:1) EQUAL
                                  SH-MEET-DAYS (WS-DAY-SUB:1) THEN
                               SET SUB-INELIGIBLE TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-SUB-LOAD-PARAGRAPH.
      *  The candidate's load is what class_assignments already shows
      *  plus whatever this run has handed them; the cap is the same
               ADD 1 TO TLY-COUNT (WS-TALLY-SLOT)
           END-IF.

       BOOK-SLOT-PARAGRAPH.
      *  Hold the section's meeting slot against the substitute for
      *  the rest of the run; overflow is logged like the tally's.
           IF WS-SLOT-USED < WS-SLOT-MAX THEN
               ADD 1 TO WS-SLOT-USED
               MOVE SH-SUB-EMP-ID TO SLT-EMP-ID (WS-SLOT-USED)
               MOVE SH-TERM-CODE  TO SLT-TERM-CODE (WS-SLOT-USED)
               MOVE SH-PERIOD     TO SLT-PERIOD (WS-SLOT-USED)
               MOVE SH-MEET-DAYS  TO SLT-MEET-DAYS (WS-SLOT-USED)
           ELSE
               MOVE "SUB SLOTS FULL"  TO WS-ERR-CONTEXT
               MOVE ZERO              TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

       WRITE-SUB-TXN-PARAGRAPH.
      *  The termination sweep reports the section but never drops
      *  the terminated teacher's class_assignments row, so they
           MOVE SH-TERM-EMP-ID  TO STX-EMP-ID
           MOVE UNC-SECTION-ID  TO STX-SECTION-ID
           MOVE UNC-COURSE-CODE TO STX-COURSE-CODE
           MOVE SH-PERIOD       TO STX-PERIOD
           MOVE SH-MEET-DAYS    TO STX-MEET-DAYS
           MOVE SH-ROOM         TO STX-ROOM
           WRITE SUB-TXN-REC
           ADD 1 TO WS-TXN-OUT-COUNT
           MOVE "A"             TO STX-ACTION-CODE
           MOVE SH-SUB-EMP-ID   TO STX-EMP-ID
           MOVE UNC-SECTION-ID  TO STX-SECTION-ID
           MOVE UNC-COURSE-CODE TO STX-COURSE-CODE
           MOVE SH-PERIOD       TO STX-PERIOD
           MOVE SH-MEET-DAYS    TO STX-MEET-DAYS
           MOVE SH-ROOM         TO STX-ROOM
           WRITE SUB-TXN-REC
           ADD 1 TO WS-TXN-OUT-COUNT
           PERFORM BUMP-TALLY-PARAGRAPH
           PERFORM BOOK-SLOT-PARAGRAPH
           ADD 1 TO WS-COVERED-COUNT
           STRING "COVERED  SECTION " DELIMITED BY SIZE
                  UNC-SECTION-ID      DELIMITED BY SIZE
           WRITE COVERAGE-RPT-REC
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
