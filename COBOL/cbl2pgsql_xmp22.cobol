       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "SUPP_PAY".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Tonight's substitute assignments, the same SUBTXN file that
      *  was staged onto ASGTXN; OPTIONAL because most nights have
      *  none.
           SELECT OPTIONAL SUB-TXN-FILE ASSIGN TO "SUBTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  The outbound payroll interface and the register payroll
      *  signs off against it; both are written only when a pay
      *  period is closed.
           SELECT PAY-FILE ASSIGN TO "SUPPAY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-RPT-FILE ASSIGN TO "SUPPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "SUPERR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUB-TXN-FILE.
       01  SUB-TXN-REC.
           10  STX-ACTION-CODE    PIC X(1).
               88  STX-ADD        VALUE "A".
           10  STX-EMP-ID         PIC X(6).
           10  STX-SECTION-ID     PIC X(8).
           10  STX-COURSE-CODE    PIC X(8).
           10  STX-PERIOD         PIC X(2).
           10  STX-MEET-DAYS      PIC X(5).
           10  STX-ROOM           PIC X(6).

      *  Supplemental-pay interface: one header, one detail per
      *  employee and section being paid, one trailer carrying the
      *  counts and hash totals payroll balances the load against.
      *  Pay code OV is an overload section above the standard load,
      *  SC a section a substitute took over.
       FD  PAY-FILE.
       01  PAY-HEADER-REC.
           10  SPH-REC-TYPE       PIC X(1).
           10  SPH-INTERFACE-ID   PIC X(6).
           10  SPH-PAY-PERIOD     PIC 9(8).
           10  SPH-CREATE-DATE    PIC 9(8).
           10  SPH-CREATE-TIME    PIC 9(6).
           10  FILLER             PIC X(51).
       01  PAY-DETAIL-REC.
           10  SPD-REC-TYPE       PIC X(1).
           10  SPD-EMP-ID         PIC X(6).
           10  SPD-PAY-CODE       PIC X(2).
           10  SPD-SECTION-ID     PIC X(8).
           10  SPD-COURSE-CODE    PIC X(8).
           10  SPD-UNITS          PIC 9(3).
           10  SPD-SOURCE-DATE    PIC 9(8).
           10  SPD-PAY-PERIOD     PIC 9(8).
           10  FILLER             PIC X(36).
       01  PAY-TRAILER-REC.
           10  SPT-REC-TYPE       PIC X(1).
           10  SPT-DETAIL-COUNT   PIC 9(6).
           10  SPT-OVERLOAD-COUNT PIC 9(6).
           10  SPT-SUB-COUNT      PIC 9(6).
           10  SPT-EMP-HASH       PIC 9(12).
           10  SPT-UNIT-TOTAL     PIC 9(7).
           10  FILLER             PIC X(42).

       FD  REGISTER-RPT-FILE.
       01  REGISTER-RPT-REC       PIC X(110).

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
      *  One supp_pay_ledger row.  pay_period is the period-end date
      *  the row was paid in, zero while a captured substitute add
      *  waits for its period to close; sent_date is the night the
      *  row went out on the interface, zero until then.  A row is
      *  never written twice for the same employee and section in a
      *  period, and never sent twice.
       01  LEDGER-HOST-VARS.
           10  LG-PAY-PERIOD      PIC 9(8)  VALUE ZERO.
           10  LG-EMP-ID          PIC X(6)  VALUE SPACES.
           10  LG-SECTION-ID      PIC X(8)  VALUE SPACES.
           10  LG-COURSE-CODE     PIC X(8)  VALUE SPACES.
           10  LG-PAY-TYPE        PIC X(2)  VALUE SPACES.
               88  LG-OVERLOAD    VALUE "OV".
               88  LG-SUB-COVER   VALUE "SC".
           10  LG-UNITS           PIC S9(4) COMP-5 VALUE ZERO.
           10  LG-SOURCE-DATE     PIC 9(8)  VALUE ZERO.
           10  LG-SENT-DATE       PIC 9(8)  VALUE ZERO.
           10  LG-FIRST-NAME      PIC X(8)  VALUE SPACES.
           10  LG-LAST-NAME       PIC X(8)  VALUE SPACES.
           10  LG-LOAD-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-EXISTS-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
      *  PAY_PERIOD_END (YYYYMMDD) closes that pay period: overload
      *  is measured, pending substitute adds dated on or before it
      *  are stamped into it, and the interface file is written.
      *  Blank means a capture-only night.
       01  WS-PERIOD-END-IN       PIC X(8)  VALUE SPACES.
       01  WS-CLOSE-SWITCH        PIC X(1)  VALUE "N".
           88  PERIOD-CLOSE       VALUE "Y".
       01  WS-PAY-FILE-SWITCH     PIC X(1)  VALUE "N".
           88  PAY-FILE-OPEN      VALUE "Y".
           88  CAPTURE-ONLY       VALUE "N".
      *  STANDARD_LOAD is the contractual load overload is paid
      *  above; it defaults to the MAX_SECTIONS figure ASSIGN_MAINT
      *  and SUB_ASSIGN cap on, counted the same way (rows in
      *  class_assignments per teacher).
       01  WS-LOAD-CAP-IN         PIC X(6)  VALUE SPACES.
       01  WS-LOAD-CAP-CHECK      PIC X(6)  VALUE SPACES.
       01  WS-LOAD-CAP            PIC 9(6)  VALUE ZERO COMP.
       01  WS-STD-LOAD-IN         PIC X(6)  VALUE SPACES.
       01  WS-STD-LOAD-CHECK      PIC X(6)  VALUE SPACES.
       01  WS-STD-LOAD            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-OVERLOAD-NEEDED     PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-RUN-DATE            PIC 9(8)  VALUE ZERO.
       01  WS-RUN-TIME            PIC 9(8)  VALUE ZERO.
       01  WS-EMP-ID-N            PIC 9(6)  VALUE ZERO.
       01  WS-TXN-EOF-SWITCH      PIC X(1) VALUE "N".
           88  SUB-TXN-EOF        VALUE "Y".
       01  WS-OVL-EOF-SWITCH      PIC X(1) VALUE "N".
           88  OVERLOAD-EOF       VALUE "Y".
       01  WS-SEC-EOF-SWITCH      PIC X(1) VALUE "N".
           88  SECTION-EOF        VALUE "Y".
       01  WS-PAY-EOF-SWITCH      PIC X(1) VALUE "N".
           88  PAY-ROWS-EOF       VALUE "Y".
       01  WS-ERROR-LOG.
           10  WS-ERR-CONTEXT     PIC X(20) VALUE SPACES.
           10  WS-ERR-SQLCODE     PIC -9(4).
       01  WS-ERR-TS-DATE         PIC 9(8).
       01  WS-ERR-TS-TIME         PIC 9(8).
       01  WS-TXN-COUNT           PIC 9(6) VALUE ZERO COMP.
       01  WS-CAPTURED-COUNT      PIC 9(6) VALUE ZERO COMP.
       01  WS-NOT-APPLIED-COUNT   PIC 9(6) VALUE ZERO COMP.
       01  WS-ALREADY-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-OVERLOAD-ADDED      PIC 9(6) VALUE ZERO COMP.
       01  WS-DETAIL-COUNT        PIC 9(6) VALUE ZERO COMP.
       01  WS-OV-COUNT            PIC 9(6) VALUE ZERO COMP.
       01  WS-SC-COUNT            PIC 9(6) VALUE ZERO COMP.
       01  WS-EMP-HASH            PIC 9(12) VALUE ZERO.
       01  WS-UNIT-TOTAL          PIC 9(7)  VALUE ZERO.
       01  WS-ERROR-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-COUNT-ED            PIC Z(5)9.
       01  WS-HASH-ED             PIC Z(11)9.
       01  WS-UNITS-ED            PIC ZZ9.
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

           DISPLAY "STANDARD_LOAD" UPON ENVIRONMENT-NAME.
           ACCEPT WS-STD-LOAD-IN FROM ENVIRONMENT-VALUE.
           MOVE WS-STD-LOAD-IN TO WS-STD-LOAD-CHECK.
           INSPECT WS-STD-LOAD-CHECK REPLACING ALL " " BY "0".
           IF WS-STD-LOAD-IN NOT EQUAL SPACES
              AND WS-STD-LOAD-CHECK NUMERIC THEN
               MOVE FUNCTION NUMVAL (WS-STD-LOAD-IN) TO WS-STD-LOAD
           END-IF.
           IF WS-STD-LOAD EQUAL ZERO THEN
               MOVE WS-LOAD-CAP TO WS-STD-LOAD
           END-IF.

           DISPLAY "PAY_PERIOD_END" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PERIOD-END-IN FROM ENVIRONMENT-VALUE.
           EVALUATE TRUE
               WHEN WS-PERIOD-END-IN NUMERIC
                   MOVE WS-PERIOD-END-IN TO LG-PAY-PERIOD
                   SET PERIOD-CLOSE TO TRUE
               WHEN WS-PERIOD-END-IN NOT EQUAL SPACES
      *  A close was asked for but the date is not YYYYMMDD; refuse
      *  rather than pay into a period nobody meant.
                   DISPLAY "+++ PAY_PERIOD_END not YYYYMMDD: "
                           WS-PERIOD-END-IN
                   EXEC SQL
                       DISCONNECT CURRENT
                   END-EXEC
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN OUTPUT ERROR-LOG-FILE.

           PERFORM CAPTURE-SUB-ADDS-PARAGRAPH.

           IF PERIOD-CLOSE AND WS-ERROR-COUNT EQUAL ZERO THEN
               PERFORM CLOSE-PERIOD-PARAGRAPH
           END-IF.

      *  Everything tonight stands or falls together: a failure
      *  anywhere leaves the ledger as it was, so nothing is marked
      *  sent that payroll should not load.
           IF WS-ERROR-COUNT EQUAL ZERO THEN
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO THEN
                   MOVE "COMMIT"            TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.

           IF PERIOD-CLOSE THEN
               PERFORM FINISH-INTERFACE-PARAGRAPH
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

           DISPLAY "+++ Supplemental pay run complete. +++"
           DISPLAY "+++ SUBTXN records read:     " WS-TXN-COUNT
           DISPLAY "+++ Sub adds captured:       " WS-CAPTURED-COUNT
           DISPLAY "+++ Sub adds not applied:    " WS-NOT-APPLIED-COUNT
           DISPLAY "+++ Sub adds already held:   " WS-ALREADY-COUNT
           IF PERIOD-CLOSE THEN
               DISPLAY "+++ Pay period closed:       " LG-PAY-PERIOD
               DISPLAY "+++ Overload rows added:     " WS-OVERLOAD-ADDED
               DISPLAY "+++ Interface details:       " WS-DETAIL-COUNT
               IF WS-ERROR-COUNT > ZERO THEN
                   DISPLAY "+++ SUPPAY INCOMPLETE - DO NOT TRANSMIT"
               END-IF
           END-IF
           DISPLAY "+++ Errors:                  " WS-ERROR-COUNT
           MOVE WS-TXN-COUNT TO STAT-RECORDS-READ
           COMPUTE STAT-RECORDS-WRITTEN =
               WS-CAPTURED-COUNT + WS-DETAIL-COUNT
           IF WS-ERROR-COUNT > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       CAPTURE-SUB-ADDS-PARAGRAPH.
           OPEN INPUT SUB-TXN-FILE
           PERFORM UNTIL SUB-TXN-EOF
               READ SUB-TXN-FILE
                   AT END
                       SET SUB-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TXN-COUNT
                       IF STX-ADD THEN
                           PERFORM CAPTURE-ONE-ADD-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUB-TXN-FILE.

       CAPTURE-ONE-ADD-PARAGRAPH.
      *  Only an add ASSIGN_MAINT actually applied is paid: its
      *  change_journal INSERT for the substitute and section is the
      *  proof, and its date is the date the cover started.  An add
      *  already on the ledger from that date, or still waiting on
      *  an earlier one, is not captured again; the same SUBTXN read
      *  on a later night therefore adds nothing.
           MOVE STX-EMP-ID      TO LG-EMP-ID
           MOVE STX-SECTION-ID  TO LG-SECTION-ID
           MOVE STX-COURSE-CODE TO LG-COURSE-CODE
           MOVE ZERO            TO LG-SOURCE-DATE
           EXEC SQL
               SELECT COALESCE(MAX(journal_date), 0)
                 INTO :LG-SOURCE-DATE
               FROM change_journal
               WHERE table_name  = 'class_assignments'
                 AND program_id  = 'ASSIGN_MAINT'
                 AND operation   = 'INSERT'
                 AND field_name  = 'employee_id'
                 AND section_id  = :LG-SECTION-ID
                 AND employee_id = :LG-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "SELECT journal"    TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF LG-SOURCE-DATE EQUAL ZERO THEN
                   ADD 1 TO WS-NOT-APPLIED-COUNT
               ELSE
                   PERFORM INSERT-SUB-ROW-PARAGRAPH
               END-IF
           END-IF.

       INSERT-SUB-ROW-PARAGRAPH.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTS-COUNT
               FROM supp_pay_ledger
               WHERE employee_id = :LG-EMP-ID
                 AND section_id  = :LG-SECTION-ID
                 AND pay_type    = 'SC'
                 AND (pay_period  = 0
                   OR source_date = :LG-SOURCE-DATE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CHECK ledger"      TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF WS-EXISTS-COUNT > ZERO THEN
                   ADD 1 TO WS-ALREADY-COUNT
               ELSE
                   MOVE "SC" TO LG-PAY-TYPE
                   MOVE 1    TO LG-UNITS
                   EXEC SQL
                       INSERT INTO supp_pay_ledger
                           (pay_period, employee_id, section_id,
                            course_code, pay_type, units,
                            source_date, sent_date)
                       VALUES
                           (0, :LG-EMP-ID, :LG-SECTION-ID,
                            :LG-COURSE-CODE, :LG-PAY-TYPE, :LG-UNITS,
                            :LG-SOURCE-DATE, 0)
                   END-EXEC
                   IF SQLCODE NOT EQUAL ZERO THEN
                       MOVE "INSERT ledger SC"  TO WS-ERR-CONTEXT
                       MOVE SQLCODE             TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-CAPTURED-COUNT
                   END-IF
               END-IF
           END-IF.

       CLOSE-PERIOD-PARAGRAPH.
      *  Overload first, so its section choice can step around the
      *  sections already being paid to the same teacher this period;
      *  then the waiting substitute adds join the period; then the
      *  period's unsent rows go out and are marked sent.
           PERFORM OVERLOAD-PARAGRAPH
           IF WS-ERROR-COUNT EQUAL ZERO THEN
               PERFORM STAMP-SUB-ROWS-PARAGRAPH
           END-IF
           IF WS-ERROR-COUNT EQUAL ZERO THEN
               PERFORM WRITE-INTERFACE-PARAGRAPH
           END-IF.

       OVERLOAD-PARAGRAPH.
      *  Every teacher whose class_assignments count is above the
      *  standard load, with how many sections over it they are.
           EXEC SQL
               DECLARE OVERLOAD_CURSOR CURSOR FOR
               SELECT employee_id, COUNT(*)
               FROM class_assignments
               GROUP BY employee_id
               HAVING COUNT(*) > :WS-STD-LOAD
               ORDER BY employee_id
           END-EXEC

           EXEC SQL
               OPEN OVERLOAD_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN OVERLOAD_CURSOR" TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET OVERLOAD-EOF TO TRUE
           END-IF

           PERFORM UNTIL OVERLOAD-EOF
               EXEC SQL
                   FETCH OVERLOAD_CURSOR
                       INTO :LG-EMP-ID,
                            :LG-LOAD-COUNT
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET OVERLOAD-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH OVERLOAD"    TO WS-ERR-CONTEXT
                       MOVE SQLCODE             TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET OVERLOAD-EOF         TO TRUE
                   WHEN OTHER
                       PERFORM OVERLOAD-TEACHER-PARAGRAPH
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE OVERLOAD_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE OVERLOAD"    TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

       OVERLOAD-TEACHER-PARAGRAPH.
      *  Sections over the standard load, less any overload rows a
      *  rerun of this close already wrote, are paid from the
      *  teacher's highest-numbered sections that are not already
      *  on the ledger for them this period.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTS-COUNT
               FROM supp_pay_ledger
               WHERE employee_id = :LG-EMP-ID
                 AND pay_period  = :LG-PAY-PERIOD
                 AND pay_type    = 'OV'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CHECK ledger OV"   TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               MOVE ZERO TO WS-OVERLOAD-NEEDED
           ELSE
               COMPUTE WS-OVERLOAD-NEEDED =
                   LG-LOAD-COUNT - WS-STD-LOAD - WS-EXISTS-COUNT
           END-IF

           IF WS-OVERLOAD-NEEDED > ZERO THEN
               EXEC SQL
                   DECLARE OVSECT_CURSOR CURSOR FOR
                   SELECT a.section_id, a.course_code
                   FROM class_assignments a
                   WHERE a.employee_id = :LG-EMP-ID
                     AND NOT EXISTS
                         (SELECT 1 FROM supp_pay_ledger l
                          WHERE l.employee_id = a.employee_id
                            AND l.section_id  = a.section_id
                            AND (l.pay_period = :LG-PAY-PERIOD
                              OR l.pay_period = 0))
                   ORDER BY a.section_id DESC
               END-EXEC
               EXEC SQL
                   OPEN OVSECT_CURSOR
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO THEN
                   MOVE "OPEN OVSECT_CURSOR" TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
                   SET SECTION-EOF TO TRUE
               ELSE
                   MOVE "N" TO WS-SEC-EOF-SWITCH
               END-IF
               PERFORM UNTIL SECTION-EOF
                       OR WS-OVERLOAD-NEEDED NOT > ZERO
                   EXEC SQL
                       FETCH OVSECT_CURSOR
                           INTO :LG-SECTION-ID,
                                :LG-COURSE-CODE
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE EQUAL 100
                           SET SECTION-EOF TO TRUE
                       WHEN SQLCODE NOT EQUAL ZERO
                           MOVE "FETCH OVSECT"      TO WS-ERR-CONTEXT
                           MOVE SQLCODE             TO WS-ERR-SQLCODE
                           PERFORM LOG-ERROR-PARAGRAPH
                           ADD 1 TO WS-ERROR-COUNT
                           SET SECTION-EOF          TO TRUE
                       WHEN OTHER
                           PERFORM INSERT-OVERLOAD-ROW-PARAGRAPH
                   END-EVALUATE
               END-PERFORM
               EXEC SQL CLOSE OVSECT_CURSOR END-EXEC
               IF SQLCODE NOT EQUAL ZERO THEN
                   MOVE "CLOSE OVSECT"      TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
               END-IF
           END-IF.

       INSERT-OVERLOAD-ROW-PARAGRAPH.
           MOVE "OV" TO LG-PAY-TYPE
           MOVE 1    TO LG-UNITS
           EXEC SQL
               INSERT INTO supp_pay_ledger
                   (pay_period, employee_id, section_id,
                    course_code, pay_type, units,
                    source_date, sent_date)
               VALUES
                   (:LG-PAY-PERIOD, :LG-EMP-ID, :LG-SECTION-ID,
                    :LG-COURSE-CODE, :LG-PAY-TYPE, :LG-UNITS,
                    :LG-PAY-PERIOD, 0)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "INSERT ledger OV"  TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-OVERLOAD-ADDED
               SUBTRACT 1 FROM WS-OVERLOAD-NEEDED
           END-IF.

       STAMP-SUB-ROWS-PARAGRAPH.
      *  Substitute adds captured on or before the period end are
      *  paid in this period; later ones wait for the next close.
           EXEC SQL
               UPDATE supp_pay_ledger
                  SET pay_period = :LG-PAY-PERIOD
                WHERE pay_period = 0
                  AND pay_type   = 'SC'
                  AND source_date <= :LG-PAY-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100 THEN
               MOVE "STAMP ledger SC"   TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       WRITE-INTERFACE-PARAGRAPH.
      *  Only rows not yet sent go out, so a rerun of the same close
      *  produces a file with no details rather than paying twice.
      *  Both files are left open for FINISH-INTERFACE-PARAGRAPH.
           OPEN OUTPUT PAY-FILE
           OPEN OUTPUT REGISTER-RPT-FILE
           SET PAY-FILE-OPEN TO TRUE

           MOVE SPACES          TO PAY-HEADER-REC
           MOVE "H"             TO SPH-REC-TYPE
           MOVE "SUPPAY"        TO SPH-INTERFACE-ID
           MOVE LG-PAY-PERIOD   TO SPH-PAY-PERIOD
           MOVE WS-RUN-DATE     TO SPH-CREATE-DATE
           MOVE WS-RUN-TIME (1:6) TO SPH-CREATE-TIME
           WRITE PAY-HEADER-REC

           STRING "Supplemental pay register  period ending "
                      DELIMITED BY SIZE
                  LG-PAY-PERIOD   DELIMITED BY SIZE
                  "  run "        DELIMITED BY SIZE
                  WS-RUN-DATE     DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-STD-LOAD TO WS-COUNT-ED
           STRING "Standard load "  DELIMITED BY SIZE
                  WS-COUNT-ED      DELIMITED BY SIZE
                  "  (OV = overload section, SC = substitute cover)"
                                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           PERFORM WRITE-REPORT-LINE-PARAGRAPH

           EXEC SQL
               DECLARE PAY_CURSOR CURSOR FOR
               SELECT l.employee_id, l.section_id, l.course_code,
                      l.pay_type, l.units, l.source_date,
                      COALESCE(t.first_name, ' '),
                      COALESCE(t.last_name, ' ')
               FROM supp_pay_ledger l
               LEFT JOIN teachers t
                 ON t.employee_id = l.employee_id
               WHERE l.pay_period = :LG-PAY-PERIOD
                 AND l.sent_date  = 0
               ORDER BY l.pay_type, l.employee_id, l.section_id
           END-EXEC

           EXEC SQL
               OPEN PAY_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "OPEN PAY_CURSOR"   TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
               ADD 1 TO WS-ERROR-COUNT
               SET PAY-ROWS-EOF TO TRUE
           END-IF

           PERFORM UNTIL PAY-ROWS-EOF
               EXEC SQL
                   FETCH PAY_CURSOR
                       INTO :LG-EMP-ID,
                            :LG-SECTION-ID,
                            :LG-COURSE-CODE,
                            :LG-PAY-TYPE,
                            :LG-UNITS,
                            :LG-SOURCE-DATE,
                            :LG-FIRST-NAME,
                            :LG-LAST-NAME
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       SET PAY-ROWS-EOF TO TRUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "FETCH PAY_CURSOR"  TO WS-ERR-CONTEXT
                       MOVE SQLCODE             TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                       SET PAY-ROWS-EOF         TO TRUE
                   WHEN OTHER
                       PERFORM WRITE-DETAIL-PARAGRAPH
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE PAY_CURSOR END-EXEC
           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "CLOSE PAY_CURSOR"  TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF

           IF WS-ERROR-COUNT EQUAL ZERO THEN
               EXEC SQL
                   UPDATE supp_pay_ledger
                      SET sent_date = :WS-RUN-DATE
                    WHERE pay_period = :LG-PAY-PERIOD
                      AND sent_date  = 0
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               THEN
                   MOVE "MARK ledger sent"  TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.

       FINISH-INTERFACE-PARAGRAPH.
      *  The trailer goes on only once the rows are committed as
      *  sent.  After a failure anywhere SUPPAY is left without one,
      *  which payroll's load refuses, and the register says not to
      *  send it: the ledger was rolled back, so the next close sends
      *  the same rows again in full.  A close that failed before the
      *  interface was started still empties SUPPAY, so the last
      *  period's file cannot be sent again by mistake.
           IF NOT PAY-FILE-OPEN THEN
               OPEN OUTPUT PAY-FILE
               OPEN OUTPUT REGISTER-RPT-FILE
               SET PAY-FILE-OPEN TO TRUE
           END-IF
           IF WS-ERROR-COUNT EQUAL ZERO THEN
               MOVE SPACES            TO PAY-TRAILER-REC
               MOVE "T"               TO SPT-REC-TYPE
               MOVE WS-DETAIL-COUNT   TO SPT-DETAIL-COUNT
               MOVE WS-OV-COUNT       TO SPT-OVERLOAD-COUNT
               MOVE WS-SC-COUNT       TO SPT-SUB-COUNT
               MOVE WS-EMP-HASH       TO SPT-EMP-HASH
               MOVE WS-UNIT-TOTAL     TO SPT-UNIT-TOTAL
               WRITE PAY-TRAILER-REC
               PERFORM WRITE-REGISTER-TOTALS-PARAGRAPH
           ELSE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               STRING "*** RUN FAILED - SUPPAY IS INCOMPLETE AND HAS "
                                           DELIMITED BY SIZE
                      "NO TRAILER.  DO NOT TRANSMIT. ***"
                                           DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               MOVE "    Nothing was marked sent; rerun the close."
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF
           CLOSE PAY-FILE
           CLOSE REGISTER-RPT-FILE.

       WRITE-DETAIL-PARAGRAPH.
      *  The employee-id hash is the plain sum of the numeric ids,
      *  which is what payroll recomputes on load.
           MOVE SPACES            TO PAY-DETAIL-REC
           MOVE "D"               TO SPD-REC-TYPE
           MOVE LG-EMP-ID         TO SPD-EMP-ID
           MOVE LG-PAY-TYPE       TO SPD-PAY-CODE
           MOVE LG-SECTION-ID     TO SPD-SECTION-ID
           MOVE LG-COURSE-CODE    TO SPD-COURSE-CODE
           MOVE LG-UNITS          TO SPD-UNITS
           MOVE LG-SOURCE-DATE    TO SPD-SOURCE-DATE
           MOVE LG-PAY-PERIOD     TO SPD-PAY-PERIOD
           WRITE PAY-DETAIL-REC

           ADD 1 TO WS-DETAIL-COUNT
           IF LG-OVERLOAD THEN
               ADD 1 TO WS-OV-COUNT
           ELSE
               ADD 1 TO WS-SC-COUNT
           END-IF
           IF LG-EMP-ID NUMERIC THEN
               MOVE LG-EMP-ID TO WS-EMP-ID-N
               ADD WS-EMP-ID-N TO WS-EMP-HASH
           END-IF
           ADD LG-UNITS TO WS-UNIT-TOTAL

           MOVE LG-UNITS TO WS-UNITS-ED
           STRING LG-PAY-TYPE      DELIMITED BY SIZE
                  "  EMP "         DELIMITED BY SIZE
                  LG-EMP-ID        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  LG-LAST-NAME     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  LG-FIRST-NAME    DELIMITED BY SIZE
                  "  SECTION "     DELIMITED BY SIZE
                  LG-SECTION-ID    DELIMITED BY SIZE
                  " COURSE "       DELIMITED BY SIZE
                  LG-COURSE-CODE   DELIMITED BY SIZE
                  " UNITS "        DELIMITED BY SIZE
                  WS-UNITS-ED      DELIMITED BY SIZE
                  "  FROM "        DELIMITED BY SIZE
                  LG-SOURCE-DATE   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       WRITE-REGISTER-TOTALS-PARAGRAPH.
      *  The same figures the trailer carries, so the sign-off can be
      *  checked against what payroll loaded.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           IF WS-DETAIL-COUNT EQUAL ZERO THEN
               MOVE "  Nothing unpaid for this period."
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF
           MOVE WS-OV-COUNT TO WS-COUNT-ED
           STRING "Overload details:     " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-SC-COUNT TO WS-COUNT-ED
           STRING "Substitute details:   " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-DETAIL-COUNT TO WS-COUNT-ED
           STRING "Total details:        " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-UNIT-TOTAL TO WS-HASH-ED
           STRING "Total units:    "       DELIMITED BY SIZE
                  WS-HASH-ED              DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-EMP-HASH TO WS-HASH-ED
           STRING "Employee id hash:"      DELIMITED BY SIZE
                  WS-HASH-ED              DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           STRING "Reviewed by payroll: ____________________"
                                           DELIMITED BY SIZE
                  "  Date: __________"    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE REPORT-LINE TO REGISTER-RPT-REC
           WRITE REGISTER-RPT-REC
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
