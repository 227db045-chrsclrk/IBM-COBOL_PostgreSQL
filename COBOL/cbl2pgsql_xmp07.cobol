           10  DB-NAME            PIC X(18) VALUE "AD22".
       01  WS-DB-NAME-OVERRIDE    PIC X(18) VALUE SPACES.
       COPY TEACHREC.
       COPY BALCTL.
       01  PGSQL-FILTER.
           10  DEPT-FILTER        PIC X(4)  VALUE SPACES.
           10  ACTIVE-FILTER      PIC X(1)  VALUE SPACES.
                   INTO EXTRACT-LINE
               END-STRING
               PERFORM WRITE-EXTRACT-LINE-PARAGRAPH
               PERFORM POST-TRAILER-PARAGRAPH
           ELSE
      *  An extract without its trailer must not be shipped; the
      *  nonzero condition code is what keeps the night run from
           WRITE EXTRACT-REC
           MOVE SPACES TO EXTRACT-LINE.

       POST-TRAILER-PARAGRAPH.
      *  The Z trailer's two counts, posted so BATCH_BAL can tie them
      *  to what SIS_RESULTS later reports the SIS loaded.  An
      *  extract that ended without a trailer posts nothing.
           MOVE "ROSTER_EXTRACT" TO BC-PROGRAM-ID
           MOVE "EXTFILE"        TO BC-CTL-FILE
           MOVE "T"              TO BC-RECORD-KIND
           MOVE WS-TEACHER-COUNT TO BC-RECORDS-OUT
           PERFORM POST-CONTROL-PARAGRAPH
           MOVE "S"              TO BC-RECORD-KIND
           MOVE WS-SECTION-COUNT TO BC-RECORDS-OUT
           PERFORM POST-CONTROL-PARAGRAPH.

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
