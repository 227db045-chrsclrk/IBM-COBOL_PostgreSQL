           10  DB-NAME            PIC X(18) VALUE "AD22".
       01  WS-DB-NAME-OVERRIDE    PIC X(18) VALUE SPACES.
       COPY TEACHREC.
       COPY BALCTL.
       01  WS-HR-EOF-SWITCH       PIC X(1) VALUE "N".
           88  HR-FEED-EOF        VALUE "Y".
       01  WS-TCH-EOF-SWITCH      PIC X(1) VALUE "N".
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

      *  Posted on a report-only run too: nothing went to RECONTXN.
           MOVE "TEACHER_RECON"  TO BC-PROGRAM-ID
           MOVE "RECONTXN"       TO BC-CTL-FILE
           MOVE SPACES           TO BC-RECORD-KIND
           MOVE WS-TXN-OUT-COUNT TO BC-RECORDS-OUT
           PERFORM POST-CONTROL-PARAGRAPH.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
           WRITE TXN-OUT-REC
           ADD 1 TO WS-TXN-OUT-COUNT.

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
