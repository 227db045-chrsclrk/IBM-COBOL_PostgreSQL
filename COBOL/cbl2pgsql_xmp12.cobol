           10  DB-NAME            PIC X(18) VALUE "AD22".
       01  WS-DB-NAME-OVERRIDE    PIC X(18) VALUE SPACES.
       COPY TEACHREC.
       COPY BALCTL.
       01  WS-RSLT-EOF-SWITCH     PIC X(1) VALUE "N".
           88  RESULTS-EOF        VALUE "Y".
       01  WS-EXT-EOF-SWITCH      PIC X(1) VALUE "N".
           PERFORM READ-TRAILER-PARAGRAPH.
           PERFORM PROCESS-RESULTS-PARAGRAPH.
           PERFORM COMPARE-COUNTS-PARAGRAPH.
           PERFORM POST-RESULTS-PARAGRAPH.

           CLOSE RESULTS-RPT-FILE.

               END-IF
           END-IF.

       POST-RESULTS-PARAGRAPH.
      *  Both sides of the acknowledgement for BATCH_BAL: the trailer
      *  counts read back off the extract (zero when it had none),
      *  what the SIS says it took in, and how much of that it
      *  rejected.  The SIS reports no partial errors of its own.
           MOVE "SIS_RESULTS"   TO BC-PROGRAM-ID
           MOVE "EXTFILE"       TO BC-CTL-FILE
           MOVE ZERO            TO BC-ERRORED
           MOVE "T"             TO BC-RECORD-KIND
           MOVE WS-Z-TEACHERS   TO BC-RECORDS-OUT
           MOVE WS-SIS-TEACHERS TO BC-RECORDS-IN
           MOVE WS-REJ-T-COUNT  TO BC-REJECTED
           COMPUTE BC-APPLIED = BC-RECORDS-IN - BC-REJECTED
           IF BC-APPLIED < ZERO THEN
               MOVE ZERO TO BC-APPLIED
           END-IF
           PERFORM POST-CONTROL-PARAGRAPH
           MOVE "S"             TO BC-RECORD-KIND
           MOVE WS-Z-SECTIONS   TO BC-RECORDS-OUT
           MOVE WS-SIS-SECTIONS TO BC-RECORDS-IN
           MOVE WS-REJ-S-COUNT  TO BC-REJECTED
           COMPUTE BC-APPLIED = BC-RECORDS-IN - BC-REJECTED
           IF BC-APPLIED < ZERO THEN
               MOVE ZERO TO BC-APPLIED
           END-IF
           PERFORM POST-CONTROL-PARAGRAPH.

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE REPORT-LINE TO RESULTS-RPT-REC
           WRITE RESULTS-RPT-REC
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
