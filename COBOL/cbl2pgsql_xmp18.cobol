
       FD  ASG-REJ-FILE.
       01  ASG-REJ-REC.
           10  ARJ-TXN-IMAGE      PIC X(36).
           10  ARJ-REASON-CODE    PIC X(6).

       FD  MNT-FIX-FILE.
       01  MNT-FIX-REC            PIC X(38).

       FD  ASG-FIX-FILE.
       01  ASG-FIX-REC            PIC X(36).

       FD  MNT-TXN-OUT-FILE.
       01  MNT-TXN-OUT-REC        PIC X(38).

       FD  ASG-TXN-OUT-FILE.
       01  ASG-TXN-OUT-REC        PIC X(36).

       FD  AGED-RPT-FILE.
       01  AGED-RPT-REC           PIC X(110).
       01  WS-NEW-INV-COUNT       PIC 9(6) VALUE ZERO COMP.
       01  WS-STILL-BAD-COUNT     PIC 9(6) VALUE ZERO COMP.
       01  WS-RECYCLED-COUNT      PIC 9(6) VALUE ZERO COMP.
       01  WS-MNT-RECYCLED-COUNT  PIC 9(6) VALUE ZERO COMP.
       01  WS-ASG-RECYCLED-COUNT  PIC 9(6) VALUE ZERO COMP.
       COPY BALCTL.
       01  WS-CLEARED-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-AGED-COUNT          PIC 9(6) VALUE ZERO COMP.
       01  WS-ERROR-COUNT         PIC 9(6) VALUE ZERO COMP.
           PERFORM DROP-APPLIED-PARAGRAPH.
           PERFORM RECYCLE-MNT-FIXES-PARAGRAPH.
           PERFORM RECYCLE-ASG-FIXES-PARAGRAPH.
           PERFORM POST-RECYCLED-PARAGRAPH.

           EXEC SQL
               COMMIT
                       MOVE ARJ-TXN-IMAGE (1:15)
                                            TO IV-MATCH-KEY
                       MOVE SPACES          TO IV-TXN-IMAGE
                       MOVE ARJ-TXN-IMAGE   TO IV-TXN-IMAGE (1:36)
                       MOVE ARJ-REASON-CODE TO IV-REASON-CODE
                       PERFORM RECORD-REJECT-PARAGRAPH
               END-READ
                       MOVE MNT-FIX-REC TO MNT-TXN-OUT-REC
                       WRITE MNT-TXN-OUT-REC
                       ADD 1 TO WS-RECYCLED-COUNT
                       ADD 1 TO WS-MNT-RECYCLED-COUNT
                       MOVE "MNT"  TO IV-SOURCE
                       MOVE SPACES TO IV-MATCH-KEY
                       MOVE MNT-FIX-REC (1:7) TO IV-MATCH-KEY
                       MOVE ASG-FIX-REC TO ASG-TXN-OUT-REC
                       WRITE ASG-TXN-OUT-REC
                       ADD 1 TO WS-RECYCLED-COUNT
                       ADD 1 TO WS-ASG-RECYCLED-COUNT
                       MOVE "ASG"  TO IV-SOURCE
                       MOVE SPACES TO IV-MATCH-KEY
                       MOVE ASG-FIX-REC (1:15) TO IV-MATCH-KEY
           END-PERFORM
           CLOSE ASG-FIX-FILE.

       POST-RECYCLED-PARAGRAPH.
      *  What tonight appended to each transaction stream, for
      *  BATCH_BAL to add to the staged file's own count; posted in
      *  the same unit of work as the resubmit stamps.
           MOVE "REJ_RECYCLE"         TO BC-PROGRAM-ID
           MOVE SPACES                TO BC-RECORD-KIND
           MOVE "MNTFIX"              TO BC-CTL-FILE
           MOVE WS-MNT-RECYCLED-COUNT TO BC-RECORDS-IN
           MOVE WS-MNT-RECYCLED-COUNT TO BC-RECORDS-OUT
           PERFORM POST-CONTROL-PARAGRAPH
           MOVE "ASGFIX"              TO BC-CTL-FILE
           MOVE WS-ASG-RECYCLED-COUNT TO BC-RECORDS-IN
           MOVE WS-ASG-RECYCLED-COUNT TO BC-RECORDS-OUT
           PERFORM POST-CONTROL-PARAGRAPH.

       MARK-RESUBMIT-PARAGRAPH.
      *  Date-stamp the inventory row now that the record is on the
      *  input stream, so tomorrow's run can tell an applied record
           WRITE AGED-RPT-REC
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
