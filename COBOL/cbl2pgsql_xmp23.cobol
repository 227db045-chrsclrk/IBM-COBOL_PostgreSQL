       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "BATCH_BAL".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Tonight's two transaction streams as they stand on disk
      *  after the maintenance runs read them, counted here so a
      *  file cut short between the programs shows up as its own
      *  figure.  OPTIONAL: a night with nothing staged has neither.
           SELECT OPTIONAL MNT-TXN-FILE ASSIGN TO "MNTTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ASG-TXN-FILE ASSIGN TO "ASGTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-RPT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LOG-FILE ASSIGN TO "BALERR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MNT-TXN-FILE.
       01  MNT-TXN-REC            PIC X(38).

       FD  ASG-TXN-FILE.
       01  ASG-TXN-REC            PIC X(36).

      *  One block per hand-off: what the sending programs said they
      *  wrote, what is on the file (or, for the SIS feed, what the
      *  trailer read back said), what the receiving program read,
      *  and how each record it read ended.  A block that does not
      *  tie all the way across is flagged OUT OF BALANCE.
       FD  BALANCE-RPT-FILE.
       01  BALANCE-RPT-REC        PIC X(110).

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
       COPY BALCTL.
      *  BAL_DATE (YYYYMMDD) picks whose postings are balanced,
      *  default today; set it to rerun the check for a night that
      *  ran past midnight or for an earlier night.
       01  WS-BAL-DATE-IN         PIC X(8)  VALUE SPACES.
       01  WS-BAL-DATE            PIC 9(8)  VALUE ZERO.
      *  When the receiving posting being balanced was made; what it
      *  read is what its senders posted before then.  For the SIS
      *  feed, the load results and the last extract before them.
       01  WS-ACK-DATE            PIC 9(8)  VALUE ZERO.
       01  WS-ACK-TIME            PIC 9(8)  VALUE ZERO.
      *  The receiving program's run before that one: anything posted
      *  earlier was read by that run, not this one.
       01  WS-PRIOR-DATE          PIC 9(8)  VALUE ZERO.
       01  WS-PRIOR-TIME          PIC 9(8)  VALUE ZERO.
      *  And the run before that, for a sender whose file is built
      *  before the receiving program runs on one night but is not
      *  reviewed and staged until the next.
       01  WS-PRIOR-2-DATE        PIC 9(8)  VALUE ZERO.
       01  WS-PRIOR-2-TIME        PIC 9(8)  VALUE ZERO.
      *  The window a sender's posting is looked for in.
       01  WS-FROM-DATE           PIC 9(8)  VALUE ZERO.
       01  WS-FROM-TIME           PIC 9(8)  VALUE ZERO.
       01  WS-TO-DATE             PIC 9(8)  VALUE ZERO.
       01  WS-TO-TIME             PIC 9(8)  VALUE ZERO.
      *  The sending side being read, set up by the caller: whether
      *  it runs every night, whether its file went onto the stream
      *  the receiving program read this run or the one before, and
      *  whether it is tied or a file of proposals for review, only
      *  the approved part of which is ever staged.
       01  WS-SOURCE-NAME         PIC X(24) VALUE SPACES.
       01  WS-SOURCE-RUN-SWITCH   PIC X(1)  VALUE "Y".
           88  SOURCE-RUNS-NIGHTLY   VALUE "Y".
           88  SOURCE-RUNS-ON-DEMAND VALUE "N".
       01  WS-SOURCE-LAG-SWITCH   PIC X(1)  VALUE "C".
           88  SOURCE-FOR-THIS-RUN   VALUE "C".
           88  SOURCE-FOR-NEXT-RUN   VALUE "N".
       01  WS-SOURCE-ROLE-SWITCH  PIC X(1)  VALUE "T".
           88  SOURCE-TIED           VALUE "T".
           88  SOURCE-FOR-REVIEW     VALUE "R".
       01  WS-SOURCE-SUB          PIC 9(2)  VALUE ZERO COMP.
      *  The figures for the link being balanced.
       01  BALANCE-LINK.
           10  BL-LINK-NAME       PIC X(8)  VALUE SPACES.
           10  BL-LINK-TITLE      PIC X(70) VALUE SPACES.
           10  BL-MIDDLE-LABEL    PIC X(8)  VALUE SPACES.
           10  BL-TARGET-NAME     PIC X(14) VALUE SPACES.
      *  Every program whose file can end up in the one the receiving
      *  program reads, with what it last said it wrote.
           10  BL-SOURCE-COUNT    PIC 9(2)  VALUE ZERO COMP.
           10  BL-SOURCE          OCCURS 4 TIMES.
               15  BL-SOURCE-NAME     PIC X(24).
               15  BL-SOURCE-OUT      PIC S9(9) COMP-5.
               15  BL-SOURCE-DATE     PIC 9(8).
               15  BL-SOURCE-SWITCH   PIC X(1).
                   88  BL-SOURCE-POSTED   VALUE "Y".
               15  BL-SOURCE-RUN      PIC X(1).
                   88  BL-SOURCE-NIGHTLY  VALUE "Y".
               15  BL-SOURCE-ROLE     PIC X(1).
                   88  BL-SOURCE-TIED     VALUE "T".
                   88  BL-SOURCE-FOR-REVIEW VALUE "R".
           10  BL-OUT-TOTAL       PIC S9(9) COMP-5 VALUE ZERO.
           10  BL-MIDDLE          PIC S9(9) COMP-5 VALUE ZERO.
           10  BL-IN              PIC S9(9) COMP-5 VALUE ZERO.
           10  BL-APPLIED         PIC S9(9) COMP-5 VALUE ZERO.
           10  BL-REJECTED        PIC S9(9) COMP-5 VALUE ZERO.
           10  BL-ERRORED         PIC S9(9) COMP-5 VALUE ZERO.
           10  BL-DISPOSED        PIC S9(9) COMP-5 VALUE ZERO.
           10  BL-TARGET-SWITCH   PIC X(1)  VALUE "N".
               88  BL-TARGET-POSTED   VALUE "Y".
           10  BL-STATUS          PIC X(1)  VALUE SPACES.
               88  BL-TIES            VALUE "T".
               88  BL-NO-ACTIVITY     VALUE "N".
               88  BL-AWAITING        VALUE "W".
               88  BL-OUT-OF-BALANCE  VALUE "O".
       01  WS-POSTING-SWITCH      PIC X(1) VALUE "N".
           88  POSTING-FOUND      VALUE "Y".
           88  POSTING-MISSING    VALUE "N".
       01  WS-MTXN-EOF-SWITCH     PIC X(1) VALUE "N".
           88  MNT-TXN-EOF        VALUE "Y".
       01  WS-ATXN-EOF-SWITCH     PIC X(1) VALUE "N".
           88  ASG-TXN-EOF        VALUE "Y".
       01  WS-ERROR-LOG.
           10  WS-ERR-CONTEXT     PIC X(20) VALUE SPACES.
           10  WS-ERR-SQLCODE     PIC -9(4).
       01  WS-ERR-TS-DATE         PIC 9(8).
       01  WS-ERR-TS-TIME         PIC 9(8).
       01  WS-MNT-FILE-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ASG-FILE-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LINK-COUNT          PIC 9(6) VALUE ZERO COMP.
       01  WS-UNBALANCED-COUNT    PIC 9(6) VALUE ZERO COMP.
       01  WS-ERROR-COUNT         PIC 9(6) VALUE ZERO COMP.
       01  WS-COUNT-ED-1          PIC Z(5)9.
       01  WS-COUNT-ED-2          PIC Z(5)9.
       01  WS-COUNT-ED-3          PIC Z(5)9.
       01  WS-COUNT-ED-4          PIC Z(5)9.
       01  WS-COUNT-ED-5          PIC Z(5)9.
       01  WS-COUNT-ED-6          PIC Z(5)9.
       01  REPORT-LINE            PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *  DB-NAME defaults to AD22, same override rule as HELLO_POSTGRES.
           DISPLAY "DB_NAME" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DB-NAME-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-DB-NAME-OVERRIDE NOT EQUAL SPACES THEN
               MOVE WS-DB-NAME-OVERRIDE TO DB-NAME
           END-IF.

           DISPLAY "BAL_DATE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-BAL-DATE-IN FROM ENVIRONMENT-VALUE.
           IF WS-BAL-DATE-IN EQUAL SPACES THEN
               ACCEPT WS-BAL-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-BAL-DATE-IN NUMERIC THEN
                   MOVE WS-BAL-DATE-IN TO WS-BAL-DATE
               ELSE
                   DISPLAY "+++ BAL_DATE not YYYYMMDD: " WS-BAL-DATE-IN
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
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
           OPEN OUTPUT BALANCE-RPT-FILE.

           STRING "Batch balancing for the night of " DELIMITED BY SIZE
                  WS-BAL-DATE                         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           STRING "Each link: OUT = ON FILE (or TRAILER) = IN"
                                                      DELIMITED BY SIZE
                  " = APPLIED + REJECTED + ERRORED"   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

           PERFORM COUNT-MNT-TXN-PARAGRAPH.
           PERFORM COUNT-ASG-TXN-PARAGRAPH.

           PERFORM BALANCE-MNTTXN-PARAGRAPH.
           PERFORM BALANCE-ASGTXN-PARAGRAPH.
           MOVE "T" TO BC-RECORD-KIND
           PERFORM BALANCE-SIS-FEED-PARAGRAPH.
           MOVE "S" TO BC-RECORD-KIND
           PERFORM BALANCE-SIS-FEED-PARAGRAPH.

           PERFORM WRITE-REPORT-LINE-PARAGRAPH.
           MOVE WS-LINK-COUNT       TO WS-COUNT-ED-1
           MOVE WS-UNBALANCED-COUNT TO WS-COUNT-ED-2
           STRING "Links checked: "   DELIMITED BY SIZE
                  WS-COUNT-ED-1       DELIMITED BY SIZE
                  "  Out of balance: " DELIMITED BY SIZE
                  WS-COUNT-ED-2       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

           CLOSE BALANCE-RPT-FILE.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO THEN
               MOVE "DISCONNECT"        TO WS-ERR-CONTEXT
               MOVE SQLCODE             TO WS-ERR-SQLCODE
               PERFORM LOG-ERROR-PARAGRAPH
           END-IF.

           CLOSE ERROR-LOG-FILE.

           DISPLAY "+++ Batch balancing complete. +++"
           DISPLAY "+++ Links checked:    " WS-LINK-COUNT
           DISPLAY "+++ Out of balance:   " WS-UNBALANCED-COUNT
           DISPLAY "+++ Errors:           " WS-ERROR-COUNT
           COMPUTE STAT-RECORDS-READ =
               WS-MNT-FILE-COUNT + WS-ASG-FILE-COUNT
           MOVE WS-LINK-COUNT TO STAT-RECORDS-WRITTEN
      *  Out of balance is a warning for the night run to flag, not
      *  a failure: the data has moved, it just has to be explained.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNBALANCED-COUNT > ZERO
                   DISPLAY "+++ OUT OF BALANCE - see BALRPT"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       COUNT-MNT-TXN-PARAGRAPH.
           OPEN INPUT MNT-TXN-FILE
           PERFORM UNTIL MNT-TXN-EOF
               READ MNT-TXN-FILE
                   AT END
                       SET MNT-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MNT-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE MNT-TXN-FILE.

       COUNT-ASG-TXN-PARAGRAPH.
           OPEN INPUT ASG-TXN-FILE
           PERFORM UNTIL ASG-TXN-EOF
               READ ASG-TXN-FILE
                   AT END
                       SET ASG-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ASG-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE ASG-TXN-FILE.

       BALANCE-MNTTXN-PARAGRAPH.
      *  TEACHER_RECON's reviewed RECONTXN is staged as MNTTXN and
      *  REJ_RECYCLE appends the MNTFIX corrections: together, what
      *  TEACHER_MAINT should read.  TEACHER_RECON runs ahead of
      *  TEACHER_MAINT in the night, so the RECONTXN read tonight is
      *  the one built before TEACHER_MAINT's run last time; MNTFIX
      *  is built the same night it is read.  INTEG_CHECK's INTGMNT
      *  proposals are shown but not tied: only the lines the office
      *  approves are staged, so a staged approval shows up as a
      *  difference the INTGMNT line explains.
           INITIALIZE BALANCE-LINK
           MOVE "MNTTXN"   TO BL-LINK-NAME
           MOVE "TEACHER_RECON + REJ_RECYCLE -> MNTTXN -> TEACHER_MAINT"
               TO BL-LINK-TITLE
           MOVE "ON FILE"  TO BL-MIDDLE-LABEL
           MOVE "TEACHER_MAINT"          TO BL-TARGET-NAME
           MOVE SPACES TO BC-RECORD-KIND

           MOVE "TEACHER_MAINT" TO BC-PROGRAM-ID
           MOVE "MNTTXN"        TO BC-CTL-FILE
           PERFORM READ-POSTING-PARAGRAPH
           IF POSTING-FOUND THEN
               SET BL-TARGET-POSTED TO TRUE
           END-IF
           PERFORM TAKE-TARGET-FIGURES-PARAGRAPH
           PERFORM SET-SOURCE-WINDOW-PARAGRAPH

           MOVE WS-MNT-FILE-COUNT TO BL-MIDDLE

           SET SOURCE-RUNS-NIGHTLY TO TRUE
           SET SOURCE-TIED         TO TRUE
           SET SOURCE-FOR-NEXT-RUN TO TRUE
           MOVE "TEACHER_RECON RECONTXN" TO WS-SOURCE-NAME
           MOVE "TEACHER_RECON" TO BC-PROGRAM-ID
           MOVE "RECONTXN"      TO BC-CTL-FILE
           PERFORM READ-SOURCE-PARAGRAPH
           SET SOURCE-FOR-THIS-RUN TO TRUE
           MOVE "REJ_RECYCLE MNTFIX"     TO WS-SOURCE-NAME
           MOVE "REJ_RECYCLE"   TO BC-PROGRAM-ID
           MOVE "MNTFIX"        TO BC-CTL-FILE
           PERFORM READ-SOURCE-PARAGRAPH
           SET SOURCE-FOR-REVIEW   TO TRUE
           MOVE "INTEG_CHECK INTGMNT"    TO WS-SOURCE-NAME
           MOVE "INTEG_CHECK"   TO BC-PROGRAM-ID
           MOVE "INTGMNT"       TO BC-CTL-FILE
           PERFORM READ-SOURCE-PARAGRAPH

           PERFORM TIE-LINK-PARAGRAPH
           PERFORM PRINT-LINK-PARAGRAPH.

       BALANCE-ASGTXN-PARAGRAPH.
      *  SUB_ASSIGN's reviewed SUBTXN is staged as ASGTXN and
      *  REJ_RECYCLE appends the ASGFIX corrections, both for the
      *  night they are built.  INTEG_CHECK's INTGASG and SECT_BAL's
      *  SBALASG proposals are shown but not tied, as for MNTTXN.
      *  SUB_ASSIGN and SECT_BAL are run when the office asks for
      *  them, not nightly.
           INITIALIZE BALANCE-LINK
           MOVE "ASGTXN"   TO BL-LINK-NAME
           MOVE "SUB_ASSIGN + REJ_RECYCLE -> ASGTXN -> ASSIGN_MAINT"
               TO BL-LINK-TITLE
           MOVE "ON FILE"  TO BL-MIDDLE-LABEL
           MOVE "ASSIGN_MAINT"           TO BL-TARGET-NAME
           MOVE SPACES TO BC-RECORD-KIND

           MOVE "ASSIGN_MAINT"  TO BC-PROGRAM-ID
           MOVE "ASGTXN"        TO BC-CTL-FILE
           PERFORM READ-POSTING-PARAGRAPH
           IF POSTING-FOUND THEN
               SET BL-TARGET-POSTED TO TRUE
           END-IF
           PERFORM TAKE-TARGET-FIGURES-PARAGRAPH
           PERFORM SET-SOURCE-WINDOW-PARAGRAPH

           MOVE WS-ASG-FILE-COUNT TO BL-MIDDLE

           SET SOURCE-RUNS-ON-DEMAND TO TRUE
           SET SOURCE-TIED         TO TRUE
           SET SOURCE-FOR-THIS-RUN TO TRUE
           MOVE "SUB_ASSIGN SUBTXN"      TO WS-SOURCE-NAME
           MOVE "SUB_ASSIGN"    TO BC-PROGRAM-ID
           MOVE "SUBTXN"        TO BC-CTL-FILE
           PERFORM READ-SOURCE-PARAGRAPH
           SET SOURCE-RUNS-NIGHTLY TO TRUE
           MOVE "REJ_RECYCLE ASGFIX"     TO WS-SOURCE-NAME
           MOVE "REJ_RECYCLE"   TO BC-PROGRAM-ID
           MOVE "ASGFIX"        TO BC-CTL-FILE
           PERFORM READ-SOURCE-PARAGRAPH
           SET SOURCE-FOR-REVIEW   TO TRUE
           MOVE "INTEG_CHECK INTGASG"    TO WS-SOURCE-NAME
           MOVE "INTEG_CHECK"   TO BC-PROGRAM-ID
           MOVE "INTGASG"       TO BC-CTL-FILE
           PERFORM READ-SOURCE-PARAGRAPH
           SET SOURCE-RUNS-ON-DEMAND TO TRUE
           MOVE "SECT_BAL SBALASG"       TO WS-SOURCE-NAME
           MOVE "SECT_BAL"      TO BC-PROGRAM-ID
           MOVE "SBALASG"       TO BC-CTL-FILE
           PERFORM READ-SOURCE-PARAGRAPH

           PERFORM TIE-LINK-PARAGRAPH
           PERFORM PRINT-LINK-PARAGRAPH.

       BALANCE-SIS-FEED-PARAGRAPH.
      *  The SIS answers a day or more after the extract goes, so
      *  this link balances the latest load results posted on or
      *  before the night against the extract they acknowledge: the
      *  last ROSTER_EXTRACT posting made before them.  The caller
      *  sets the record kind, T for teachers or S for sections.
           INITIALIZE BALANCE-LINK
           IF BC-RECORD-KIND EQUAL "T" THEN
               MOVE "EXTFILE T"  TO BL-LINK-NAME
               MOVE "ROSTER_EXTRACT Z trailer teachers -> SIS_RESULTS"
                   TO BL-LINK-TITLE
           ELSE
               MOVE "EXTFILE S"  TO BL-LINK-NAME
               MOVE "ROSTER_EXTRACT Z trailer sections -> SIS_RESULTS"
                   TO BL-LINK-TITLE
           END-IF
           MOVE "TRAILER"  TO BL-MIDDLE-LABEL
           MOVE 1 TO BL-SOURCE-COUNT
           MOVE "ROSTER_EXTRACT EXTFILE" TO BL-SOURCE-NAME (1)
           SET BL-SOURCE-NIGHTLY (1) TO TRUE
           SET BL-SOURCE-TIED (1)    TO TRUE
           MOVE "SIS_RESULTS"            TO BL-TARGET-NAME

           MOVE "SIS_RESULTS"   TO BC-PROGRAM-ID
           MOVE "EXTFILE"       TO BC-CTL-FILE
           MOVE ZERO TO WS-ACK-DATE WS-ACK-TIME
           MOVE ZERO TO BC-RECORDS-OUT BC-RECORDS-IN BC-APPLIED
                        BC-REJECTED BC-ERRORED
           EXEC SQL
               SELECT run_date, run_time, records_out, records_in,
                      applied, rejected, errored
                 INTO :WS-ACK-DATE, :WS-ACK-TIME, :BC-RECORDS-OUT,
                      :BC-RECORDS-IN, :BC-APPLIED, :BC-REJECTED,
                      :BC-ERRORED
               FROM batch_control
               WHERE program_id  = :BC-PROGRAM-ID
                 AND ctl_file    = :BC-CTL-FILE
                 AND record_kind = :BC-RECORD-KIND
                 AND run_date   <= :WS-BAL-DATE
               ORDER BY run_date DESC, run_time DESC
               LIMIT 1
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE "SELECT SIS posting" TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   SET BL-TARGET-POSTED TO TRUE
           END-EVALUATE
           MOVE BC-RECORDS-OUT TO BL-MIDDLE
           PERFORM TAKE-TARGET-FIGURES-PARAGRAPH

           IF BL-TARGET-POSTED THEN
               MOVE "ROSTER_EXTRACT" TO BC-PROGRAM-ID
               MOVE ZERO TO BC-RECORDS-OUT BC-RUN-DATE
               EXEC SQL
                   SELECT records_out, run_date
                     INTO :BC-RECORDS-OUT, :BC-RUN-DATE
                   FROM batch_control
                   WHERE program_id  = :BC-PROGRAM-ID
                     AND ctl_file    = :BC-CTL-FILE
                     AND record_kind = :BC-RECORD-KIND
                     AND (run_date < :WS-ACK-DATE
                       OR (run_date = :WS-ACK-DATE
                           AND run_time < :WS-ACK-TIME))
                   ORDER BY run_date DESC, run_time DESC
                   LIMIT 1
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       CONTINUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "SELECT EXT posting" TO WS-ERR-CONTEXT
                       MOVE SQLCODE             TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
                   WHEN OTHER
                       SET BL-SOURCE-POSTED (1) TO TRUE
               END-EVALUATE
               MOVE BC-RECORDS-OUT TO BL-SOURCE-OUT (1)
               MOVE BC-RUN-DATE    TO BL-SOURCE-DATE (1)
           END-IF

           PERFORM TIE-LINK-PARAGRAPH
           PERFORM PRINT-LINK-PARAGRAPH
           PERFORM NOTE-UNACKNOWLEDGED-PARAGRAPH.

       NOTE-UNACKNOWLEDGED-PARAGRAPH.
      *  An extract sent after the newest load results is still with
      *  the SIS; say so, but it is not out of balance yet.
           MOVE "ROSTER_EXTRACT" TO BC-PROGRAM-ID
           MOVE ZERO TO BC-RUN-DATE
           EXEC SQL
               SELECT run_date
                 INTO :BC-RUN-DATE
               FROM batch_control
               WHERE program_id  = :BC-PROGRAM-ID
                 AND ctl_file    = :BC-CTL-FILE
                 AND record_kind = :BC-RECORD-KIND
                 AND run_date   <= :WS-BAL-DATE
                 AND (run_date > :WS-ACK-DATE
                   OR (run_date = :WS-ACK-DATE
                       AND run_time > :WS-ACK-TIME))
               ORDER BY run_date DESC, run_time DESC
               LIMIT 1
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE "SELECT EXT pending" TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   STRING "  EXTRACT OF "    DELIMITED BY SIZE
                          BC-RUN-DATE        DELIMITED BY SIZE
                          " NOT YET ACKNOWLEDGED BY THE SIS"
                                             DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-EVALUATE.

       READ-POSTING-PARAGRAPH.
      *  The night's last posting for the program, file and record
      *  kind the caller has set; a rerun's posting replaces the
      *  run before it.  No posting reads as zero counts.
           SET POSTING-MISSING TO TRUE
           MOVE ZERO TO BC-RECORDS-OUT BC-RECORDS-IN BC-APPLIED
                        BC-REJECTED BC-ERRORED BC-RUN-DATE BC-RUN-TIME
           EXEC SQL
               SELECT records_out, records_in, applied, rejected,
                      errored, run_date, run_time
                 INTO :BC-RECORDS-OUT, :BC-RECORDS-IN, :BC-APPLIED,
                      :BC-REJECTED, :BC-ERRORED, :BC-RUN-DATE,
                      :BC-RUN-TIME
               FROM batch_control
               WHERE program_id  = :BC-PROGRAM-ID
                 AND ctl_file    = :BC-CTL-FILE
                 AND record_kind = :BC-RECORD-KIND
                 AND run_date    = :WS-BAL-DATE
               ORDER BY run_time DESC
               LIMIT 1
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE "SELECT posting"    TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   SET POSTING-FOUND TO TRUE
           END-EVALUATE.

       SET-SOURCE-WINDOW-PARAGRAPH.
      *  Straight after READ-POSTING-PARAGRAPH for the receiving
      *  program.  Its senders count from that program's run before
      *  this one up to this run, or to the end of the night when it
      *  has not posted: a file made after it ran waits for the next.
      *  The run before that bounds a sender read one run late.
           IF BL-TARGET-POSTED THEN
               MOVE BC-RUN-DATE TO WS-ACK-DATE
               MOVE BC-RUN-TIME TO WS-ACK-TIME
           ELSE
               MOVE WS-BAL-DATE TO WS-ACK-DATE
               MOVE 99999999    TO WS-ACK-TIME
           END-IF
           MOVE ZERO TO WS-PRIOR-DATE WS-PRIOR-TIME
           EXEC SQL
               SELECT run_date, run_time
                 INTO :WS-PRIOR-DATE, :WS-PRIOR-TIME
               FROM batch_control
               WHERE program_id  = :BC-PROGRAM-ID
                 AND ctl_file    = :BC-CTL-FILE
                 AND record_kind = :BC-RECORD-KIND
                 AND (run_date < :WS-ACK-DATE
                   OR (run_date = :WS-ACK-DATE
                       AND run_time < :WS-ACK-TIME))
               ORDER BY run_date DESC, run_time DESC
               LIMIT 1
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE "SELECT prior run"  TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE
           MOVE ZERO TO WS-PRIOR-2-DATE WS-PRIOR-2-TIME
           IF WS-PRIOR-DATE NOT EQUAL ZERO THEN
               EXEC SQL
                   SELECT run_date, run_time
                     INTO :WS-PRIOR-2-DATE, :WS-PRIOR-2-TIME
                   FROM batch_control
                   WHERE program_id  = :BC-PROGRAM-ID
                     AND ctl_file    = :BC-CTL-FILE
                     AND record_kind = :BC-RECORD-KIND
                     AND (run_date < :WS-PRIOR-DATE
                       OR (run_date = :WS-PRIOR-DATE
                           AND run_time < :WS-PRIOR-TIME))
                   ORDER BY run_date DESC, run_time DESC
                   LIMIT 1
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 100
                       CONTINUE
                   WHEN SQLCODE NOT EQUAL ZERO
                       MOVE "SELECT prior run 2" TO WS-ERR-CONTEXT
                       MOVE SQLCODE             TO WS-ERR-SQLCODE
                       PERFORM LOG-ERROR-PARAGRAPH
                       ADD 1 TO WS-ERROR-COUNT
               END-EVALUATE
           END-IF.

       READ-SOURCE-PARAGRAPH.
      *  The sender's last posting inside the window, as the next
      *  source on the link; a rerun's posting replaces the run
      *  before it.  No posting in the window reads as zero out.
      *  A sender read one run late is looked for a run earlier:
      *  its file for this run was made before the last one.
           ADD 1 TO BL-SOURCE-COUNT
           MOVE BL-SOURCE-COUNT TO WS-SOURCE-SUB
           MOVE WS-SOURCE-NAME  TO BL-SOURCE-NAME (WS-SOURCE-SUB)
           MOVE WS-SOURCE-RUN-SWITCH TO BL-SOURCE-RUN (WS-SOURCE-SUB)
           MOVE WS-SOURCE-ROLE-SWITCH
                                TO BL-SOURCE-ROLE (WS-SOURCE-SUB)
           IF SOURCE-FOR-NEXT-RUN THEN
               MOVE WS-PRIOR-2-DATE TO WS-FROM-DATE
               MOVE WS-PRIOR-2-TIME TO WS-FROM-TIME
               MOVE WS-PRIOR-DATE   TO WS-TO-DATE
               MOVE WS-PRIOR-TIME   TO WS-TO-TIME
           ELSE
               MOVE WS-PRIOR-DATE   TO WS-FROM-DATE
               MOVE WS-PRIOR-TIME   TO WS-FROM-TIME
               MOVE WS-ACK-DATE     TO WS-TO-DATE
               MOVE WS-ACK-TIME     TO WS-TO-TIME
           END-IF
           MOVE ZERO TO BC-RECORDS-OUT BC-RUN-DATE
           EXEC SQL
               SELECT records_out, run_date
                 INTO :BC-RECORDS-OUT, :BC-RUN-DATE
               FROM batch_control
               WHERE program_id  = :BC-PROGRAM-ID
                 AND ctl_file    = :BC-CTL-FILE
                 AND record_kind = :BC-RECORD-KIND
                 AND (run_date < :WS-TO-DATE
                   OR (run_date = :WS-TO-DATE
                       AND run_time < :WS-TO-TIME))
                 AND (run_date > :WS-FROM-DATE
                   OR (run_date = :WS-FROM-DATE
                       AND run_time > :WS-FROM-TIME))
               ORDER BY run_date DESC, run_time DESC
               LIMIT 1
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN SQLCODE NOT EQUAL ZERO
                   MOVE "SELECT source"     TO WS-ERR-CONTEXT
                   MOVE SQLCODE             TO WS-ERR-SQLCODE
                   PERFORM LOG-ERROR-PARAGRAPH
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   SET BL-SOURCE-POSTED (WS-SOURCE-SUB) TO TRUE
           END-EVALUATE
           MOVE BC-RECORDS-OUT TO BL-SOURCE-OUT (WS-SOURCE-SUB)
           MOVE BC-RUN-DATE    TO BL-SOURCE-DATE (WS-SOURCE-SUB).

       TAKE-TARGET-FIGURES-PARAGRAPH.
           MOVE BC-RECORDS-IN TO BL-IN
           MOVE BC-APPLIED    TO BL-APPLIED
           MOVE BC-REJECTED   TO BL-REJECTED
           MOVE BC-ERRORED    TO BL-ERRORED.

       TIE-LINK-PARAGRAPH.
      *  Ties when every figure across the line agrees.  A receiving
      *  program that posted nothing is out of balance unless there
      *  was nothing for it to read; the SIS side alone may simply
      *  not have answered yet.  Files for review are not counted.
           ADD 1 TO WS-LINK-COUNT
           MOVE ZERO TO BL-OUT-TOTAL
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > BL-SOURCE-COUNT
               IF BL-SOURCE-TIED (WS-SOURCE-SUB) THEN
                   ADD BL-SOURCE-OUT (WS-SOURCE-SUB) TO BL-OUT-TOTAL
               END-IF
           END-PERFORM
           COMPUTE BL-DISPOSED = BL-APPLIED + BL-REJECTED + BL-ERRORED
           EVALUATE TRUE
               WHEN NOT BL-TARGET-POSTED
                    AND BL-MIDDLE-LABEL EQUAL "TRAILER"
                   SET BL-AWAITING TO TRUE
               WHEN NOT BL-TARGET-POSTED
                    AND BL-OUT-TOTAL EQUAL ZERO
                    AND BL-MIDDLE EQUAL ZERO
                   SET BL-NO-ACTIVITY TO TRUE
               WHEN BL-TARGET-POSTED
                    AND BL-OUT-TOTAL EQUAL BL-MIDDLE
                    AND BL-MIDDLE EQUAL BL-IN
                    AND BL-IN EQUAL BL-DISPOSED
                   SET BL-TIES TO TRUE
               WHEN OTHER
                   SET BL-OUT-OF-BALANCE TO TRUE
                   ADD 1 TO WS-UNBALANCED-COUNT
           END-EVALUATE.

       PRINT-LINK-PARAGRAPH.
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           STRING BL-LINK-NAME       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  BL-LINK-TITLE      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           EVALUATE TRUE
               WHEN BL-TIES
                   MOVE "TIES"                     TO REPORT-LINE (85:)
               WHEN BL-NO-ACTIVITY
                   MOVE "NO ACTIVITY"              TO REPORT-LINE (85:)
               WHEN BL-AWAITING
                   MOVE "NO LOAD RESULTS YET"      TO REPORT-LINE (85:)
               WHEN BL-OUT-OF-BALANCE
                   MOVE "*** OUT OF BALANCE ***"   TO REPORT-LINE (85:)
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH

           MOVE BL-OUT-TOTAL TO WS-COUNT-ED-1
           MOVE BL-MIDDLE    TO WS-COUNT-ED-2
           MOVE BL-IN        TO WS-COUNT-ED-3
           MOVE BL-APPLIED   TO WS-COUNT-ED-4
           MOVE BL-REJECTED  TO WS-COUNT-ED-5
           MOVE BL-ERRORED   TO WS-COUNT-ED-6
           STRING "  OUT "           DELIMITED BY SIZE
                  WS-COUNT-ED-1      DELIMITED BY SIZE
                  " = "              DELIMITED BY SIZE
                  BL-MIDDLE-LABEL    DELIMITED BY SIZE
                  WS-COUNT-ED-2      DELIMITED BY SIZE
                  " = IN "           DELIMITED BY SIZE
                  WS-COUNT-ED-3      DELIMITED BY SIZE
                  " = APPLIED "      DELIMITED BY SIZE
                  WS-COUNT-ED-4      DELIMITED BY SIZE
                  " + REJECTED "     DELIMITED BY SIZE
                  WS-COUNT-ED-5      DELIMITED BY SIZE
                  " + ERRORED "      DELIMITED BY SIZE
                  WS-COUNT-ED-6      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE-PARAGRAPH

      *  One line per sender, and which program never posted, so
      *  the first question ("did it run?") is already answered on
      *  the page.  An on-demand sender that did not run says nothing.
      *  A file for review is shown for information only: any of its
      *  lines approved and staged make the difference in the tie.
           PERFORM PRINT-SOURCE-PARAGRAPH
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > BL-SOURCE-COUNT
           IF NOT BL-TARGET-POSTED THEN
               STRING "  NO POSTING FROM "  DELIMITED BY SIZE
                      BL-TARGET-NAME        DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

       PRINT-SOURCE-PARAGRAPH.
           EVALUATE TRUE
               WHEN BL-SOURCE-POSTED (WS-SOURCE-SUB)
                    AND BL-SOURCE-FOR-REVIEW (WS-SOURCE-SUB)
                   MOVE BL-SOURCE-OUT (WS-SOURCE-SUB) TO WS-COUNT-ED-1
                   STRING "  FOR REVIEW "    DELIMITED BY SIZE
                          BL-SOURCE-NAME (WS-SOURCE-SUB)
                                             DELIMITED BY SIZE
                          WS-COUNT-ED-1      DELIMITED BY SIZE
                          "  POSTED "        DELIMITED BY SIZE
                          BL-SOURCE-DATE (WS-SOURCE-SUB)
                                             DELIMITED BY SIZE
                          "  NOT IN THE TIE" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
               WHEN BL-SOURCE-POSTED (WS-SOURCE-SUB)
                   MOVE BL-SOURCE-OUT (WS-SOURCE-SUB) TO WS-COUNT-ED-1
                   STRING "  OUT FROM "      DELIMITED BY SIZE
                          BL-SOURCE-NAME (WS-SOURCE-SUB)
                                             DELIMITED BY SIZE
                          WS-COUNT-ED-1      DELIMITED BY SIZE
                          "  POSTED "        DELIMITED BY SIZE
                          BL-SOURCE-DATE (WS-SOURCE-SUB)
                                             DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
               WHEN BL-SOURCE-NIGHTLY (WS-SOURCE-SUB)
                   STRING "  NO POSTING FROM "  DELIMITED BY SIZE
                          BL-SOURCE-NAME (WS-SOURCE-SUB)
                                                DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-EVALUATE.

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE REPORT-LINE TO BALANCE-RPT-REC
           WRITE BALANCE-RPT-REC
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
