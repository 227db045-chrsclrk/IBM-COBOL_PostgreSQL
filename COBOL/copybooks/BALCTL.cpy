      *  BALCTL - batch_control row layout.
      *  Every program on either side of a nightly file hand-off
      *  posts one row per file (and per record kind, where a file
      *  carries more than one) when it finishes, and BATCH_BAL ties
      *  the two sides together.  A program sending a file fills
      *  records out; a program reading one fills records in and how
      *  each record ended: applied, rejected, or errored.
       01  BATCH-CONTROL-REC.
           10  BC-RUN-DATE        PIC 9(8)  VALUE ZERO.
           10  BC-RUN-TIME        PIC 9(8)  VALUE ZERO.
           10  BC-PROGRAM-ID      PIC X(14) VALUE SPACES.
           10  BC-CTL-FILE        PIC X(8)  VALUE SPACES.
      *  T or S on the roster extract's teacher and section records;
      *  a space everywhere else.
           10  BC-RECORD-KIND     PIC X(1)  VALUE SPACES.
           10  BC-RECORDS-OUT     PIC S9(9) COMP-5 VALUE ZERO.
           10  BC-RECORDS-IN      PIC S9(9) COMP-5 VALUE ZERO.
           10  BC-APPLIED         PIC S9(9) COMP-5 VALUE ZERO.
           10  BC-REJECTED        PIC S9(9) COMP-5 VALUE ZERO.
           10  BC-ERRORED         PIC S9(9) COMP-5 VALUE ZERO.
