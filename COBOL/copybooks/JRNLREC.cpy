      *  JRNLREC - change_journal row layout.
      *  Shared by the maintenance programs that write the journal
      *  (one row per column an INSERT, UPDATE or DELETE moved) and
      *  the JOURNAL_RPT lookup that reads it back.  The employee,
      *  department, course and section columns are filled wherever
      *  the changed row carries them, so one lookup finds a
      *  teacher's or a section's changes across every table.
       01  JOURNAL-REC.
           10  JH-JRNL-DATE       PIC 9(8)  VALUE ZERO.
           10  JH-JRNL-TIME       PIC 9(8)  VALUE ZERO.
           10  JH-JOB-ID          PIC X(8)  VALUE SPACES.
           10  JH-PROGRAM-ID      PIC X(14) VALUE SPACES.
           10  JH-TABLE-NAME      PIC X(18) VALUE SPACES.
           10  JH-KEY-VALUE       PIC X(20) VALUE SPACES.
           10  JH-EMP-ID          PIC X(6)  VALUE SPACES.
           10  JH-DEPT-CODE       PIC X(4)  VALUE SPACES.
           10  JH-COURSE-CODE     PIC X(8)  VALUE SPACES.
           10  JH-SECTION-ID      PIC X(8)  VALUE SPACES.
      *  The transaction's own action code (A, C, D, T) and the SQL
      *  operation it turned into; a DEPT_MAINT "D" is an UPDATE.
           10  JH-ACTION-CODE     PIC X(1)  VALUE SPACES.
           10  JH-OPERATION       PIC X(6)  VALUE SPACES.
               88  JH-OP-INSERT   VALUE "INSERT".
               88  JH-OP-UPDATE   VALUE "UPDATE".
               88  JH-OP-DELETE   VALUE "DELETE".
           10  JH-FIELD-NAME      PIC X(18) VALUE SPACES.
           10  JH-BEFORE-VALUE    PIC X(30) VALUE SPACES.
           10  JH-AFTER-VALUE     PIC X(30) VALUE SPACES.
