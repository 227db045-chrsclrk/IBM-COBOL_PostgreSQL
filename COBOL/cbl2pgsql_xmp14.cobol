      *  The reject recycle runs first because it appends corrected
      *  records directly onto tonight's MNTTXN and ASGTXN streams,
      *  and the maintenance step waits on it so those streams are
      *  never read half-written.  The supplemental-pay step follows
      *  the assignment step so that tonight's substitute adds are
      *  already applied (and journalled) when it captures them.
      *  The integrity sweep waits on the assignment step too, so it
      *  checks the tables as tonight's maintenance has left them.
      *  The balancing step comes last and depends on nothing: a
      *  night where a step failed is exactly when the hand-off
      *  counts need checking, and an out-of-balance link comes
      *  back as a warning that raises the night's code to 4.
       01  STEP-TABLE-VALUES.
           10  FILLER             PIC X(15) VALUE "REJ_RECYCLE   0".
           10  FILLER             PIC X(15) VALUE "TEACHER_SNAP  0".
           10  FILLER             PIC X(15) VALUE "HELLO_POSTGRES5".
           10  FILLER             PIC X(15) VALUE "ROSTER_EXTRACT5".
           10  FILLER             PIC X(15) VALUE "DEPT_SUMMARY  5".
           10  FILLER             PIC X(15) VALUE "SUPP_PAY      5".
           10  FILLER             PIC X(15) VALUE "INTEG_CHECK   5".
           10  FILLER             PIC X(15) VALUE "BATCH_BAL     0".
       01  STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           10  STEP-ENTRY OCCURS 11 TIMES.
               15  STEP-PGM-NAME  PIC X(14).
               15  STEP-DEPENDS   PIC 9(1).
       01  WS-STEP-MAX            PIC 9(2)  VALUE 11 COMP.
       01  WS-STEP-SUB            PIC 9(2)  VALUE ZERO COMP.
       01  WS-DEP-SUB             PIC 9(2)  VALUE ZERO COMP.
      *  Per-step results gathered as the night runs, reported at
      *  the end as the one page operations reads.
       01  STEP-RESULT-TABLE.
           10  STEP-RESULT OCCURS 11 TIMES.
               15  RSLT-START-TIME PIC X(8).
               15  RSLT-END-TIME   PIC X(8).
               15  RSLT-RC         PIC S9(4).
