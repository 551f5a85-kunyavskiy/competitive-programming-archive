      *==============================================================
      * Step-timing history record (STEPHIST), one per chain step
      * per business date and cycle, accumulated from STEPSTAT by
      * the STEPHIST program.  SH-ELAPSED-SECS is the wall-clock
      * run time of the step, allowing for a step that runs past
      * midnight.  Carried-forward steps keep the timings of the
      * run that actually executed them, so a restart never adds a
      * second copy of the same execution.  Like RUNHIST, the
      * program writes a trimmed copy (STEPHISN) holding only the
      * records inside its retention horizon; operations replaces
      * STEPHIST with STEPHISN after a clean run to trim the file.
      *==============================================================
       01  STEP-HISTORY-RECORD.
           05  SH-PROGRAM          PIC X(08).
           05  SH-RUN-DATE         PIC X(08).
           05  SH-CYCLE            PIC 9(02).
           05  SH-START-DATE       PIC X(08).
           05  SH-START-TIME       PIC X(06).
           05  SH-END-TIME         PIC X(06).
           05  SH-ELAPSED-SECS     PIC 9(06).
           05  SH-STATUS           PIC X(01).
           05  SH-RETURN-CODE      PIC 9(04).
