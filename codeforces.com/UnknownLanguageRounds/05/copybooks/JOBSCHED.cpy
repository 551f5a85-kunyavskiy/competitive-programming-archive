      *==============================================================
      * Job schedule record (JOBSCHED), one per step BATCHDRV may
      * run, in the order the steps are normally wanted.  The
      * driver runs the steps due for the DATECTRL business date
      * and cycle in dependency order - a step never runs before
      * the steps named in JS-PREDECESSOR - keeping file order
      * wherever the predecessors allow.  JS-RUN-CONDITION:
      * 'EC' every cycle; 'NC' the nightly cycle (01) only; 'WD'
      * weekly on JS-WEEKDAY (1 Monday .. 7 Sunday), or on the last
      * business day before it when that day is a weekend or an
      * 'HO' holiday; 'LB' the last business day of the month; 'FB'
      * the first business day of the month.  'WD', 'LB' and 'FB'
      * steps run on the nightly cycle only.  A step not due is
      * written to STEPSTAT as not scheduled, and counts as
      * satisfied for any step naming it as a predecessor.
      * JS-HALT-RULE: 'H' (or blank) a failure of this step halts
      * the rest of the chain; 'C' the chain continues, and only
      * the steps that depend on this one are skipped.
      * STEPHIST and RECONCIL are not scheduled here - the driver
      * always runs them last.  Without a JOBSCHED file the driver
      * runs BINCONV, BINVER, SECXMIT, CIPHER and MAXDIST every
      * cycle, each halting the chain on failure.  A typical file
      * adds HUBRPT and NEARRPT weekly and WHEXTR nightly after
      * MAXDIST, HUBROUTE nightly after HUBRPT, ORPHRPT and
      * MAINTRPT nightly with halt rule 'C', CHARGEBK and AUDHSKP
      * at the month boundary, and DORMRPT and MONSTAT 'FB'.
      * MONSTAT rolls the closed month up from RUNHIST, so it must
      * run before operations replaces RUNHIST with RUNHISTN.
      * ACKMATCH runs every cycle with halt rule 'C', placed on
      * the file ahead of SECXMIT and not named as its predecessor:
      * it checks the batch the previous cycle left on SECOUT
      * against the receiver's SECACK before SECXMIT overwrites it,
      * and raises the NOAK alert RECONCILE reads when that batch
      * is still unacknowledged on its due date.
      *==============================================================
       01  JOB-SCHEDULE-RECORD.
           05  JS-PROGRAM          PIC X(08).
           05  JS-RUN-CONDITION    PIC X(02).
               88  JS-EVERY-CYCLE              VALUE 'EC'.
               88  JS-NIGHTLY-ONLY             VALUE 'NC'.
               88  JS-WEEKLY                   VALUE 'WD'.
               88  JS-LAST-BUSINESS-DAY        VALUE 'LB'.
               88  JS-FIRST-BUSINESS-DAY       VALUE 'FB'.
           05  JS-WEEKDAY          PIC 9(01).
           05  JS-HALT-RULE        PIC X(01).
               88  JS-HALT-CHAIN               VALUE 'H' ' '.
               88  JS-CONTINUE-CHAIN           VALUE 'C'.
           05  JS-PREDECESSOR      PIC X(08) OCCURS 5 TIMES.
