      *==============================================================
      * Per-step status record written by the BATCHDRV driver, one
      * per step on the job schedule.  ST-STATUS: 'C' the step
      * ran to completion, 'F' it ran and failed (return code 16 or
      * higher), 'S' it was due but skipped under the driver's halt
      * rule or because a predecessor step did not complete,
      * 'P' the step's clean result was carried forward from the
      * prior run of the same business date under the driver's
      * restart mode (the program was not re-executed), 'N' the
      * step was not scheduled - its JOBSCHED run condition was not
      * met for this business date and cycle, so it was not due.
      * ST-RUN-DATE is the business date from DATECTRL; restart
      * mode only honors a prior status file whose records carry
      * the same business date.
               88  ST-FAILED                   VALUE 'F'.
               88  ST-SKIPPED                  VALUE 'S'.
               88  ST-CARRIED                  VALUE 'P'.
               88  ST-NOT-SCHEDULED            VALUE 'N'.
           05  ST-RUN-DATE         PIC X(08).
           05  ST-CYCLE            PIC 9(02).
