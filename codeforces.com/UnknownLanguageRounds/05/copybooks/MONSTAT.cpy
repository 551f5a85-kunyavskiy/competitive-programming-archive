      *==============================================================
      * Permanent monthly statistics record (MONSTAT), one per
      * completed month per utility, company and cycle, rolled up
      * from RUNHIST by the MONSTAT month-end program before
      * operations swaps RUNHISTN in.  MS-COMPANY spaces is the
      * whole-run figure, as on RUNSUM; the company records carry
      * each company's share.  MS-PEAK-DATE/MS-PEAK-INPUT is the
      * night with the highest input count, MS-AVG-INPUT the input
      * per night, and MS-REJECT-RATE rejects as a percentage of
      * input.  The file is only ever appended to, and a month
      * already on it for a utility, company and cycle is never
      * rolled up a second time.
      *==============================================================
       01  MONTH-STATS-RECORD.
           05  MS-MONTH            PIC X(06).
           05  MS-UTILITY          PIC X(08).
           05  MS-COMPANY          PIC X(02).
           05  MS-CYCLE            PIC 9(02).
           05  MS-NIGHTS           PIC 9(04).
           05  MS-INPUT-CNT        PIC 9(10).
           05  MS-OUTPUT-CNT       PIC 9(10).
           05  MS-REJECT-CNT       PIC 9(10).
           05  MS-PEAK-DATE        PIC X(08).
           05  MS-PEAK-INPUT       PIC 9(08).
           05  MS-AVG-INPUT        PIC 9(08)V9(02).
           05  MS-REJECT-RATE      PIC 9(03)V9(02).
           05  MS-ARCHIVE-DATE     PIC X(08).
