      *==============================================================
      * Maintenance activity record (MAINTLOG), appended by PARMMNT,
      * BRMAINT, ACCTMNT and RECYCLE for every transaction or
      * correction they apply or refuse, and by BRMERGE for every
      * branch it converts ('X') and account it re-points ('T').
      * MA-ITEM identifies what was maintained: the code type,
      * company and branch key, account number, or source utility
      * and TRAN-KEY.  MAINTRPT reports one day of this file across
      * all five programs.
      *==============================================================
       01  MAINT-ACTIVITY-RECORD.
           05  MA-RUN-DATE         PIC X(08).
           05  MA-RUN-TIME         PIC X(06).
           05  MA-PROGRAM          PIC X(08).
           05  MA-OPERATOR         PIC X(08).
           05  MA-ACTION           PIC X(01).
           05  MA-ITEM             PIC X(36).
           05  MA-DISPOSITION      PIC X(01).
               88  MA-APPLIED                  VALUE 'A'.
               88  MA-REFUSED                  VALUE 'R'.
           05  MA-REASON           PIC X(30).
