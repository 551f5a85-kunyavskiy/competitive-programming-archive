      *==============================================================
      * As-of control card (ASOFC).  AO-AS-OF-DATE is the date the
      * branch network is to be rebuilt for.  BRASOF reads it to
      * back BRAUDIT changes made after that date out of the
      * current MAXPTS, writing the result to the MAXPTSAS snapshot
      * in the MAXPTS layout.  When the same card is present for
      * MAXDIST, NEARRPT or HUBRPT they read MAXPTSAS instead of
      * MAXPTS, print the as-of date on every heading and update
      * none of the nightly files.  The card is allocated only for
      * the as-of job; the nightly chain runs without it.
      *==============================================================
       01  AS-OF-CONTROL-RECORD.
           05  AO-AS-OF-DATE       PIC X(08).
