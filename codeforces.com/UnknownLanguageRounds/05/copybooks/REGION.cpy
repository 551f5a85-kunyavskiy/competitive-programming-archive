      * name beside the code and lists active branches whose region
      * is blank or unknown (branches added through the MAXDIST
      * feed arrive with a blank region until BRMAINT fills it in).
      * RF-MIN-X through RF-MAX-Y are the region's territory, a
      * bounding box in the same units as MR-X and MR-Y.  BRMAINT
      * rejects an add or change that would place a branch outside
      * its region's box, the MAXDIST feed holds an out-of-territory
      * PA move for review, and NEARRPT lists active branches that
      * sit outside their box.  A region whose box is blank or all
      * zeroes has no territory set and is not checked.
      *==============================================================
       01  REGION-REF-RECORD.
           05  RF-CODE             PIC X(04).
           05  RF-NAME             PIC X(30).
           05  RF-MANAGER          PIC X(30).
           05  RF-MIN-X            PIC S9(36).
           05  RF-MAX-X            PIC S9(36).
           05  RF-MIN-Y            PIC S9(36).
           05  RF-MAX-Y            PIC S9(36).
