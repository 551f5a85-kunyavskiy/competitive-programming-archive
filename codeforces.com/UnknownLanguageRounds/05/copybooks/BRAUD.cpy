      *==============================================================
      * Branch-change audit record, written to BRAUDIT in extend
      * mode for every change applied to the branch master - by
      * BRMAINT for keyed maintenance, by MAXDIST for the PA/PC
      * feed apply and by BRMERGE for a crosswalk renumbering (an
      * 'X' for the old branch and an 'A' for its replacement) -
      * so a wrong coordinate or close can be traced to the run
      * and program that made it.  BA-ACTION: 'A' the branch was
      * added, 'C' reference fields or coordinates changed
      * (including a feed move of an existing branch), 'X' the
      * branch was closed.  On an add the old values are
      * zeroes/spaces.  BRAUDINQ reports the file selectable by
      * branch key and date range.
      *==============================================================
