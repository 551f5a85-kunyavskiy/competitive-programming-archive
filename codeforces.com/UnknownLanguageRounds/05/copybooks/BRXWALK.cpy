      *==============================================================
      * Branch renumbering crosswalk (BRXWALK), one record per
      * branch being brought onto another company's numbering -
      * the acquired bank's company '02' branches onto company '01'
      * keys.  XW-OLD-COMPANY/XW-OLD-KEY is the branch as it
      * stands on MAXPTS, XW-NEW-COMPANY/XW-NEW-KEY the branch it
      * becomes; a blank company means '01'.  BRMERGE opens the
      * new branch, closes the old one and stamps XW-CONVERT-DATE,
      * so once converted the record is the permanent cross-
      * reference from the closed old branch to its replacement.
      * BRMERGE runs only for the operator on its BRMGCTL card, who
      * must hold both branch and account authority on OPERMST, and
      * logs each conversion and account re-point to MAINTLOG.
      * Until XW-MAP-UNTIL (spaces for no end date) MAXDIST maps PA
      * and PC feed records still sent under the old key to the
      * new one; after that they are held on PTREVW for review.
      *==============================================================
       01  BRANCH-CROSSWALK-RECORD.
           05  XW-OLD-COMPANY      PIC X(02).
           05  XW-OLD-KEY          PIC 9(08).
           05  XW-NEW-COMPANY      PIC X(02).
           05  XW-NEW-KEY          PIC 9(08).
           05  XW-MAP-UNTIL        PIC X(08).
           05  XW-CONVERT-DATE     PIC X(08).
