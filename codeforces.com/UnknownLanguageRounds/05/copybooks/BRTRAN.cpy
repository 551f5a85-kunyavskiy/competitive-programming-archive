      * branch.  BT-EFF-DATE is the open date on an add and the
      * close date on a close.  On a change, blank fields are left
      * as they stand on the master.  BT-COMPANY qualifies the
      * branch key; blank means company '01'.  BT-OPERATOR
      * identifies who keyed the change and must be on OPERMST
      * with branch master authority.
      *==============================================================
       01  BRANCH-TRAN-RECORD.
           05  BT-ACTION           PIC X(01).
           05  BT-X                PIC S9(36).
           05  BT-Y                PIC S9(36).
           05  BT-EFF-DATE         PIC X(08).
           05  BT-OPERATOR         PIC X(08).
