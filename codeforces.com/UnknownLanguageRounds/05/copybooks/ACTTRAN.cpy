      *==============================================================
      * Account master maintenance transaction, applied by ACCTMNT.
      * AT-ACTION: 'A' add a new account, 'C' change the owning
      * branch on an existing account, 'X' close an account, 'T'
      * transfer every open account of a closed branch to a
      * successor branch, 'N' issue a new account to a branch.
      * AT-EFF-DATE is the open date on an add and the close date
      * on a close.  On a change, a zero branch key leaves the
      * owning branch as it stands on the master.
      * On a transfer AT-ACCT-NO is blank, AT-BRANCH-KEY is the
      * closed branch and AT-TO-BRANCH-KEY the successor; a zero
      * successor means the nearest active branch of the same
      * company on MAXPTS, measured as NEARRPT measures it.
      * On an issue AT-ACCT-NO is blank and AT-BRANCH-KEY is the
      * owning branch; ACCTMNT assigns the next free number from
      * the branch's range on ACCTRNG, adds its check digit and
      * opens the account from AT-EFF-DATE.
      * AT-OPERATOR identifies who keyed the transaction and must
      * be on OPERMST with account master authority.
      *==============================================================
       01  ACCT-TRAN-RECORD.
           05  AT-ACTION           PIC X(01).
           05  AT-ACCT-NO          PIC X(36).
           05  AT-BRANCH-KEY       PIC 9(08).
           05  AT-EFF-DATE         PIC X(08).
           05  AT-TO-BRANCH-KEY    PIC 9(08).
           05  AT-OPERATOR         PIC X(08).
