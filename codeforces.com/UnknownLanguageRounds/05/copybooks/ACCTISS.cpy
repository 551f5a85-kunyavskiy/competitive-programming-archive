      *==============================================================
      * Account issuance register (ACCTISS), appended by ACCTMNT
      * for every account number it hands out on an 'N' action -
      * the permanent list of which number went to which branch,
      * when and at whose request.
      *==============================================================
       01  ACCT-ISSUE-RECORD.
           05  AI-ISSUE-DATE       PIC X(08).
           05  AI-ISSUE-TIME       PIC X(06).
           05  AI-BRANCH-KEY       PIC 9(08).
           05  AI-ACCT-NO          PIC X(36).
           05  AI-OPEN-DATE        PIC X(08).
           05  AI-OPERATOR         PIC X(08).
