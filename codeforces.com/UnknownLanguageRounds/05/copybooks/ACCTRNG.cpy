      *==============================================================
      * Account number range control (ACCTRNG), one record per
      * branch that may have account numbers issued to it by the
      * ACCTMNT 'N' action.  The range is of the first 35 digits
      * of the account number - the base - the 36th being the
      * check digit ACCTMNT computes as described on ACCTMST.
      * AR-LAST-ISSUED is the base last handed out (zeroes before
      * the first issue); ACCTMNT takes the next base above it
      * that is not already on ACCTMST, rewrites this file after
      * every run that issued a number, and warns when fewer than
      * 5% of the range remain.
      *==============================================================
       01  ACCT-RANGE-RECORD.
           05  AR-BRANCH-KEY       PIC 9(08).
           05  AR-RANGE-LOW        PIC 9(35).
           05  AR-RANGE-HIGH       PIC 9(35).
           05  AR-LAST-ISSUED      PIC 9(35).
