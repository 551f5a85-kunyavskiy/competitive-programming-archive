      *==============================================================
      * Operator master record (OPERMST), one per operator allowed
      * to key maintenance.  Each OP-AUTH- flag is 'Y' where the
      * operator may maintain that file: cipher keys (PARMMNT),
      * the branch master (BRMAINT), the account master (ACCTMNT),
      * reject corrections (RECYCLE) and the region reference
      * file.  The maintenance programs reject any transaction
      * keyed by an operator who is not on this file, is not
      * active, or lacks the flag for the file being changed.
      * BRMERGE, which changes both the branch and the account
      * master, requires both OP-AUTH-BRANCH and OP-AUTH-ACCOUNT.
      * A revoked operator stays on the file so the activity
      * history still resolves to a name.
      *==============================================================
       01  OPERATOR-RECORD.
           05  OP-OPERATOR         PIC X(08).
           05  OP-NAME             PIC X(30).
           05  OP-STATUS           PIC X(01).
               88  OP-ACTIVE                   VALUE 'A'.
               88  OP-REVOKED                  VALUE 'R'.
           05  OP-AUTH-KEYS        PIC X(01).
           05  OP-AUTH-BRANCH      PIC X(01).
           05  OP-AUTH-ACCOUNT     PIC X(01).
           05  OP-AUTH-REJFIX      PIC X(01).
           05  OP-AUTH-REGION      PIC X(01).
