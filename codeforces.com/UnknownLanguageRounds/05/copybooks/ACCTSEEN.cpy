      *==============================================================
      * Account last-seen record (ACCTSEEN), one per account number
      * BINCONV has converted.  ACCTMST only carries the open and
      * close dates, so BINCONV keeps this file beside it: every
      * AC record that passes VALIDATE-AGAINST-MASTER and converts
      * stamps the business date and cycle from DATECTRL here, and
      * the file is rewritten in full at the end of each run.
      * DORMRPT reads it against ACCTMST to list open accounts not
      * seen on the AC feed for a number of business days, and
      * open accounts never seen at all (no record on this file).
      * BINCONV also lists on BINDUPW any account converted again
      * within RSNDCTL's window of business days of the date held
      * here (a rerun of the same date and cycle excepted).
      *==============================================================
       01  ACCOUNT-SEEN-RECORD.
           05  AS-ACCT-NO          PIC X(36).
           05  AS-LAST-SEEN-DATE   PIC X(08).
           05  AS-LAST-SEEN-CYCLE  PIC 9(02).
