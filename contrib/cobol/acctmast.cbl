      * Record layout for the ACCTMAST ledger account master: one
      * record per account a TRNMAST posting can be charged to,
      * held as an indexed file keyed on ACCT-NUMBER.  Status is O
      * while the account takes postings and C once it is closed.
      * The open date is the first business date a posting may
      * carry; the close date (spaces while the account is open)
      * the last.  TRANSACTION-EDIT rejects a posting to an
      * account not on file, to a closed account, or dated outside
      * the account's open period.  Maintained by ACCOUNT-MAINT;
      * read by ACCOUNT-TRIAL-BALANCE for the account description.
       01  ACCT-RECORD.
           02  ACCT-NUMBER             PIC X(06).
           02  ACCT-DESCRIPTION        PIC X(30).
           02  ACCT-STATUS             PIC X(01).
               88  ACCT-OPEN                       VALUE "O".
               88  ACCT-CLOSED                     VALUE "C".
           02  ACCT-OPEN-DATE          PIC X(08).
           02  ACCT-CLOSE-DATE         PIC X(08).
           02  FILLER                  PIC X(27).
