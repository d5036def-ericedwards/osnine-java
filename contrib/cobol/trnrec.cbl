      * file keyed on TRN-KEY.  Maintained by TRANSACTION-MAINT,
      * read sequentially by the audit-sampling driver
      * (TRANSACTION-SAMPLE) and randomly by the front-end edit's
      * duplicate check.  TRN-ACCOUNT is the ACCTMAST ledger
      * account the posting is charged to, and is the file's
      * alternate key (duplicates allowed), so one account's
      * postings can be read together -- ACCOUNT-TRIAL-BALANCE
      * reads the master in account order.
       01  TRN-RECORD.
           02  TRN-KEY                 PIC X(10).
           02  TRN-DATE                PIC X(08).
           02  TRN-AMOUNT              PIC S9(7)V99.
           02  TRN-ACCOUNT             PIC X(06).
