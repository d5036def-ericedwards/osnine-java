      * amount under an existing key, D deletes the key.  The
      * front-end edit writes its TRNFEED of clean records in this
      * same layout with the action already stamped A, so a clean
      * batch feeds the maintenance step without re-keying.  The
      * user id is the initials of whoever keyed the transaction;
      * it rides onto the TRNJRNL change journal so a sampled key
      * is never assigned to the reviewer who changed it.  The
      * account is the ACCTMAST ledger account: required on an A,
      * and on a C it moves the record to another account (blank
      * leaves the account as it stands).
       01  TXN-RECORD.
           02  TXN-ACTION              PIC X(01).
           02  TXN-KEY                 PIC X(10).
           02  TXN-DATE                PIC X(08).
           02  TXN-AMOUNT              PIC 9(7)V99.
           02  TXN-USER-ID             PIC X(03).
           02  TXN-ACCOUNT             PIC X(06).
