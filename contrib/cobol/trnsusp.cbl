      * Record layout for the TRNSUSP permanent reject suspense file:
      * one record per TRNIN record TRANSACTION-EDIT ever bounced,
      * numbered in the order rejected and kept after it is cleared
      * so the trail from reject to master survives.  Status is O
      * while the item sits open, C once SUSPENSE-POST has taken the
      * clerk's corrected date or amount (the next edit run presents
      * it again), P when a corrected item has passed the edit and
      * gone to the feed, and W when written off -- the clerk's
      * initials and the posting date ride on C and W.  A corrected
      * item that fails again goes back to O with the new reason,
      * keeping its first reject date, so the aging never restarts.
      * The item fields hold the record as it now stands, in the
      * TRNIN layout (amount as keyed, implied cents); the item's
      * ledger account rides at the end of the record (spaces on
      * items suspended before the account was carried).
       01  SU-RECORD.
           02  SU-SUSP-NUM             PIC 9(07).
           02  SU-REJECT-DATE          PIC X(08).
           02  SU-STATUS               PIC X(01).
               88  SU-OPEN                         VALUE "O".
               88  SU-CORRECTED                    VALUE "C".
               88  SU-PASSED                       VALUE "P".
               88  SU-WRITTEN-OFF                  VALUE "W".
           02  SU-ITEM.
             03  SU-KEY                PIC X(10).
             03  SU-DATE               PIC X(08).
             03  SU-AMOUNT             PIC X(09).
             03  SU-AMOUNT-NUM REDEFINES SU-AMOUNT
                                       PIC 9(7)V99.
           02  SU-REASON               PIC X(35).
           02  SU-POSTED-DATE          PIC X(08).
           02  SU-CLERK                PIC X(03).
           02  SU-CLOSED-DATE          PIC X(08).
           02  SU-RECYCLE-COUNT        PIC 9(02).
           02  FILLER                  PIC X(01).
           02  SU-ACCOUNT              PIC X(06).
