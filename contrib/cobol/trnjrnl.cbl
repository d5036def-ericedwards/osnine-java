      * Record layout for the TRNJRNL permanent change journal: one
      * record per A, C, or D TRANSACTION-MAINT actually applied to
      * TRNMAST (bounced transactions are on TRNMNRPT, not here),
      * appended in the order applied and never rewritten.  The run
      * date and time are the moment the maintenance run started,
      * so together they name the TRNTXN batch the change came
      * from; the sequence number is the transaction's position in
      * that batch.  The before image is the master record as it
      * stood ahead of the change (spaces and zero for an A), the
      * after image as it was left (spaces and zero for a D).
      * The user id is the initials of whoever keyed the TRNTXN
      * transaction (spaces on records journaled before it was
      * carried); SAMPLE-ASSIGN keeps a reviewer off any key they
      * changed.  The before and after accounts ride at the end of
      * the record (spaces on records journaled before the account
      * was carried), so a C that moved a posting between ledger
      * accounts shows both.
      * Read by TRANSACTION-HISTORY for a key's change history and
      * by FINDING-POST for what a sampled item looked like before
      * a later change.
       01  JR-RECORD.
           02  JR-RUN-DATE             PIC X(08).
           02  JR-RUN-TIME             PIC X(08).
           02  JR-BATCH-SEQ            PIC 9(07).
           02  JR-ACTION               PIC X(01).
               88  JR-ADDED                        VALUE "A".
               88  JR-CHANGED                      VALUE "C".
               88  JR-DELETED                      VALUE "D".
           02  JR-TRN-KEY              PIC X(10).
           02  JR-BEFORE-IMAGE.
             03  JR-BEFORE-DATE        PIC X(08).
             03  JR-BEFORE-AMOUNT      PIC S9(7)V99.
           02  JR-AFTER-IMAGE.
             03  JR-AFTER-DATE         PIC X(08).
             03  JR-AFTER-AMOUNT       PIC S9(7)V99.
           02  JR-USER-ID              PIC X(03).
           02  JR-BEFORE-ACCOUNT       PIC X(06).
           02  JR-AFTER-ACCOUNT        PIC X(06).
           02  FILLER                  PIC X(17).
