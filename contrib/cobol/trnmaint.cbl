      *             balance file for TRNMAST-BALANCE-VERIFY to hold
      *             the master against.  TRN-FILE's access mode
      *             went RANDOM to DYNAMIC for the read-back pass.
      * 2026-10-15  Every applied A, C, and D now appends a TRNJRNL
      *             change-journal record (run date and time naming
      *             the batch, the transaction's place in it, key,
      *             action, and the record's before and after
      *             images), so a changed date or amount can be
      *             traced back to what it was.  A D now reads the
      *             record before deleting it to take the before
      *             image.
      * 2026-10-15  The journal record now carries the user id off
      *             the TRNTXN transaction.
      * 2026-10-15  TRNMAST carries the ledger account, with an
      *             alternate key on it.  An A takes the account off
      *             the transaction and bounces without one; a C
      *             with an account moves the record to it, and a C
      *             with the account blank leaves it where it is.
      *             The journal carries the before and after
      *             accounts.  Account validity is the edit's job
      *             (ACCTMAST), as the date's and amount's are.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT BAL-FILE ASSIGN TO "TRNBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAL-FILE-STATUS.
           SELECT JRNL-FILE ASSIGN TO "TRNJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "TRNMNRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       COPY "trnrec.cbl".
       FD  BAL-FILE.
       COPY "trnbal.cbl".
       FD  JRNL-FILE.
       COPY "trnjrnl.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  TXN-FILE-STATUS             PIC X(02).
       77  TRN-FILE-STATUS             PIC X(02).
       77  BAL-FILE-STATUS             PIC X(02).
       77  JRNL-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  TXN-AT-END-SW               PIC X(01) VALUE "N".
           88  TXN-AT-END                          VALUE "Y".
       77  DELETE-COUNT                PIC 9(07) USAGE COMP VALUE 0.
       77  ERROR-COUNT                 PIC 9(07) USAGE COMP VALUE 0.
       77  MASTER-COUNT                PIC 9(09) USAGE COMP VALUE 0.
       77  TXN-SEQ                     PIC 9(07) USAGE COMP VALUE 0.
       77  BATCH-DATE                  PIC X(08).
       77  BATCH-TIME                  PIC X(08).
       77  MASTER-NET                  PIC S9(11)V99 USAGE COMP
                                       VALUE 0.
       01  RPT-HEADER-1.

       PROCEDURE DIVISION.
       TRANSACTION-MAINT-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BATCH-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO BATCH-TIME.
           PERFORM OPEN-THE-MASTER.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      * The journal is opened for the whole batch and extended,
      * never rewritten: it is the permanent record of the change.
       APPLY-THE-TRANSACTIONS.
           OPEN INPUT TXN-FILE.
           IF TXN-FILE-STATUS = "35"
               DISPLAY "TRNTXN NOT FOUND, NOTHING TO APPLY"
           ELSE
               OPEN EXTEND JRNL-FILE
               IF JRNL-FILE-STATUS NOT = "00"
                   OPEN OUTPUT JRNL-FILE
               END-IF
               PERFORM READ-NEXT-TRANSACTION UNTIL TXN-AT-END
               CLOSE TXN-FILE
               CLOSE JRNL-FILE
           END-IF.

       READ-NEXT-TRANSACTION.
               AT END
                   SET TXN-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO TXN-SEQ
                   PERFORM APPLY-ONE-TRANSACTION
           END-READ.

           END-EVALUATE.

       ADD-THE-RECORD.
           IF TXN-ACCOUNT = SPACE
               MOVE "ADD BOUNCED - NO ACCOUNT ON TRANSACTION"
                   TO RPT-EL-TEXT
               PERFORM WRITE-MAINT-ERROR
           ELSE
               PERFORM WRITE-THE-RECORD
           END-IF.

       WRITE-THE-RECORD.
           MOVE TXN-KEY TO TRN-KEY.
           MOVE TXN-DATE TO TRN-DATE.
           MOVE TXN-AMOUNT TO TRN-AMOUNT.
           MOVE TXN-ACCOUNT TO TRN-ACCOUNT.
           WRITE TRN-RECORD
               INVALID KEY
                   MOVE "ADD BOUNCED - KEY ALREADY ON MASTER"
                   PERFORM WRITE-MAINT-ERROR
               NOT INVALID KEY
                   ADD 1 TO ADD-COUNT
                   PERFORM START-JOURNAL-RECORD
                   MOVE TRN-DATE TO JR-AFTER-DATE
                   MOVE TRN-AMOUNT TO JR-AFTER-AMOUNT
                   MOVE TRN-ACCOUNT TO JR-AFTER-ACCOUNT
                   WRITE JR-RECORD
           END-WRITE.

       CHANGE-THE-RECORD.
                       TO RPT-EL-TEXT
                   PERFORM WRITE-MAINT-ERROR
               NOT INVALID KEY
                   PERFORM START-JOURNAL-RECORD
                   MOVE TRN-DATE TO JR-BEFORE-DATE
                   MOVE TRN-AMOUNT TO JR-BEFORE-AMOUNT
                   MOVE TRN-ACCOUNT TO JR-BEFORE-ACCOUNT
                   MOVE TXN-DATE TO TRN-DATE
                   MOVE TXN-AMOUNT TO TRN-AMOUNT
                   IF TXN-ACCOUNT NOT = SPACE
                       MOVE TXN-ACCOUNT TO TRN-ACCOUNT
                   END-IF
                   REWRITE TRN-RECORD
                   ADD 1 TO CHANGE-COUNT
                   MOVE TRN-DATE TO JR-AFTER-DATE
                   MOVE TRN-AMOUNT TO JR-AFTER-AMOUNT
                   MOVE TRN-ACCOUNT TO JR-AFTER-ACCOUNT
                   WRITE JR-RECORD
           END-READ.

       DELETE-THE-RECORD.
           MOVE TXN-KEY TO TRN-KEY.
           READ TRN-FILE
               INVALID KEY
                   MOVE "DELETE BOUNCED - KEY NOT ON MASTER"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-MAINT-ERROR
               NOT INVALID KEY
                   PERFORM START-JOURNAL-RECORD
                   MOVE TRN-DATE TO JR-BEFORE-DATE
                   MOVE TRN-AMOUNT TO JR-BEFORE-AMOUNT
                   MOVE TRN-ACCOUNT TO JR-BEFORE-ACCOUNT
                   DELETE TRN-FILE
                   ADD 1 TO DELETE-COUNT
                   WRITE JR-RECORD
           END-READ.

      * The batch stamp, the transaction's place in the batch, key,
      * action and user id; both images start empty and the caller
      * fills the ones its action has.
       START-JOURNAL-RECORD.
           MOVE SPACE TO JR-RECORD.
           MOVE BATCH-DATE TO JR-RUN-DATE.
           MOVE BATCH-TIME TO JR-RUN-TIME.
           MOVE TXN-SEQ TO JR-BATCH-SEQ.
           MOVE TXN-ACTION TO JR-ACTION.
           MOVE TXN-KEY TO JR-TRN-KEY.
           MOVE TXN-USER-ID TO JR-USER-ID.
           MOVE 0 TO JR-BEFORE-AMOUNT.
           MOVE 0 TO JR-AFTER-AMOUNT.

       WRITE-MAINT-ERROR.
           MOVE TXN-ACTION TO RPT-EL-ACTION.
