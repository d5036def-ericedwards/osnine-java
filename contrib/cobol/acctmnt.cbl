       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-MAINT.
       DATE-WRITTEN. 2026-10-15.
      * Maintains the indexed ACCTMAST ledger account master from
      * the action-coded ACCTTXN file, one card per account: A adds
      * the account (a number already on the master bounces -- the
      * index's INVALID KEY, as in TRANSACTION-MAINT), C rewrites
      * the description, status, and open and close dates under an
      * existing number, D deletes the number.  Every card but a D
      * carries the full account: a description, status O (open)
      * or C (closed), a numeric CCYYMMDD open date, and a close
      * date that is blank or numeric and not before the open
      * date; a closed account must carry its close date.  An open
      * account may carry a close date ahead of time, and
      * TRANSACTION-EDIT takes no posting dated after it.
      * An account with postings still on TRNMAST cannot be
      * deleted -- close it instead, so the trial balance and the
      * findings against it keep their account.  The check is a
      * START on TRNMAST's alternate key.  No TRNMAST at all means
      * no postings; a TRNMAST that will not open for any other
      * reason bounces every D, since the check cannot be made.
      * Every bounce goes on the ACCTMRPT maintenance report with
      * its reason, and the counts close the report.  Ends RC 0
      * with nothing bounced, RC 4 otherwise.  A missing ACCTMAST
      * is created empty on the first run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "ACCTTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY ACCT-NUMBER
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT TRN-FILE ASSIGN TO "TRNMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "ACCTMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       01  AX-RECORD.
           02  AX-ACTION               PIC X(01).
           02  AX-NUMBER               PIC X(06).
           02  AX-DESCRIPTION          PIC X(30).
           02  AX-STATUS               PIC X(01).
           02  AX-OPEN-DATE            PIC X(08).
           02  AX-CLOSE-DATE           PIC X(08).
           02  FILLER                  PIC X(26).
       FD  ACCT-FILE.
       COPY "acctmast.cbl".
       FD  TRN-FILE.
       COPY "trnrec.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  TXN-FILE-STATUS             PIC X(02).
       77  ACCT-FILE-STATUS            PIC X(02).
       77  TRN-FILE-STATUS             PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  TXN-AT-END-SW               PIC X(01) VALUE "N".
           88  TXN-AT-END                          VALUE "Y".
       77  TRN-OPEN-SW                 PIC X(01) VALUE "N".
           88  TRN-OPEN                            VALUE "Y".
           88  TRN-MISSING                         VALUE "M".
           88  TRN-UNREADABLE                      VALUE "N".
       77  POSTINGS-FOUND-SW           PIC X(01).
           88  POSTINGS-FOUND                      VALUE "Y".
       77  ADD-COUNT                   PIC 9(05) USAGE COMP VALUE 0.
       77  CHANGE-COUNT                PIC 9(05) USAGE COMP VALUE 0.
       77  DELETE-COUNT                PIC 9(05) USAGE COMP VALUE 0.
       77  ERROR-COUNT                 PIC 9(05) USAGE COMP VALUE 0.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(30) VALUE
               "ACCTMAST MAINTENANCE REPORT".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-ERROR-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-ACTION           PIC X(01).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-NUMBER           PIC X(06).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-TEXT             PIC X(40).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(22).
           02  RPT-CL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       ACCOUNT-MAINT-MAIN.
           PERFORM OPEN-THE-MASTER.
           PERFORM OPEN-THE-POSTINGS.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM APPLY-THE-TRANSACTIONS.
           PERFORM WRITE-MAINT-TOTALS.
           CLOSE ACCT-FILE.
           IF TRN-OPEN
               CLOSE TRN-FILE
           END-IF.
           CLOSE RPT-FILE.
           DISPLAY "ACCOUNT-MAINT: ", ADD-COUNT, " ADDS, ",
               CHANGE-COUNT, " CHANGES, ", DELETE-COUNT,
               " DELETES, ", ERROR-COUNT, " ERRORS".
           IF ERROR-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * As for TRNMAST: a master that isn't there yet is created
      * empty, and any other open failure stops the run rather than
      * risk recreating a live master empty.
       OPEN-THE-MASTER.
           OPEN I-O ACCT-FILE.
           EVALUATE ACCT-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ACCT-FILE
                   CLOSE ACCT-FILE
                   OPEN I-O ACCT-FILE
               WHEN OTHER
                   PERFORM ABORT-MASTER-OPEN
           END-EVALUATE.

       ABORT-MASTER-OPEN.
           DISPLAY "ACCOUNT-MAINT ABORTED - ACCTMAST OPEN ",
               "FAILED WITH STATUS ", ACCT-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       OPEN-THE-POSTINGS.
           OPEN INPUT TRN-FILE.
           EVALUATE TRN-FILE-STATUS
               WHEN "00"
                   SET TRN-OPEN TO TRUE
               WHEN "35"
                   SET TRN-MISSING TO TRUE
               WHEN OTHER
                   SET TRN-UNREADABLE TO TRUE
                   DISPLAY "ACCOUNT-MAINT: TRNMAST OPEN FAILED WITH ",
                       "STATUS ", TRN-FILE-STATUS,
                       ", NO ACCOUNT WILL BE DELETED"
           END-EVALUATE.

       APPLY-THE-TRANSACTIONS.
           OPEN INPUT TXN-FILE.
           IF TXN-FILE-STATUS = "35"
               DISPLAY "ACCTTXN NOT FOUND, NOTHING TO APPLY"
           ELSE
               PERFORM READ-NEXT-TRANSACTION UNTIL TXN-AT-END
               CLOSE TXN-FILE
           END-IF.

       READ-NEXT-TRANSACTION.
           READ TXN-FILE
               AT END
                   SET TXN-AT-END TO TRUE
               NOT AT END
                   PERFORM EDIT-ONE-TRANSACTION
           END-READ.

      * The card is edited whole before the master is touched; the
      * first failure names the reason.
       EDIT-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN AX-ACTION NOT = "A" AND AX-ACTION NOT = "C"
                   AND AX-ACTION NOT = "D"
                   MOVE "ACTION CODE IS NOT A, C, OR D"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-MAINT-ERROR
               WHEN AX-NUMBER = SPACE
                   MOVE "ACCOUNT NUMBER IS BLANK" TO RPT-EL-TEXT
                   PERFORM WRITE-MAINT-ERROR
               WHEN AX-ACTION = "D"
                   PERFORM DELETE-THE-ACCOUNT
               WHEN AX-DESCRIPTION = SPACE
                   MOVE "ACCOUNT DESCRIPTION IS BLANK" TO RPT-EL-TEXT
                   PERFORM WRITE-MAINT-ERROR
               WHEN AX-STATUS NOT = "O" AND AX-STATUS NOT = "C"
                   MOVE "STATUS IS NOT O OR C" TO RPT-EL-TEXT
                   PERFORM WRITE-MAINT-ERROR
               WHEN AX-OPEN-DATE NOT NUMERIC
                   MOVE "OPEN DATE IS NOT NUMERIC" TO RPT-EL-TEXT
                   PERFORM WRITE-MAINT-ERROR
               WHEN AX-CLOSE-DATE NOT = SPACE
                   AND AX-CLOSE-DATE NOT NUMERIC
                   MOVE "CLOSE DATE IS NOT NUMERIC" TO RPT-EL-TEXT
                   PERFORM WRITE-MAINT-ERROR
               WHEN AX-STATUS = "C" AND AX-CLOSE-DATE = SPACE
                   MOVE "CLOSED ACCOUNT CARRIES NO CLOSE DATE"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-MAINT-ERROR
               WHEN AX-CLOSE-DATE NOT = SPACE
                   AND AX-CLOSE-DATE < AX-OPEN-DATE
                   MOVE "ACCOUNT CLOSES BEFORE IT OPENS"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-MAINT-ERROR
               WHEN AX-ACTION = "A"
                   PERFORM ADD-THE-ACCOUNT
               WHEN OTHER
                   PERFORM CHANGE-THE-ACCOUNT
           END-EVALUATE.

       ADD-THE-ACCOUNT.
           PERFORM BUILD-THE-ACCOUNT.
           WRITE ACCT-RECORD
               INVALID KEY
                   MOVE "ADD BOUNCED - ACCOUNT ALREADY ON MASTER"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-MAINT-ERROR
               NOT INVALID KEY
                   ADD 1 TO ADD-COUNT
           END-WRITE.

       CHANGE-THE-ACCOUNT.
           MOVE AX-NUMBER TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY
                   MOVE "CHANGE BOUNCED - ACCOUNT NOT ON MASTER"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-MAINT-ERROR
               NOT INVALID KEY
                   PERFORM BUILD-THE-ACCOUNT
                   REWRITE ACCT-RECORD
                   ADD 1 TO CHANGE-COUNT
           END-READ.

       DELETE-THE-ACCOUNT.
           MOVE AX-NUMBER TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY
                   MOVE "DELETE BOUNCED - ACCOUNT NOT ON MASTER"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-MAINT-ERROR
               NOT INVALID KEY
                   PERFORM CHECK-FOR-POSTINGS
                   EVALUATE TRUE
                       WHEN TRN-UNREADABLE
                           MOVE "DELETE BOUNCED - TRNMAST NOT READABLE"
                               TO RPT-EL-TEXT
                           PERFORM WRITE-MAINT-ERROR
                       WHEN POSTINGS-FOUND
                           MOVE "DELETE BOUNCED - POSTINGS ON TRNMAST"
                               TO RPT-EL-TEXT
                           PERFORM WRITE-MAINT-ERROR
                       WHEN OTHER
                           DELETE ACCT-FILE
                           ADD 1 TO DELETE-COUNT
                   END-EVALUATE
           END-READ.

      * Any record on TRNMAST's alternate key under the account
      * holds it on the master.
       CHECK-FOR-POSTINGS.
           MOVE "N" TO POSTINGS-FOUND-SW.
           IF TRN-OPEN
               MOVE AX-NUMBER TO TRN-ACCOUNT
               START TRN-FILE KEY = TRN-ACCOUNT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET POSTINGS-FOUND TO TRUE
               END-START
           END-IF.

       BUILD-THE-ACCOUNT.
           MOVE SPACE TO ACCT-RECORD.
           MOVE AX-NUMBER TO ACCT-NUMBER.
           MOVE AX-DESCRIPTION TO ACCT-DESCRIPTION.
           MOVE AX-STATUS TO ACCT-STATUS.
           MOVE AX-OPEN-DATE TO ACCT-OPEN-DATE.
           MOVE AX-CLOSE-DATE TO ACCT-CLOSE-DATE.

       WRITE-MAINT-ERROR.
           MOVE AX-ACTION TO RPT-EL-ACTION.
           MOVE AX-NUMBER TO RPT-EL-NUMBER.
           WRITE RPT-RECORD FROM RPT-ERROR-LINE.
           ADD 1 TO ERROR-COUNT.

       WRITE-MAINT-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "ACCOUNTS ADDED:" TO RPT-CL-LABEL.
           MOVE ADD-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ACCOUNTS CHANGED:" TO RPT-CL-LABEL.
           MOVE CHANGE-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ACCOUNTS DELETED:" TO RPT-CL-LABEL.
           MOVE DELETE-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "TRANSACTIONS IN ERROR:" TO RPT-CL-LABEL.
           MOVE ERROR-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
