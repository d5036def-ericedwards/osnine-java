       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-CONVERSION.
       DATE-WRITTEN. 2026-10-15.
      * One-time conversion of TRNMAST to the account-coded layout.
      * Until now a TRN-RECORD was a key, a date, and an amount;
      * it now also carries the ledger account, with an alternate
      * key on it, and the indexed file has to be rebuilt to hold
      * the wider record.  Rename the old master to TRNMOLD and run
      * this step once, before any other step opens TRNMAST: every
      * record on TRNMOLD is copied across in key order to a new
      * TRNMAST under the suspense account, and the accounting
      * group moves them to their real accounts afterwards with
      * TRANSACTION-MAINT C transactions.
      * The suspense account comes off the ACCTCVPM card; blank or
      * a missing card takes 999999.  If it is not already on
      * ACCTMAST it is added open, with an open date of the
      * earliest posting converted, so nothing converted sits
      * outside its account's open period.
      * Keys, amounts, and the record count are carried across
      * unchanged, so the newest TRNBAL control record still holds
      * for the new master and TRNMAST-BALANCE-VERIFY proves the
      * conversion the next time it runs; the ACCTCVRPT report
      * shows the counts and net amount read and written.
      * The step refuses to run (RC 16) when TRNMOLD cannot be
      * opened, or when TRNMAST already holds records in the new
      * layout or cannot be opened in it -- a master that has not
      * been renamed out of the way is never overwritten.  Ends
      * RC 0 when every record was converted and the suspense
      * account is on ACCTMAST, RC 4 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONV-PARM-FILE ASSIGN TO "ACCTCVPM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CONV-PARM-STATUS.
           SELECT OLD-FILE ASSIGN TO "TRNMOLD"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY OLD-KEY
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT TRN-FILE ASSIGN TO "TRNMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY ACCT-NUMBER
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "ACCTCVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONV-PARM-FILE.
       01  CONV-PARM-RECORD.
           02  CVP-SUSPENSE-ACCOUNT    PIC X(06).
           02  FILLER                  PIC X(74).
      * The master as it stood before the account was carried.
       FD  OLD-FILE.
       01  OLD-RECORD.
           02  OLD-KEY                 PIC X(10).
           02  OLD-DATE                PIC X(08).
           02  OLD-AMOUNT              PIC S9(7)V99.
       FD  TRN-FILE.
       COPY "trnrec.cbl".
       FD  ACCT-FILE.
       COPY "acctmast.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  CONV-PARM-STATUS            PIC X(02).
       77  OLD-FILE-STATUS             PIC X(02).
       77  TRN-FILE-STATUS             PIC X(02).
       77  ACCT-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  OLD-AT-END-SW               PIC X(01) VALUE "N".
           88  OLD-AT-END                          VALUE "Y".
       77  ACCT-FAILED-SW              PIC X(01) VALUE "N".
           88  ACCT-FAILED                         VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
       77  SUSPENSE-ACCOUNT            PIC X(06) VALUE "999999".
       77  EARLIEST-DATE               PIC X(08) VALUE HIGH-VALUES.
       77  READ-COUNT                  PIC 9(09) USAGE COMP VALUE 0.
       77  WRITTEN-COUNT               PIC 9(09) USAGE COMP VALUE 0.
       77  BOUNCED-COUNT               PIC 9(09) USAGE COMP VALUE 0.
       77  READ-NET                    PIC S9(11)V99 USAGE COMP
                                       VALUE 0.
       77  WRITTEN-NET                 PIC S9(11)V99 USAGE COMP
                                       VALUE 0.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(32) VALUE
               "TRNMAST ACCOUNT CONVERSION".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
           02  FILLER                  PIC X(21) VALUE
               "  SUSPENSE ACCOUNT: ".
           02  RPT-H2-ACCOUNT          PIC X(06).
       01  RPT-ERROR-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-KEY              PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-TEXT             PIC X(40).
       01  RPT-NOTE-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-NT-TEXT             PIC X(60).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(22).
           02  RPT-CL-COUNT            PIC ZZZZZZZZ9.
       01  RPT-AMOUNT-LINE.
           02  RPT-AL-LABEL            PIC X(22).
           02  RPT-AL-AMOUNT           PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       ACCOUNT-CONVERSION-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           PERFORM READ-CONV-PARM-CARD.
           PERFORM CHECK-NEW-MASTER-EMPTY.
           OPEN INPUT OLD-FILE.
           IF OLD-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT-CONVERSION ABORTED - TRNMOLD OPEN ",
                   "FAILED WITH STATUS ", OLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT TRN-FILE.
           IF TRN-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT-CONVERSION ABORTED - TRNMAST OPEN ",
                   "OUTPUT FAILED WITH STATUS ", TRN-FILE-STATUS
               CLOSE OLD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           MOVE SUSPENSE-ACCOUNT TO RPT-H2-ACCOUNT.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM CONVERT-NEXT-RECORD UNTIL OLD-AT-END.
           CLOSE OLD-FILE.
           CLOSE TRN-FILE.
           PERFORM ADD-SUSPENSE-ACCOUNT.
           PERFORM WRITE-CONVERSION-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "ACCOUNT-CONVERSION: READ ", READ-COUNT,
               ", WRITTEN ", WRITTEN-COUNT, ", BOUNCED ",
               BOUNCED-COUNT, " TO ACCOUNT ", SUSPENSE-ACCOUNT.
           IF BOUNCED-COUNT = 0 AND NOT ACCT-FAILED
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-CONV-PARM-CARD.
           OPEN INPUT CONV-PARM-FILE.
           IF CONV-PARM-STATUS = "35"
               DISPLAY "ACCTCVPM NOT FOUND, USING DEFAULT SUSPENSE ",
                   "ACCOUNT"
           ELSE
               READ CONV-PARM-FILE
                   AT END
                       DISPLAY "ACCTCVPM EMPTY, USING DEFAULT ",
                           "SUSPENSE ACCOUNT"
                   NOT AT END
                       IF CVP-SUSPENSE-ACCOUNT NOT = SPACE
                           MOVE CVP-SUSPENSE-ACCOUNT
                               TO SUSPENSE-ACCOUNT
                       END-IF
               END-READ
               CLOSE CONV-PARM-FILE
           END-IF.

      * Only a TRNMAST that isn't there, or is there in the new
      * layout with nothing on it, may be written over.  An old-
      * layout master still under the TRNMAST name will not open
      * in the new layout at all.
       CHECK-NEW-MASTER-EMPTY.
           OPEN INPUT TRN-FILE.
           EVALUATE TRN-FILE-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   READ TRN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "ACCOUNT-CONVERSION ABORTED - ",
                               "TRNMAST ALREADY HOLDS CONVERTED ",
                               "RECORDS"
                           MOVE 16 TO RETURN-CODE
                   END-READ
                   CLOSE TRN-FILE
               WHEN OTHER
                   DISPLAY "ACCOUNT-CONVERSION ABORTED - TRNMAST ",
                       "OPEN FAILED WITH STATUS ", TRN-FILE-STATUS,
                       ", RENAME THE OLD MASTER TO TRNMOLD"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = 16
               GOBACK
           END-IF.

       CONVERT-NEXT-RECORD.
           READ OLD-FILE
               AT END
                   SET OLD-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO READ-COUNT
                   ADD OLD-AMOUNT TO READ-NET
                   PERFORM CONVERT-ONE-RECORD
           END-READ.

       CONVERT-ONE-RECORD.
           MOVE SPACE TO TRN-RECORD.
           MOVE OLD-KEY TO TRN-KEY.
           MOVE OLD-DATE TO TRN-DATE.
           MOVE OLD-AMOUNT TO TRN-AMOUNT.
           MOVE SUSPENSE-ACCOUNT TO TRN-ACCOUNT.
           WRITE TRN-RECORD
               INVALID KEY
                   MOVE OLD-KEY TO RPT-EL-KEY
                   MOVE "WRITE BOUNCED - KEY OUT OF SEQUENCE"
                       TO RPT-EL-TEXT
                   WRITE RPT-RECORD FROM RPT-ERROR-LINE
                   ADD 1 TO BOUNCED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WRITTEN-COUNT
                   ADD TRN-AMOUNT TO WRITTEN-NET
                   IF TRN-DATE IS NUMERIC
                       AND TRN-DATE < EARLIEST-DATE
                       MOVE TRN-DATE TO EARLIEST-DATE
                   END-IF
           END-WRITE.

      * The suspense account opens no later than the oldest posting
      * it now holds; one already on ACCTMAST is left as it is.
       ADD-SUSPENSE-ACCOUNT.
           OPEN I-O ACCT-FILE.
           IF ACCT-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-FILE
               CLOSE ACCT-FILE
               OPEN I-O ACCT-FILE
           END-IF.
           IF ACCT-FILE-STATUS NOT = "00"
               MOVE "ACCTMAST COULD NOT BE OPENED - ADD THE SUSPENSE"
                   TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
               MOVE "ACCOUNT WITH ACCOUNT-MAINT" TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
               SET ACCT-FAILED TO TRUE
           ELSE
               MOVE SUSPENSE-ACCOUNT TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       PERFORM WRITE-SUSPENSE-ACCOUNT
                   NOT INVALID KEY
                       MOVE "SUSPENSE ACCOUNT ALREADY ON ACCTMAST"
                           TO RPT-NT-TEXT
                       WRITE RPT-RECORD FROM RPT-NOTE-LINE
               END-READ
               CLOSE ACCT-FILE
           END-IF.

       WRITE-SUSPENSE-ACCOUNT.
           IF EARLIEST-DATE = HIGH-VALUES
               MOVE TODAY-DATE TO EARLIEST-DATE
           END-IF.
           MOVE SPACE TO ACCT-RECORD.
           MOVE SUSPENSE-ACCOUNT TO ACCT-NUMBER.
           MOVE "SUSPENSE - UNASSIGNED POSTINGS"
               TO ACCT-DESCRIPTION.
           MOVE "O" TO ACCT-STATUS.
           MOVE EARLIEST-DATE TO ACCT-OPEN-DATE.
           WRITE ACCT-RECORD.
           MOVE "SUSPENSE ACCOUNT ADDED TO ACCTMAST" TO RPT-NT-TEXT.
           WRITE RPT-RECORD FROM RPT-NOTE-LINE.

       WRITE-CONVERSION-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "RECORDS READ:" TO RPT-CL-LABEL.
           MOVE READ-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "RECORDS WRITTEN:" TO RPT-CL-LABEL.
           MOVE WRITTEN-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "RECORDS BOUNCED:" TO RPT-CL-LABEL.
           MOVE BOUNCED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "NET AMOUNT READ:" TO RPT-AL-LABEL.
           MOVE READ-NET TO RPT-AL-AMOUNT.
           WRITE RPT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "NET AMOUNT WRITTEN:" TO RPT-AL-LABEL.
           MOVE WRITTEN-NET TO RPT-AL-AMOUNT.
           WRITE RPT-RECORD FROM RPT-AMOUNT-LINE.
