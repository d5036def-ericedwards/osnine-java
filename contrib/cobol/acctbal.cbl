       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-TRIAL-BALANCE.
       DATE-WRITTEN. 2026-10-15.
      * Prints the ACCTTBRPT account trial balance: TRNMAST read in
      * ledger account order down its TRN-ACCOUNT alternate key,
      * one line per account with its description off ACCTMAST,
      * the number of postings, and the net TRN-AMOUNT.  An account
      * no longer on ACCTMAST is marked NO ACCOUNT, a closed one
      * CLOSED.  The report's grand totals are then held against
      * the newest TRNBAL control record the way TRNMAST-BALANCE-
      * VERIFY holds the master, record count and net amount, so
      * the accounts are proved to add up to the master the rest
      * of the shop balances to.  Run it after TRANSACTION-MAINT
      * has written the night's control record.
      * Ends RC 0 when the trial balance ties, RC 8 when it does
      * not, and RC 4 when TRNBAL has no control record to tie to.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRN-FILE ASSIGN TO "TRNMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY ACCT-NUMBER
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT BAL-FILE ASSIGN TO "TRNBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BAL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "ACCTTBRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRN-FILE.
       COPY "trnrec.cbl".
       FD  ACCT-FILE.
       COPY "acctmast.cbl".
       FD  BAL-FILE.
       COPY "trnbal.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  TRN-FILE-STATUS             PIC X(02).
       77  ACCT-FILE-STATUS            PIC X(02).
       77  BAL-FILE-STATUS             PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  TRN-AT-END-SW               PIC X(01) VALUE "N".
           88  TRN-AT-END                          VALUE "Y".
       77  BAL-AT-END-SW               PIC X(01) VALUE "N".
           88  BAL-AT-END                          VALUE "Y".
       77  ACCT-OPEN-SW                PIC X(01) VALUE "N".
           88  ACCT-MASTER-OPEN                    VALUE "Y".
       77  CONTROL-FOUND-SW            PIC X(01) VALUE "N".
           88  CONTROL-FOUND                       VALUE "Y".
       77  FIRST-RECORD-SW             PIC X(01) VALUE "Y".
           88  FIRST-RECORD                        VALUE "Y".
       77  CURRENT-ACCOUNT             PIC X(06).
       77  ACCOUNT-COUNT               PIC 9(09) USAGE COMP VALUE 0.
       77  ACCOUNT-NET                 PIC S9(11)V99 USAGE COMP
                                       VALUE 0.
       77  ACCOUNTS-PRINTED            PIC 9(06) USAGE COMP VALUE 0.
       77  GRAND-COUNT                 PIC 9(09) USAGE COMP VALUE 0.
       77  GRAND-NET                   PIC S9(11)V99 USAGE COMP
                                       VALUE 0.
       77  FAULT-COUNT                 PIC 9(03) USAGE COMP VALUE 0.
      * The newest control record, peeled off the never-reset
      * TRNBAL as it streams past.
       01  LAST-CONTROL.
           02  LC-RUN-DATE             PIC X(08).
           02  LC-REC-COUNT            PIC 9(09).
           02  LC-NET-AMOUNT           PIC S9(11)V99.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(21) VALUE
               "ACCOUNT TRIAL BALANCE".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
           02  FILLER                  PIC X(19) VALUE
               "  CONTROL RECORD OF".
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-H2-CTL-DATE         PIC X(08).
       01  RPT-COLUMN-LINE.
           02  FILLER                  PIC X(40) VALUE
               "  ACCT    DESCRIPTION                   ".
           02  FILLER                  PIC X(34) VALUE
               "    RECORDS       NET AMOUNT  NOTE".
       01  RPT-DETAIL-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-ACCOUNT          PIC X(06).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-DESCRIPTION      PIC X(30).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-COUNT            PIC ZZZZZZZZ9.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-NET              PIC -ZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-NOTE             PIC X(10).
       01  RPT-COMPARE-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-CP-LABEL            PIC X(14).
           02  FILLER                  PIC X(09) VALUE " CONTROL ".
           02  RPT-CP-CONTROL          PIC -ZZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(09) VALUE " ACCOUNTS".
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-CP-ACCOUNTS         PIC -ZZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-CP-FLAG             PIC X(09).
       01  RPT-NOTE-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-NT-TEXT             PIC X(60).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(22).
           02  RPT-CL-COUNT            PIC ZZZZZ9.
       01  RPT-VERDICT-LINE.
           02  FILLER                  PIC X(09) VALUE "VERDICT: ".
           02  RPT-VL-TEXT             PIC X(40).

       PROCEDURE DIVISION.
       ACCOUNT-TRIAL-BALANCE-MAIN.
           PERFORM READ-CONTROL-RECORDS.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RPT-H2-DATE.
           IF CONTROL-FOUND
               MOVE LC-RUN-DATE TO RPT-H2-CTL-DATE
           ELSE
               MOVE "(NONE)" TO RPT-H2-CTL-DATE
           END-IF.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-COLUMN-LINE.
           OPEN INPUT ACCT-FILE.
           IF ACCT-FILE-STATUS = "00"
               SET ACCT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "ACCTMAST NOT FOUND, ACCOUNTS PRINT WITHOUT ",
                   "DESCRIPTIONS"
           END-IF.
           PERFORM PASS-THE-MASTER.
           IF ACCT-MASTER-OPEN
               CLOSE ACCT-FILE
           END-IF.
           PERFORM WRITE-GRAND-TOTALS.
           IF CONTROL-FOUND
               PERFORM JUDGE-THE-TIE
           ELSE
               MOVE "NO TRNBAL CONTROL RECORD ON FILE, NOTHING TO"
                   TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
               MOVE "TIE TO - HAS TRANSACTION-MAINT EVER RUN"
                   TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.
           CLOSE RPT-FILE.
           EVALUATE TRUE
               WHEN NOT CONTROL-FOUND
                   DISPLAY "ACCOUNT-TRIAL-BALANCE: NO CONTROL RECORD ",
                       "ON TRNBAL"
                   MOVE 4 TO RETURN-CODE
               WHEN FAULT-COUNT = 0
                   DISPLAY "ACCOUNT-TRIAL-BALANCE: ", ACCOUNTS-PRINTED,
                       " ACCOUNTS TIE TO THE ", LC-RUN-DATE,
                       " CONTROL RECORD"
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ACCOUNT-TRIAL-BALANCE: DOES NOT TIE, ",
                       FAULT-COUNT, " FIGURES DISAGREE, SEE ACCTTBRPT"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       READ-CONTROL-RECORDS.
           OPEN INPUT BAL-FILE.
           IF BAL-FILE-STATUS = "00"
               PERFORM READ-NEXT-CONTROL UNTIL BAL-AT-END
               CLOSE BAL-FILE
           END-IF.

       READ-NEXT-CONTROL.
           READ BAL-FILE
               AT END
                   SET BAL-AT-END TO TRUE
               NOT AT END
                   SET CONTROL-FOUND TO TRUE
                   MOVE TB-RUN-DATE TO LC-RUN-DATE
                   MOVE TB-REC-COUNT TO LC-REC-COUNT
                   MOVE TB-NET-AMOUNT TO LC-NET-AMOUNT
           END-READ.

      * Down the alternate key from the lowest account; every
      * change of account closes off the one before it.
       PASS-THE-MASTER.
           OPEN INPUT TRN-FILE.
           IF TRN-FILE-STATUS NOT = "00"
               MOVE "TRNMAST NOT FOUND - NO ACCOUNTS TO BALANCE"
                   TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           ELSE
               MOVE LOW-VALUES TO TRN-ACCOUNT
               START TRN-FILE KEY NOT < TRN-ACCOUNT
                   INVALID KEY
                       SET TRN-AT-END TO TRUE
               END-START
               PERFORM READ-NEXT-POSTING UNTIL TRN-AT-END
               IF NOT FIRST-RECORD
                   PERFORM WRITE-ONE-ACCOUNT
               END-IF
               CLOSE TRN-FILE
           END-IF.

       READ-NEXT-POSTING.
           READ TRN-FILE NEXT RECORD
               AT END
                   SET TRN-AT-END TO TRUE
               NOT AT END
                   PERFORM TAKE-ONE-POSTING
           END-READ.

       TAKE-ONE-POSTING.
           IF FIRST-RECORD
               MOVE "N" TO FIRST-RECORD-SW
               MOVE TRN-ACCOUNT TO CURRENT-ACCOUNT
           END-IF.
           IF TRN-ACCOUNT NOT = CURRENT-ACCOUNT
               PERFORM WRITE-ONE-ACCOUNT
               MOVE TRN-ACCOUNT TO CURRENT-ACCOUNT
           END-IF.
           ADD 1 TO ACCOUNT-COUNT.
           ADD TRN-AMOUNT TO ACCOUNT-NET.
           ADD 1 TO GRAND-COUNT.
           ADD TRN-AMOUNT TO GRAND-NET.

       WRITE-ONE-ACCOUNT.
           MOVE CURRENT-ACCOUNT TO RPT-DL-ACCOUNT.
           MOVE SPACE TO RPT-DL-DESCRIPTION.
           MOVE SPACE TO RPT-DL-NOTE.
           PERFORM LOOK-UP-THE-ACCOUNT.
           MOVE ACCOUNT-COUNT TO RPT-DL-COUNT.
           MOVE ACCOUNT-NET TO RPT-DL-NET.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
           ADD 1 TO ACCOUNTS-PRINTED.
           MOVE 0 TO ACCOUNT-COUNT.
           MOVE 0 TO ACCOUNT-NET.

       LOOK-UP-THE-ACCOUNT.
           IF ACCT-MASTER-OPEN
               MOVE CURRENT-ACCOUNT TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       MOVE "NO ACCOUNT" TO RPT-DL-NOTE
                   NOT INVALID KEY
                       MOVE ACCT-DESCRIPTION TO RPT-DL-DESCRIPTION
                       IF ACCT-CLOSED
                           MOVE "CLOSED" TO RPT-DL-NOTE
                       END-IF
               END-READ
           END-IF.

       WRITE-GRAND-TOTALS.
           MOVE SPACE TO RPT-DL-ACCOUNT.
           MOVE "TOTAL ALL ACCOUNTS" TO RPT-DL-DESCRIPTION.
           MOVE GRAND-COUNT TO RPT-DL-COUNT.
           MOVE GRAND-NET TO RPT-DL-NET.
           MOVE SPACE TO RPT-DL-NOTE.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
           MOVE "ACCOUNTS PRINTED:" TO RPT-CL-LABEL.
           MOVE ACCOUNTS-PRINTED TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.

      * The accounts must add up to the master the control record
      * attests to, record for record and cent for cent.
       JUDGE-THE-TIE.
           MOVE "RECORD COUNT" TO RPT-CP-LABEL.
           MOVE LC-REC-COUNT TO RPT-CP-CONTROL.
           MOVE GRAND-COUNT TO RPT-CP-ACCOUNTS.
           IF GRAND-COUNT = LC-REC-COUNT
               MOVE SPACE TO RPT-CP-FLAG
           ELSE
               MOVE "MISMATCH" TO RPT-CP-FLAG
               ADD 1 TO FAULT-COUNT
           END-IF.
           WRITE RPT-RECORD FROM RPT-COMPARE-LINE.
           MOVE "NET AMOUNT" TO RPT-CP-LABEL.
           MOVE LC-NET-AMOUNT TO RPT-CP-CONTROL.
           MOVE GRAND-NET TO RPT-CP-ACCOUNTS.
           IF GRAND-NET = LC-NET-AMOUNT
               MOVE SPACE TO RPT-CP-FLAG
           ELSE
               MOVE "MISMATCH" TO RPT-CP-FLAG
               ADD 1 TO FAULT-COUNT
           END-IF.
           WRITE RPT-RECORD FROM RPT-COMPARE-LINE.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF FAULT-COUNT = 0
               MOVE "TIES TO TRNBAL" TO RPT-VL-TEXT
           ELSE
               MOVE "DOES NOT TIE TO TRNBAL" TO RPT-VL-TEXT
           END-IF.
           WRITE RPT-RECORD FROM RPT-VERDICT-LINE.
