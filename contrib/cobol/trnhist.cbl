       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSACTION-HISTORY.
       DATE-WRITTEN. 2026-10-15.
      * Prints a TRNMAST key's full change history off the TRNJRNL
      * change journal: one TRNHQPRM card per key asked about, and
      * for each a TRNHRPT section listing every add, change, and
      * delete TRANSACTION-MAINT applied to it, oldest first -- the
      * batch (run date and time) and the transaction's place in
      * it, the action, and the date and amount before and after,
      * with the ledger account before and after and the initials
      * of whoever keyed the change on a second line under each --
      * closed by what the master holds for the key today.  This is
      * the auditors' answer to "what was this amount before it was
      * changed".  Ends RC 4 when a card names a key the journal has
      * never seen, RC 0 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "TRNHQPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT JRNL-FILE ASSIGN TO "TRNJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.
           SELECT TRN-FILE ASSIGN TO "TRNMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "TRNHRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  HQ-RECORD.
           02  HQ-TRN-KEY              PIC X(10).
           02  FILLER                  PIC X(70).
       FD  JRNL-FILE.
       COPY "trnjrnl.cbl".
       FD  TRN-FILE.
       COPY "trnrec.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  PARM-FILE-STATUS            PIC X(02).
       77  JRNL-FILE-STATUS            PIC X(02).
       77  TRN-FILE-STATUS             PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  PARM-AT-END-SW              PIC X(01) VALUE "N".
           88  PARM-AT-END                         VALUE "Y".
       77  JRNL-AT-END-SW              PIC X(01).
           88  JRNL-AT-END                         VALUE "Y".
       77  MASTER-OPEN-SW              PIC X(01) VALUE "N".
           88  MASTER-OPEN                         VALUE "Y".
       77  ASKED-KEY                   PIC X(10).
       77  KEY-COUNT                   PIC 9(04) USAGE COMP VALUE 0.
       77  ENTRY-COUNT                 PIC 9(05) USAGE COMP.
       77  UNKNOWN-COUNT               PIC 9(04) USAGE COMP VALUE 0.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(30) VALUE
               "TRANSACTION CHANGE HISTORY".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-KEY-LINE.
           02  FILLER                  PIC X(05) VALUE "KEY: ".
           02  RPT-KL-KEY              PIC X(10).
       01  RPT-COLUMN-LINE.
           02  FILLER                  PIC X(38) VALUE
               "  BATCH DATE/TIME       SEQ  A  BEFORE".
           02  FILLER                  PIC X(21) VALUE
               "                AFTER".
       01  RPT-COLUMN-LINE-2.
           02  FILLER                  PIC X(36) VALUE
               "                                ACCT".
           02  FILLER                  PIC X(22) VALUE
               "                  ACCT".
           02  FILLER                  PIC X(20) VALUE
               "                USER".
       01  RPT-DETAIL-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-RUN-DATE         PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-RUN-TIME         PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-SEQ              PIC ZZZZZZ9.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-ACTION           PIC X(01).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-BEFORE-DATE      PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-BEFORE-AMOUNT    PIC -(7)9.99.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-AFTER-DATE       PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-AFTER-AMOUNT     PIC -(7)9.99.
       01  RPT-DETAIL-LINE-2.
           02  FILLER                  PIC X(32) VALUE SPACE.
           02  RPT-D2-BEFORE-ACCOUNT   PIC X(06).
           02  FILLER                  PIC X(16) VALUE SPACE.
           02  RPT-D2-AFTER-ACCOUNT    PIC X(06).
           02  FILLER                  PIC X(14) VALUE SPACE.
           02  RPT-D2-USER-ID          PIC X(03).
       01  RPT-MASTER-LINE.
           02  FILLER                  PIC X(18) VALUE
               "  ON TRNMAST NOW: ".
           02  RPT-ML-DATE             PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-ML-AMOUNT           PIC -(7)9.99.
       01  RPT-NOTE-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-NT-TEXT             PIC X(60).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(26).
           02  RPT-CL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       TRANSACTION-HISTORY-MAIN.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           OPEN INPUT TRN-FILE.
           IF TRN-FILE-STATUS = "00"
               SET MASTER-OPEN TO TRUE
           END-IF.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "35"
               DISPLAY "TRNHQPRM NOT FOUND, NO KEYS TO LIST"
           ELSE
               PERFORM READ-NEXT-KEY-CARD UNTIL PARM-AT-END
               CLOSE PARM-FILE
           END-IF.
           IF MASTER-OPEN
               CLOSE TRN-FILE
           END-IF.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "KEYS LISTED:" TO RPT-CL-LABEL.
           MOVE KEY-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "KEYS NOT ON THE JOURNAL:" TO RPT-CL-LABEL.
           MOVE UNKNOWN-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           CLOSE RPT-FILE.
           DISPLAY "TRANSACTION-HISTORY: ", KEY-COUNT,
               " KEYS LISTED, ", UNKNOWN-COUNT, " NOT ON THE JOURNAL".
           IF UNKNOWN-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-NEXT-KEY-CARD.
           READ PARM-FILE
               AT END
                   SET PARM-AT-END TO TRUE
               NOT AT END
                   IF HQ-TRN-KEY NOT = SPACE
                       MOVE HQ-TRN-KEY TO ASKED-KEY
                       PERFORM LIST-ONE-KEY
                   END-IF
           END-READ.

      * The journal is in the order the changes were applied, so
      * one pass per key lists its history oldest first.
       LIST-ONE-KEY.
           ADD 1 TO KEY-COUNT.
           MOVE 0 TO ENTRY-COUNT.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE ASKED-KEY TO RPT-KL-KEY.
           WRITE RPT-RECORD FROM RPT-KEY-LINE.
           WRITE RPT-RECORD FROM RPT-COLUMN-LINE.
           WRITE RPT-RECORD FROM RPT-COLUMN-LINE-2.
           MOVE "N" TO JRNL-AT-END-SW.
           OPEN INPUT JRNL-FILE.
           IF JRNL-FILE-STATUS = "00"
               PERFORM READ-NEXT-JOURNAL-RECORD UNTIL JRNL-AT-END
               CLOSE JRNL-FILE
           END-IF.
           IF ENTRY-COUNT = 0
               ADD 1 TO UNKNOWN-COUNT
               MOVE "NO CHANGES ON THE JOURNAL FOR THIS KEY"
                   TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.
           PERFORM WRITE-CURRENT-MASTER.

       READ-NEXT-JOURNAL-RECORD.
           READ JRNL-FILE
               AT END
                   SET JRNL-AT-END TO TRUE
               NOT AT END
                   IF JR-TRN-KEY = ASKED-KEY
                       PERFORM WRITE-JOURNAL-DETAIL
                   END-IF
           END-READ.

       WRITE-JOURNAL-DETAIL.
           ADD 1 TO ENTRY-COUNT.
           MOVE JR-RUN-DATE TO RPT-DL-RUN-DATE.
           MOVE JR-RUN-TIME TO RPT-DL-RUN-TIME.
           MOVE JR-BATCH-SEQ TO RPT-DL-SEQ.
           MOVE JR-ACTION TO RPT-DL-ACTION.
           MOVE JR-BEFORE-DATE TO RPT-DL-BEFORE-DATE.
           MOVE JR-BEFORE-AMOUNT TO RPT-DL-BEFORE-AMOUNT.
           MOVE JR-AFTER-DATE TO RPT-DL-AFTER-DATE.
           MOVE JR-AFTER-AMOUNT TO RPT-DL-AFTER-AMOUNT.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
           MOVE JR-BEFORE-ACCOUNT TO RPT-D2-BEFORE-ACCOUNT.
           MOVE JR-AFTER-ACCOUNT TO RPT-D2-AFTER-ACCOUNT.
           MOVE JR-USER-ID TO RPT-D2-USER-ID.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE-2.

       WRITE-CURRENT-MASTER.
           IF MASTER-OPEN
               MOVE ASKED-KEY TO TRN-KEY
               READ TRN-FILE
                   INVALID KEY
                       MOVE "NOT ON TRNMAST NOW" TO RPT-NT-TEXT
                       MOVE RPT-NOTE-LINE TO RPT-RECORD
                   NOT INVALID KEY
                       MOVE TRN-DATE TO RPT-ML-DATE
                       MOVE TRN-AMOUNT TO RPT-ML-AMOUNT
                       MOVE RPT-MASTER-LINE TO RPT-RECORD
               END-READ
               WRITE RPT-RECORD
           ELSE
               MOVE "TRNMAST NOT AVAILABLE" TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.
