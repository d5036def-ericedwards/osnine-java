      * finding with resolution R.  Bad codes, bad statuses, and
      * postings matching no status-E item are listed on FINDPRPT
      * and end the step RC 4.
      * 2026-10-15  A transaction TRANSACTION-MAINT changed or
      *             deleted after its sample date now posts with
      *             the date and amount it had when sampled, taken
      *             from the first later TRNJRNL change's before
      *             image, so the finding shows what the reviewer
      *             actually looked at.
      * 2026-10-15  Findings carry the ledger account the
      *             transaction was charged to.  A transaction
      *             already purged is now looked up on TRNARCH, so
      *             it posts with its date, amount, and account
      *             instead of zeros; only a key on neither file
      *             posts without detail.  An update fills the
      *             account on a finding that has none yet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT FIND-FILE ASSIGN TO "FINDINGS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FIND-FILE-STATUS.
           SELECT ARCH-FILE ASSIGN TO "TRNARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT JRNL-FILE ASSIGN TO "TRNJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "FINDWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
       COPY "trnrec.cbl".
       FD  FIND-FILE.
       COPY "finding.cbl".
       FD  ARCH-FILE.
       01  ARCH-RECORD.
           02  AR-KEY                  PIC X(10).
           02  AR-DATE                 PIC X(08).
           02  AR-AMOUNT               PIC S9(7)V99.
           02  AR-ACCOUNT              PIC X(06).
       FD  JRNL-FILE.
       COPY "trnjrnl.cbl".
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(82).
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  TRN-FILE-STATUS             PIC X(02).
       77  FIND-FILE-STATUS            PIC X(02).
       77  WORK-FILE-STATUS            PIC X(02).
       77  JRNL-FILE-STATUS            PIC X(02).
       77  ARCH-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  MAX-POSTINGS                PIC 9(03) VALUE 200.
       77  POSTING-COUNT               PIC 9(03) USAGE COMP VALUE 0.
           88  FIND-AT-END                         VALUE "Y".
       77  WORK-AT-END-SW              PIC X(01).
           88  WORK-AT-END                         VALUE "Y".
       77  JRNL-AT-END-SW              PIC X(01) VALUE "N".
           88  JRNL-AT-END                         VALUE "Y".
       77  ARCH-AT-END-SW              PIC X(01) VALUE "N".
           88  ARCH-AT-END                         VALUE "Y".
       77  DETAIL-SW                   PIC X(01).
           88  DETAIL-ON-MASTER                    VALUE "M".
           88  DETAIL-ON-ARCHIVE                   VALUE "A".
           88  DETAIL-NOT-FOUND                    VALUE "N".
       77  DETAIL-DATE                 PIC X(08).
       77  DETAIL-AMOUNT               PIC S9(7)V99.
       77  DETAIL-ACCOUNT              PIC X(06).
       77  MASTER-OPEN-SW              PIC X(01) VALUE "N".
           88  MASTER-OPEN                         VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
       77  UPDATED-COUNT               PIC 9(04) USAGE COMP VALUE 0.
       77  ERROR-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
       77  NO-TRN-COUNT                PIC 9(04) USAGE COMP VALUE 0.
       77  CHANGED-COUNT               PIC 9(04) USAGE COMP VALUE 0.
      * The day's postings, verified against SAMPDISP in one
      * streaming pass, then applied to FINDINGS in another.
       01  POSTING-TABLE.
               88  FP-VERIFIED                     VALUE "Y".
             03  FP-APPLIED-SW         PIC X(01).
               88  FP-APPLIED                      VALUE "Y".
             03  FP-CHANGED-SW         PIC X(01).
               88  FP-CHANGED                      VALUE "Y".
             03  FP-SAMPLED-DATE       PIC X(08).
             03  FP-SAMPLED-AMOUNT     PIC S9(7)V99.
             03  FP-ARCHIVED-SW        PIC X(01).
               88  FP-ARCHIVED                     VALUE "Y".
             03  FP-ARCH-DATE          PIC X(08).
             03  FP-ARCH-AMOUNT        PIC S9(7)V99.
             03  FP-ARCH-ACCOUNT       PIC X(06).
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(28) VALUE
               "AUDIT FINDING POST REPORT".
           WRITE RPT-RECORD.
           PERFORM LOAD-THE-POSTINGS.
           PERFORM VERIFY-AGAINST-SAMPDISP.
           PERFORM SCAN-CHANGE-JOURNAL.
           PERFORM SCAN-THE-ARCHIVE.
           PERFORM OPEN-THE-MASTER.
           PERFORM UPDATE-EXISTING-FINDINGS.
           PERFORM APPEND-NEW-FINDINGS.
                   MOVE FT-REVIEWER TO FP-REVIEWER (POSTING-COUNT)
                   MOVE "N" TO FP-VERIFIED-SW (POSTING-COUNT)
                   MOVE "N" TO FP-APPLIED-SW (POSTING-COUNT)
                   MOVE "N" TO FP-CHANGED-SW (POSTING-COUNT)
                   MOVE SPACE TO FP-SAMPLED-DATE (POSTING-COUNT)
                   MOVE 0 TO FP-SAMPLED-AMOUNT (POSTING-COUNT)
                   MOVE "N" TO FP-ARCHIVED-SW (POSTING-COUNT)
           END-EVALUATE.

       WRITE-POSTING-ERROR.
               SET FP-VERIFIED (POSTING-SUB) TO TRUE
           END-IF.

      * The journal is in the order changes were applied: the first
      * change to a posting's key after its sample date carries, as
      * its before image, the record the sample drew.  Changes on
      * the sample date itself went in ahead of the draw.
       SCAN-CHANGE-JOURNAL.
           IF POSTING-COUNT > 0
               OPEN INPUT JRNL-FILE
               IF JRNL-FILE-STATUS = "00"
                   PERFORM CHECK-NEXT-JOURNAL-RECORD UNTIL JRNL-AT-END
                   CLOSE JRNL-FILE
               END-IF
           END-IF.

       CHECK-NEXT-JOURNAL-RECORD.
           READ JRNL-FILE
               AT END
                   SET JRNL-AT-END TO TRUE
               NOT AT END
                   IF NOT JR-ADDED
                       PERFORM MATCH-ONE-JOURNAL-CHANGE
                           VARYING POSTING-SUB FROM 1 BY 1
                           UNTIL POSTING-SUB > POSTING-COUNT
                   END-IF
           END-READ.

       MATCH-ONE-JOURNAL-CHANGE.
           IF FP-TRN-KEY (POSTING-SUB) = JR-TRN-KEY
               AND JR-RUN-DATE > FP-SAMPLE-DATE (POSTING-SUB)
               AND FP-VERIFIED (POSTING-SUB)
               AND NOT FP-CHANGED (POSTING-SUB)
               SET FP-CHANGED (POSTING-SUB) TO TRUE
               MOVE JR-BEFORE-DATE TO FP-SAMPLED-DATE (POSTING-SUB)
               MOVE JR-BEFORE-AMOUNT
                   TO FP-SAMPLED-AMOUNT (POSTING-SUB)
           END-IF.

      * Purged transactions live on TRNARCH in the order they were
      * purged; a key purged more than once answers with its latest
      * archived image.
       SCAN-THE-ARCHIVE.
           IF POSTING-COUNT > 0
               OPEN INPUT ARCH-FILE
               IF ARCH-FILE-STATUS = "00"
                   PERFORM CHECK-NEXT-ARCHIVE-RECORD UNTIL ARCH-AT-END
                   CLOSE ARCH-FILE
               END-IF
           END-IF.

       CHECK-NEXT-ARCHIVE-RECORD.
           READ ARCH-FILE
               AT END
                   SET ARCH-AT-END TO TRUE
               NOT AT END
                   PERFORM MATCH-ONE-ARCHIVE-RECORD
                       VARYING POSTING-SUB FROM 1 BY 1
                       UNTIL POSTING-SUB > POSTING-COUNT
           END-READ.

       MATCH-ONE-ARCHIVE-RECORD.
           IF FP-TRN-KEY (POSTING-SUB) = AR-KEY
               AND FP-VERIFIED (POSTING-SUB)
               SET FP-ARCHIVED (POSTING-SUB) TO TRUE
               MOVE AR-DATE TO FP-ARCH-DATE (POSTING-SUB)
               MOVE AR-AMOUNT TO FP-ARCH-AMOUNT (POSTING-SUB)
               MOVE AR-ACCOUNT TO FP-ARCH-ACCOUNT (POSTING-SUB)
           END-IF.

       OPEN-THE-MASTER.
           OPEN INPUT TRN-FILE.
           IF TRN-FILE-STATUS = "00"
               MOVE FP-RES-STATUS (POSTING-SUB) TO FN-RES-STATUS
               MOVE TODAY-DATE TO FN-POST-DATE
               MOVE FP-REVIEWER (POSTING-SUB) TO FN-REVIEWER
               IF FP-CHANGED (POSTING-SUB)
                   PERFORM MOVE-SAMPLED-IMAGE
               END-IF
               IF FN-ACCOUNT = SPACE
                   PERFORM PULL-TRANSACTION-DETAIL
                   MOVE DETAIL-ACCOUNT TO FN-ACCOUNT
               END-IF
               SET FP-APPLIED (POSTING-SUB) TO TRUE
               ADD 1 TO UPDATED-COUNT
               MOVE FN-SAMPLE-DATE TO RPT-DL-DATE
           MOVE FP-REVIEWER (POSTING-SUB) TO FN-REVIEWER.
           MOVE SPACE TO FN-TRN-DATE.
           MOVE 0 TO FN-TRN-AMOUNT.
           MOVE "N" TO FN-SAMPLED-SW.
           MOVE 0 TO FN-SAMPLED-AMOUNT.
           MOVE FP-TRN-KEY (POSTING-SUB) TO RPT-DL-KEY.
           MOVE FP-SAMPLE-DATE (POSTING-SUB) TO RPT-DL-DATE.
           MOVE FP-CODE (POSTING-SUB) TO RPT-DL-CODE.
           PERFORM PULL-TRANSACTION-DETAIL.
           MOVE DETAIL-DATE TO FN-TRN-DATE.
           MOVE DETAIL-AMOUNT TO FN-TRN-AMOUNT.
           MOVE DETAIL-ACCOUNT TO FN-ACCOUNT.
           EVALUATE TRUE
               WHEN DETAIL-ON-MASTER
                   MOVE "FINDING POSTED" TO RPT-DL-TEXT
               WHEN DETAIL-ON-ARCHIVE
                   MOVE "POSTED - DETAIL FROM TRNARCH" TO RPT-DL-TEXT
               WHEN OTHER
                   ADD 1 TO NO-TRN-COUNT
                   MOVE "POSTED - TRANSACTION NOT ON MASTER OR ARCHIVE"
                       TO RPT-DL-TEXT
           END-EVALUATE.
           IF FP-CHANGED (POSTING-SUB)
               PERFORM MOVE-SAMPLED-IMAGE
               MOVE "POSTED WITH BEFORE IMAGE - CHANGED SINCE DRAW"
                   TO RPT-DL-TEXT
           END-IF.
           WRITE FN-RECORD.
           SET FP-APPLIED (POSTING-SUB) TO TRUE.
           ADD 1 TO POSTED-COUNT.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE.

      * The transaction's date, amount, and account: off TRNMAST
      * while it is still there, else off its TRNARCH image, else
      * none.
       PULL-TRANSACTION-DETAIL.
           SET DETAIL-NOT-FOUND TO TRUE.
           MOVE SPACE TO DETAIL-DATE.
           MOVE 0 TO DETAIL-AMOUNT.
           MOVE SPACE TO DETAIL-ACCOUNT.
           IF MASTER-OPEN
               MOVE FP-TRN-KEY (POSTING-SUB) TO TRN-KEY
               READ TRN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DETAIL-ON-MASTER TO TRUE
                       MOVE TRN-DATE TO DETAIL-DATE
                       MOVE TRN-AMOUNT TO DETAIL-AMOUNT
                       MOVE TRN-ACCOUNT TO DETAIL-ACCOUNT
               END-READ
           END-IF.
           IF DETAIL-NOT-FOUND AND FP-ARCHIVED (POSTING-SUB)
               SET DETAIL-ON-ARCHIVE TO TRUE
               MOVE FP-ARCH-DATE (POSTING-SUB) TO DETAIL-DATE
               MOVE FP-ARCH-AMOUNT (POSTING-SUB) TO DETAIL-AMOUNT
               MOVE FP-ARCH-ACCOUNT (POSTING-SUB) TO DETAIL-ACCOUNT
           END-IF.

       MOVE-SAMPLED-IMAGE.
           SET FN-CHANGED-SINCE-SAMPLE TO TRUE.
           MOVE FP-SAMPLED-DATE (POSTING-SUB) TO FN-SAMPLED-DATE.
           MOVE FP-SAMPLED-AMOUNT (POSTING-SUB) TO FN-SAMPLED-AMOUNT.
           ADD 1 TO CHANGED-COUNT.

       WRITE-POST-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           MOVE "FINDINGS UPDATED:" TO RPT-CL-LABEL.
           MOVE UPDATED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "WITHOUT ANY DETAIL:" TO RPT-CL-LABEL.
           MOVE NO-TRN-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CHANGED SINCE SAMPLED:" TO RPT-CL-LABEL.
           MOVE CHANGED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "POSTINGS IN ERROR:" TO RPT-CL-LABEL.
           MOVE ERROR-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
