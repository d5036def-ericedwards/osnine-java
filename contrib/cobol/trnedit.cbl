      *     TRNMAST, nor of an earlier record in tonight's batch;
      *   - TRN-DATE a real calendar date (leap years included);
      *   - TRN-AMOUNT numeric (unsigned digits, implied cents) and
      *     at or under the TRNEDTPM reasonableness limit;
      *   - TRN-ACCOUNT on the ACCTMAST account master, not closed,
      *     and TRN-DATE inside the account's open period.
      * Clean records go to the TRNFEED master feed, rejects to the
      * TRNREJ error file with the reason on each record, and the
      * TRNEDRPT edit report carries every bounce plus the counts.
      *             accepted keys.  TRNFEED is written in the
      *             action-coded TRNTXN layout (action A) so a
      *             clean batch feeds TRANSACTION-MAINT directly.
      * 2026-10-15  Rejects no longer die on TRNREJ: each one also
      *             joins the TRNSUSP permanent suspense file, open,
      *             under a suspense number that TRNREJ and the
      *             report now show.  Items corrected there through
      *             SUSPENSE-POST are edited again ahead of TRNIN and
      *             close only when they pass; a failure reopens the
      *             item with the new reason.
      * 2026-10-15  TRNIN carries the keying clerk's user id, passed
      *             through to TRNFEED for the change journal; a
      *             correction that passes goes to the feed under
      *             the initials of the clerk who corrected it.
      * 2026-10-15  TRNIN carries the ledger account each posting is
      *             charged to.  A posting with no account, one not
      *             on ACCTMAST, one to a closed account, or one
      *             dated before the account opened or after its
      *             close date is rejected to suspense like any
      *             other bounce; the account rides through to
      *             TRNFEED, TRNREJ, and TRNSUSP.  ACCTMAST has to be
      *             there -- without it no posting can be edited,
      *             and the step ends RC 16 before anything is
      *             written.
      *
      * The reasonableness limit comes off the TRNEDTPM card
      * (9(7)V99, no decimal point punched); zero or a missing card
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY ACCT-NUMBER
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT FEED-FILE ASSIGN TO "TRNFEED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.
           SELECT REJ-FILE ASSIGN TO "TRNREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REJ-FILE-STATUS.
           SELECT SUSP-FILE ASSIGN TO "TRNSUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUSP-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "TRNSWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "TRNEDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           02  TIN-KEY                 PIC X(10).
           02  TIN-DATE                PIC X(08).
           02  TIN-AMOUNT              PIC X(09).
           02  TIN-USER-ID             PIC X(03).
           02  TIN-ACCOUNT             PIC X(06).
       FD  TRN-FILE.
       COPY "trnrec.cbl".
       FD  ACCT-FILE.
       COPY "acctmast.cbl".
       FD  FEED-FILE.
       COPY "trntxn.cbl".
       FD  REJ-FILE.
           02  REJ-AMOUNT              PIC X(09).
           02  FILLER                  PIC X(02).
           02  REJ-REASON              PIC X(35).
           02  FILLER                  PIC X(02).
           02  REJ-SUSP-NUM            PIC 9(07).
           02  FILLER                  PIC X(02).
           02  REJ-ACCOUNT             PIC X(06).
       FD  SUSP-FILE.
       COPY "trnsusp.cbl".
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(106).
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  EDIT-PARM-STATUS            PIC X(02).
       77  TRNIN-FILE-STATUS           PIC X(02).
       77  TRN-FILE-STATUS             PIC X(02).
       77  ACCT-FILE-STATUS            PIC X(02).
       77  FEED-FILE-STATUS            PIC X(02).
       77  REJ-FILE-STATUS             PIC X(02).
       77  SUSP-FILE-STATUS            PIC X(02).
       77  WORK-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  AMOUNT-LIMIT                PIC 9(7)V99 VALUE 100000.00.
       77  MAX-TRN                     PIC 9(04) VALUE 9999.
           88  MASTER-OPEN                         VALUE "Y".
       77  TRNIN-AT-END-SW             PIC X(01) VALUE "N".
           88  TRNIN-AT-END                        VALUE "Y".
       77  SUSP-AT-END-SW              PIC X(01) VALUE "N".
           88  SUSP-AT-END                         VALUE "Y".
       77  WORK-AT-END-SW              PIC X(01) VALUE "N".
           88  WORK-AT-END                         VALUE "Y".
       77  RECYCLE-SW                  PIC X(01) VALUE "N".
           88  RECYCLING                           VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
       77  LAST-SUSP-NUM               PIC 9(07) VALUE 0.
       77  ITEM-SUSP-NUM               PIC 9(07).
       77  DUP-FOUND-SW                PIC X(01).
           88  DUP-FOUND                           VALUE "Y".
       77  DATE-OK-SW                  PIC X(01).
           88  DATE-OK                             VALUE "Y".
       77  ACCT-FOUND-SW               PIC X(01).
           88  ACCT-FOUND                          VALUE "Y".
       77  REJECT-REASON               PIC X(35).
       77  EDIT-USER-ID                PIC X(03).
       77  WORK-AMOUNT                 PIC 9(7)V99.
       77  READ-COUNT                  PIC 9(05) USAGE COMP VALUE 0.
       77  ACCEPT-COUNT                PIC 9(05) USAGE COMP VALUE 0.
       77  REJECT-COUNT                PIC 9(05) USAGE COMP VALUE 0.
       77  RECYCLE-COUNT               PIC 9(05) USAGE COMP VALUE 0.
       77  RECYCLE-PASS-COUNT          PIC 9(05) USAGE COMP VALUE 0.
       77  RECYCLE-FAIL-COUNT          PIC 9(05) USAGE COMP VALUE 0.
       77  WORK-YEAR                   PIC 9(04).
       77  WORK-MONTH                  PIC 99.
       77  WORK-DAY                    PIC 99.
       77  LEAP-REM-4                  PIC 9(04).
       77  LEAP-REM-100                PIC 9(04).
       77  LEAP-REM-400                PIC 9(04).
      * The record under edit, whether it came off TRNIN or is a
      * corrected item off the suspense file.  The amount's numeric
      * view is only safe to touch once the class test on
      * EDIT-AMOUNT has passed -- a straight X-to-numeric MOVE
      * would lose the implied cents.
       01  EDIT-RECORD.
           02  EDIT-KEY                PIC X(10).
           02  EDIT-DATE               PIC X(08).
           02  EDIT-AMOUNT             PIC X(09).
           02  EDIT-AMOUNT-NUM REDEFINES EDIT-AMOUNT
                                       PIC 9(7)V99.
           02  EDIT-ACCOUNT            PIC X(06).
       01  DATE-DIGITS.
           02  DD-YEAR                 PIC X(04).
           02  DD-MONTH                PIC X(02).
           02  RPT-RL-KEY              PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-RL-REASON           PIC X(35).
           02  FILLER                  PIC X(07) VALUE "  SUSP ".
           02  RPT-RL-SUSP             PIC 9(07).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-RL-NOTE             PIC X(08).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(24).
           02  RPT-CL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       TRANSACTION-EDIT-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           PERFORM READ-EDIT-PARM-CARD.
           PERFORM OPEN-THE-MASTER.
           PERFORM OPEN-THE-ACCOUNT-MASTER.
           OPEN OUTPUT FEED-FILE.
           OPEN OUTPUT REJ-FILE.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           MOVE AMOUNT-LIMIT TO RPT-H2-LIMIT.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM RECYCLE-CORRECTED-ITEMS.
           PERFORM EDIT-THE-BATCH.
           CLOSE SUSP-FILE.
           PERFORM WRITE-EDIT-TOTALS.
           CLOSE FEED-FILE.
           CLOSE REJ-FILE.
           IF MASTER-OPEN
               CLOSE TRN-FILE
           END-IF.
           CLOSE ACCT-FILE.
           DISPLAY "TRANSACTION-EDIT: READ ", READ-COUNT,
               ", ACCEPTED ", ACCEPT-COUNT,
               ", REJECTED ", REJECT-COUNT,
               ", CORRECTIONS PASSED ", RECYCLE-PASS-COUNT,
               ", FAILED ", RECYCLE-FAIL-COUNT.
           IF REJECT-COUNT = 0 AND RECYCLE-FAIL-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
                   "CHECK AGAINST"
           END-IF.

      * Every posting is held against its account, so there is no
      * editing without the account master.
       OPEN-THE-ACCOUNT-MASTER.
           OPEN INPUT ACCT-FILE.
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "TRANSACTION-EDIT ABORTED - ACCTMAST OPEN ",
                   "FAILED WITH STATUS ", ACCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       ABORT-TABLE-OVERFLOW.
           DISPLAY "TRANSACTION-EDIT ABORTED - BATCH EXCEEDS THE ",
               MAX-TRN, "-ENTRY KEY TABLE".
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      * The suspense file streams through TRNSWORK and back before
      * tonight's TRNIN is touched: every corrected item is edited
      * again on the way through, so a correction that passes joins
      * the feed (and the duplicate-key table) ahead of the new
      * batch.  TRNSUSP is left open for output afterwards so the
      * night's new rejects land on the end of it.
       RECYCLE-CORRECTED-ITEMS.
           OPEN INPUT SUSP-FILE.
           IF SUSP-FILE-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM RECYCLE-NEXT-ITEM UNTIL SUSP-AT-END
               CLOSE SUSP-FILE
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT SUSP-FILE
               PERFORM COPY-WORK-TO-SUSPENSE UNTIL WORK-AT-END
               CLOSE WORK-FILE
           ELSE
               OPEN OUTPUT SUSP-FILE
           END-IF.

       RECYCLE-NEXT-ITEM.
           READ SUSP-FILE
               AT END
                   SET SUSP-AT-END TO TRUE
               NOT AT END
                   IF SU-SUSP-NUM > LAST-SUSP-NUM
                       MOVE SU-SUSP-NUM TO LAST-SUSP-NUM
                   END-IF
                   IF SU-CORRECTED
                       ADD 1 TO RECYCLE-COUNT
                       MOVE SU-ITEM TO EDIT-RECORD
                       MOVE SU-ACCOUNT TO EDIT-ACCOUNT
                       MOVE SU-CLERK TO EDIT-USER-ID
                       SET RECYCLING TO TRUE
                       PERFORM EDIT-ONE-RECORD
                       MOVE "N" TO RECYCLE-SW
                   END-IF
                   WRITE WORK-RECORD FROM SU-RECORD
           END-READ.

       COPY-WORK-TO-SUSPENSE.
           READ WORK-FILE
               AT END
                   SET WORK-AT-END TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO SU-RECORD
                   WRITE SU-RECORD
           END-READ.

       EDIT-THE-BATCH.
           OPEN INPUT TRNIN-FILE.
           IF TRNIN-FILE-STATUS = "35"
                   SET TRNIN-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO READ-COUNT
                   MOVE TRNIN-RECORD TO EDIT-RECORD
                   MOVE TIN-ACCOUNT TO EDIT-ACCOUNT
                   MOVE TIN-USER-ID TO EDIT-USER-ID
                   PERFORM EDIT-ONE-RECORD
           END-READ.

       EDIT-ONE-RECORD.
           MOVE SPACE TO REJECT-REASON.
           EVALUATE TRUE
               WHEN EDIT-KEY = SPACE
                   MOVE "TRN-KEY IS MISSING" TO REJECT-REASON
               WHEN EDIT-AMOUNT NOT NUMERIC
                   MOVE "TRN-AMOUNT IS NOT NUMERIC"
                       TO REJECT-REASON
               WHEN OTHER
               END-IF
           END-IF.
           IF REJECT-REASON = SPACE
               PERFORM CHECK-THE-ACCOUNT
           END-IF.
           IF REJECT-REASON = SPACE
               MOVE EDIT-AMOUNT-NUM TO WORK-AMOUNT
               IF WORK-AMOUNT > AMOUNT-LIMIT
                   MOVE "TRN-AMOUNT IS OVER THE LIMIT"
                       TO REJECT-REASON
       CHECK-DUPLICATE-KEY.
           MOVE "N" TO DUP-FOUND-SW.
           IF MASTER-OPEN
               MOVE EDIT-KEY TO TRN-KEY
               READ TRN-FILE
                   INVALID KEY
                       CONTINUE
           END-IF.

       MATCH-ONE-KEY.
           IF TRN-KEY-ENTRY (KEY-SUB) = EDIT-KEY
               SET DUP-FOUND TO TRUE
           END-IF.

      * The account has to be on file and open, and the posting's
      * date has to fall inside the account's open period: not
      * before it opened, and not after a close date already set
      * on an account still open.  The date is known to be real by
      * now, so the comparisons are plain CCYYMMDD ones.
       CHECK-THE-ACCOUNT.
           MOVE "N" TO ACCT-FOUND-SW.
           IF EDIT-ACCOUNT NOT = SPACE
               MOVE EDIT-ACCOUNT TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCT-FOUND TO TRUE
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN EDIT-ACCOUNT = SPACE
                   MOVE "TRN-ACCOUNT IS MISSING" TO REJECT-REASON
               WHEN NOT ACCT-FOUND
                   MOVE "TRN-ACCOUNT IS NOT ON ACCTMAST"
                       TO REJECT-REASON
               WHEN ACCT-CLOSED
                   MOVE "TRN-ACCOUNT IS CLOSED" TO REJECT-REASON
               WHEN EDIT-DATE < ACCT-OPEN-DATE
                   MOVE "TRN-DATE IS BEFORE ACCOUNT OPENED"
                       TO REJECT-REASON
               WHEN ACCT-CLOSE-DATE NOT = SPACE
                   AND EDIT-DATE > ACCT-CLOSE-DATE
                   MOVE "TRN-DATE IS AFTER ACCOUNT CLOSES"
                       TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A real calendar date, the long way: numeric, a sane year,
      * a month 1-12, and a day the month actually has -- February
      * getting 29 only in a leap year.
       VALIDATE-DATE.
           MOVE "N" TO DATE-OK-SW.
           IF EDIT-DATE IS NUMERIC
               MOVE EDIT-DATE TO DATE-DIGITS
               MOVE DD-YEAR TO WORK-YEAR
               MOVE DD-MONTH TO WORK-MONTH
               MOVE DD-DAY TO WORK-DAY
               PERFORM ABORT-TABLE-OVERFLOW
           END-IF.
           ADD 1 TO KEY-COUNT.
           MOVE EDIT-KEY TO TRN-KEY-ENTRY (KEY-COUNT).
           MOVE SPACE TO TXN-RECORD.
           MOVE "A" TO TXN-ACTION.
           MOVE EDIT-KEY TO TXN-KEY.
           MOVE EDIT-DATE TO TXN-DATE.
           MOVE WORK-AMOUNT TO TXN-AMOUNT.
           MOVE EDIT-USER-ID TO TXN-USER-ID.
           MOVE EDIT-ACCOUNT TO TXN-ACCOUNT.
           WRITE TXN-RECORD.
           IF RECYCLING
               MOVE "P" TO SU-STATUS
               MOVE TODAY-DATE TO SU-CLOSED-DATE
               ADD 1 TO RECYCLE-PASS-COUNT
               MOVE EDIT-KEY TO RPT-RL-KEY
               MOVE "CORRECTION PASSED, SENT TO FEED"
                   TO RPT-RL-REASON
               MOVE SU-SUSP-NUM TO RPT-RL-SUSP
               MOVE "RECYCLED" TO RPT-RL-NOTE
               WRITE RPT-RECORD FROM RPT-REJECT-LINE
           ELSE
               ADD 1 TO ACCEPT-COUNT
           END-IF.

      * A new reject opens a suspense item; a corrected item that
      * fails again keeps its number and first reject date and goes
      * back to open with the new reason.
       REJECT-THE-RECORD.
           IF RECYCLING
               MOVE "O" TO SU-STATUS
               MOVE REJECT-REASON TO SU-REASON
               ADD 1 TO SU-RECYCLE-COUNT
               ADD 1 TO RECYCLE-FAIL-COUNT
               MOVE SU-SUSP-NUM TO ITEM-SUSP-NUM
               MOVE "RECYCLED" TO RPT-RL-NOTE
           ELSE
               PERFORM SUSPEND-THE-RECORD
               ADD 1 TO REJECT-COUNT
               MOVE LAST-SUSP-NUM TO ITEM-SUSP-NUM
               MOVE SPACE TO RPT-RL-NOTE
           END-IF.
           MOVE SPACE TO REJ-RECORD.
           MOVE EDIT-KEY TO REJ-KEY.
           MOVE EDIT-DATE TO REJ-DATE.
           MOVE EDIT-AMOUNT TO REJ-AMOUNT.
           MOVE REJECT-REASON TO REJ-REASON.
           MOVE ITEM-SUSP-NUM TO REJ-SUSP-NUM.
           MOVE EDIT-ACCOUNT TO REJ-ACCOUNT.
           WRITE REJ-RECORD.
           MOVE EDIT-KEY TO RPT-RL-KEY.
           MOVE REJECT-REASON TO RPT-RL-REASON.
           MOVE ITEM-SUSP-NUM TO RPT-RL-SUSP.
           WRITE RPT-RECORD FROM RPT-REJECT-LINE.

       SUSPEND-THE-RECORD.
           ADD 1 TO LAST-SUSP-NUM.
           MOVE SPACE TO SU-RECORD.
           MOVE LAST-SUSP-NUM TO SU-SUSP-NUM.
           MOVE TODAY-DATE TO SU-REJECT-DATE.
           MOVE "O" TO SU-STATUS.
           MOVE EDIT-RECORD TO SU-ITEM.
           MOVE EDIT-ACCOUNT TO SU-ACCOUNT.
           MOVE REJECT-REASON TO SU-REASON.
           MOVE 0 TO SU-RECYCLE-COUNT.
           WRITE SU-RECORD.

       WRITE-EDIT-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           MOVE "RECORDS REJECTED:" TO RPT-CL-LABEL.
           MOVE REJECT-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CORRECTIONS PRESENTED:" TO RPT-CL-LABEL.
           MOVE RECYCLE-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CORRECTIONS PASSED:" TO RPT-CL-LABEL.
           MOVE RECYCLE-PASS-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CORRECTIONS FAILED:" TO RPT-CL-LABEL.
           MOVE RECYCLE-FAIL-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
