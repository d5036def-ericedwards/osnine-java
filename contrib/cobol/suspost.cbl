       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-POST.
       DATE-WRITTEN. 2026-10-15.
      * Posts the data-entry clerks' work against the TRNSUSP reject
      * suspense file.  Each SUSPTXN card names a suspense number
      * (off TRNREJ or the edit report), an action, and the clerk's
      * initials:
      *   C  correct -- the corrected TRN-DATE, TRN-AMOUNT, and/or
      *      TRN-ACCOUNT, keyed exactly as on TRNIN (amount unsigned
      *      digits, implied cents); a blank field keeps what the
      *      item has.
      *      The item goes to status C and TRANSACTION-EDIT presents
      *      it again on the next night's run, closing it only if it
      *      passes.
      *   W  write off -- the item is closed as written off, with
      *      the clerk's initials and the date as the authority.
      * Only an open or corrected item takes a posting.  A card for
      * a number not on file, an item already passed or written
      * off, an unknown action, a C with nothing to correct, or no
      * initials changes nothing and is listed with the reason on
      * SUSPRPT; ends RC 4 when any card was refused, RC 0
      * otherwise.
      * 2026-10-15  A correction can now carry the item's ledger
      *             account, for postings bounced for a missing,
      *             unknown, or closed account; the account shows on
      *             the report line, which widened to 90 columns.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "SUSPTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT SUSP-FILE ASSIGN TO "TRNSUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUSP-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "TRNSWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "SUSPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       01  ST-RECORD.
           02  ST-SUSP-NUM             PIC 9(07).
           02  ST-ACTION               PIC X(01).
               88  ST-CORRECT                      VALUE "C".
               88  ST-WRITE-OFF                    VALUE "W".
           02  ST-NEW-DATE             PIC X(08).
           02  ST-NEW-AMOUNT           PIC X(09).
           02  ST-CLERK                PIC X(03).
           02  ST-NEW-ACCOUNT          PIC X(06).
           02  FILLER                  PIC X(46).
       FD  SUSP-FILE.
       COPY "trnsusp.cbl".
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(106).
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(90).
       WORKING-STORAGE SECTION.
       77  TXN-FILE-STATUS             PIC X(02).
       77  SUSP-FILE-STATUS            PIC X(02).
       77  WORK-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  TXN-AT-END-SW               PIC X(01) VALUE "N".
           88  TXN-AT-END                          VALUE "Y".
       77  SUSP-AT-END-SW              PIC X(01) VALUE "N".
           88  SUSP-AT-END                         VALUE "Y".
       77  WORK-AT-END-SW              PIC X(01) VALUE "N".
           88  WORK-AT-END                         VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
       77  MAX-POSTINGS                PIC 9(03) VALUE 500.
       77  POSTING-COUNT               PIC 9(03) USAGE COMP VALUE 0.
       77  POSTING-SUB                 PIC 9(03) USAGE COMP.
       77  CORRECTED-COUNT             PIC 9(04) USAGE COMP VALUE 0.
       77  WRITTEN-OFF-COUNT           PIC 9(04) USAGE COMP VALUE 0.
       77  ERROR-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
      * The day's cards, applied while TRNSUSP streams past once;
      * PT-REASON holds why a card matched nothing.  A later card
      * for the same item applies on top of an earlier one.
       01  POSTING-TABLE.
           02  POSTING-ENTRY OCCURS 500 TIMES.
             03  PT-SUSP-NUM           PIC 9(07).
             03  PT-ACTION             PIC X(01).
               88  PT-CORRECT                      VALUE "C".
             03  PT-NEW-DATE           PIC X(08).
             03  PT-NEW-AMOUNT         PIC X(09).
             03  PT-CLERK              PIC X(03).
             03  PT-NEW-ACCOUNT        PIC X(06).
             03  PT-APPLIED-SW         PIC X(01).
               88  PT-APPLIED                      VALUE "Y".
             03  PT-REASON             PIC X(40).
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(32) VALUE
               "REJECT SUSPENSE POSTING REPORT".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-COLUMN-LINE.
           02  FILLER                  PIC X(41) VALUE
               "  SUSP NO  A  KEY         DATE     AMOUNT".
           02  FILLER                  PIC X(24) VALUE
               "     ACCT    CLK  RESULT".
       01  RPT-DETAIL-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-SUSP             PIC 9(07).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-ACTION           PIC X(01).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-KEY              PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-DATE             PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-AMOUNT           PIC X(09).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-ACCOUNT          PIC X(06).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-CLERK            PIC X(03).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-TEXT             PIC X(28).
       01  RPT-ERROR-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-SUSP             PIC 9(07).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-ACTION           PIC X(01).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-CLERK            PIC X(03).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-TEXT             PIC X(40).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(24).
           02  RPT-CL-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.
       SUSPENSE-POST-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-COLUMN-LINE.
           PERFORM LOAD-THE-POSTINGS.
           IF POSTING-COUNT > 0
               PERFORM APPLY-THE-POSTINGS
               PERFORM REPORT-ONE-REFUSAL
                   VARYING POSTING-SUB FROM 1 BY 1
                   UNTIL POSTING-SUB > POSTING-COUNT
           END-IF.
           PERFORM WRITE-POSTING-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "SUSPENSE-POST: ", CORRECTED-COUNT,
               " CORRECTED, ", WRITTEN-OFF-COUNT, " WRITTEN OFF, ",
               ERROR-COUNT, " REFUSED".
           IF ERROR-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-THE-POSTINGS.
           OPEN INPUT TXN-FILE.
           IF TXN-FILE-STATUS = "35"
               DISPLAY "SUSPTXN NOT FOUND, NOTHING TO POST"
           ELSE
               PERFORM READ-NEXT-POSTING UNTIL TXN-AT-END
               CLOSE TXN-FILE
           END-IF.

       READ-NEXT-POSTING.
           READ TXN-FILE
               AT END
                   SET TXN-AT-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN NOT ST-CORRECT AND NOT ST-WRITE-OFF
                           MOVE "ACTION IS NOT C OR W" TO RPT-EL-TEXT
                           PERFORM WRITE-CARD-ERROR
                       WHEN ST-CLERK = SPACE
                           MOVE "CARD CARRIES NO CLERK INITIALS"
                               TO RPT-EL-TEXT
                           PERFORM WRITE-CARD-ERROR
                       WHEN ST-CORRECT AND ST-NEW-DATE = SPACE
                           AND ST-NEW-AMOUNT = SPACE
                           AND ST-NEW-ACCOUNT = SPACE
                           MOVE "CORRECTION CARRIES NOTHING TO CORRECT"
                               TO RPT-EL-TEXT
                           PERFORM WRITE-CARD-ERROR
                       WHEN POSTING-COUNT >= MAX-POSTINGS
                           MOVE "CARD DROPPED - OVER THE RUN LIMIT"
                               TO RPT-EL-TEXT
                           PERFORM WRITE-CARD-ERROR
                       WHEN OTHER
                           PERFORM TABLE-ONE-POSTING
                   END-EVALUATE
           END-READ.

       TABLE-ONE-POSTING.
           ADD 1 TO POSTING-COUNT.
           MOVE ST-SUSP-NUM TO PT-SUSP-NUM (POSTING-COUNT).
           MOVE ST-ACTION TO PT-ACTION (POSTING-COUNT).
           MOVE ST-NEW-DATE TO PT-NEW-DATE (POSTING-COUNT).
           MOVE ST-NEW-AMOUNT TO PT-NEW-AMOUNT (POSTING-COUNT).
           MOVE ST-CLERK TO PT-CLERK (POSTING-COUNT).
           MOVE ST-NEW-ACCOUNT TO PT-NEW-ACCOUNT (POSTING-COUNT).
           MOVE "N" TO PT-APPLIED-SW (POSTING-COUNT).
           MOVE "SUSPENSE NUMBER IS NOT ON TRNSUSP"
               TO PT-REASON (POSTING-COUNT).

       WRITE-CARD-ERROR.
           MOVE ST-SUSP-NUM TO RPT-EL-SUSP.
           MOVE ST-ACTION TO RPT-EL-ACTION.
           MOVE ST-CLERK TO RPT-EL-CLERK.
           WRITE RPT-RECORD FROM RPT-ERROR-LINE.
           ADD 1 TO ERROR-COUNT.

      * One streaming pass over TRNSUSP through TRNSWORK and back,
      * the posted items picking up their new status on the way.
       APPLY-THE-POSTINGS.
           OPEN INPUT SUSP-FILE.
           IF SUSP-FILE-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-SUSPENSE-ITEM UNTIL SUSP-AT-END
               CLOSE SUSP-FILE
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT SUSP-FILE
               PERFORM COPY-WORK-TO-SUSPENSE UNTIL WORK-AT-END
               CLOSE WORK-FILE
               CLOSE SUSP-FILE
           ELSE
               DISPLAY "TRNSUSP NOT FOUND, NO ITEMS TO POST AGAINST"
           END-IF.

       COPY-ONE-SUSPENSE-ITEM.
           READ SUSP-FILE
               AT END
                   SET SUSP-AT-END TO TRUE
               NOT AT END
                   PERFORM MATCH-ONE-POSTING
                       VARYING POSTING-SUB FROM 1 BY 1
                       UNTIL POSTING-SUB > POSTING-COUNT
                   WRITE WORK-RECORD FROM SU-RECORD
           END-READ.

       MATCH-ONE-POSTING.
           IF PT-SUSP-NUM (POSTING-SUB) = SU-SUSP-NUM
               AND NOT PT-APPLIED (POSTING-SUB)
               IF SU-PASSED OR SU-WRITTEN-OFF
                   MOVE "ITEM IS ALREADY CLOSED" TO
                       PT-REASON (POSTING-SUB)
               ELSE
                   SET PT-APPLIED (POSTING-SUB) TO TRUE
                   PERFORM APPLY-ONE-POSTING
               END-IF
           END-IF.

       APPLY-ONE-POSTING.
           MOVE TODAY-DATE TO SU-POSTED-DATE.
           MOVE PT-CLERK (POSTING-SUB) TO SU-CLERK.
           IF PT-CORRECT (POSTING-SUB)
               IF PT-NEW-DATE (POSTING-SUB) NOT = SPACE
                   MOVE PT-NEW-DATE (POSTING-SUB) TO SU-DATE
               END-IF
               IF PT-NEW-AMOUNT (POSTING-SUB) NOT = SPACE
                   MOVE PT-NEW-AMOUNT (POSTING-SUB) TO SU-AMOUNT
               END-IF
               IF PT-NEW-ACCOUNT (POSTING-SUB) NOT = SPACE
                   MOVE PT-NEW-ACCOUNT (POSTING-SUB) TO SU-ACCOUNT
               END-IF
               MOVE "C" TO SU-STATUS
               ADD 1 TO CORRECTED-COUNT
               MOVE "CORRECTED, RECYCLES TONIGHT" TO RPT-DL-TEXT
           ELSE
               MOVE "W" TO SU-STATUS
               MOVE TODAY-DATE TO SU-CLOSED-DATE
               ADD 1 TO WRITTEN-OFF-COUNT
               MOVE "WRITTEN OFF" TO RPT-DL-TEXT
           END-IF.
           MOVE SU-SUSP-NUM TO RPT-DL-SUSP.
           MOVE PT-ACTION (POSTING-SUB) TO RPT-DL-ACTION.
           MOVE SU-KEY TO RPT-DL-KEY.
           MOVE SU-DATE TO RPT-DL-DATE.
           MOVE SU-AMOUNT TO RPT-DL-AMOUNT.
           MOVE SU-ACCOUNT TO RPT-DL-ACCOUNT.
           MOVE SU-CLERK TO RPT-DL-CLERK.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE.

       COPY-WORK-TO-SUSPENSE.
           READ WORK-FILE
               AT END
                   SET WORK-AT-END TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO SU-RECORD
                   WRITE SU-RECORD
           END-READ.

       REPORT-ONE-REFUSAL.
           IF NOT PT-APPLIED (POSTING-SUB)
               MOVE PT-SUSP-NUM (POSTING-SUB) TO RPT-EL-SUSP
               MOVE PT-ACTION (POSTING-SUB) TO RPT-EL-ACTION
               MOVE PT-CLERK (POSTING-SUB) TO RPT-EL-CLERK
               MOVE PT-REASON (POSTING-SUB) TO RPT-EL-TEXT
               WRITE RPT-RECORD FROM RPT-ERROR-LINE
               ADD 1 TO ERROR-COUNT
           END-IF.

       WRITE-POSTING-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "ITEMS CORRECTED:" TO RPT-CL-LABEL.
           MOVE CORRECTED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS WRITTEN OFF:" TO RPT-CL-LABEL.
           MOVE WRITTEN-OFF-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CARDS REFUSED:" TO RPT-CL-LABEL.
           MOVE ERROR-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
