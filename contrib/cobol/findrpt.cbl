      * to FINDQRPT for the audit committee.  Ends RC 0; an empty
      * period still prints a report saying so, because "no
      * findings" is itself the answer management asked for.
      * 2026-10-15  The totals are followed by a listing of every
      *             finding in the period -- sample date, key, the
      *             ledger account the transaction was charged to,
      *             code, resolution, exposure, and reviewer -- so
      *             the auditor can see which account each finding
      *             hit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02  RPT-TL-COUNT            PIC ZZZZ9.
           02  FILLER                  PIC X(11) VALUE "  EXPOSURE ".
           02  RPT-TL-EXPOSURE         PIC Z(10)9.99.
       01  RPT-FINDING-HEAD.
           02  FILLER                  PIC X(35) VALUE
               "  SAMPLED  TRN-KEY     ACCT    CODE".
           02  FILLER                  PIC X(24) VALUE
               " R    EXPOSURE  REVIEWER".
       01  RPT-FINDING-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-FD-DATE             PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-FD-KEY              PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-FD-ACCOUNT          PIC X(06).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-FD-CODE             PIC X(02).
           02  FILLER                  PIC X(03) VALUE SPACE.
           02  RPT-FD-STATUS           PIC X(01).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-FD-EXPOSURE         PIC Z(6)9.99.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-FD-REVIEWER         PIC X(03).
       01  RPT-NONE-LINE.
           02  FILLER                  PIC X(36) VALUE
               "  (NO FINDINGS IN THE PERIOD)".
           MOVE TOTAL-COUNT TO RPT-TL-COUNT.
           MOVE TOTAL-EXPOSURE TO RPT-TL-EXPOSURE.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "FINDINGS IN THE PERIOD" TO RPT-SECTION-LINE.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE.
           WRITE RPT-RECORD FROM RPT-FINDING-HEAD.
           PERFORM LIST-THE-FINDINGS.

      * A second pass over FINDINGS, in file order, for the listing.
       LIST-THE-FINDINGS.
           MOVE "N" TO FIND-AT-END-SW.
           OPEN INPUT FIND-FILE.
           IF FIND-FILE-STATUS = "00"
               PERFORM LIST-NEXT-FINDING UNTIL FIND-AT-END
               CLOSE FIND-FILE
           END-IF.

       LIST-NEXT-FINDING.
           READ FIND-FILE
               AT END
                   SET FIND-AT-END TO TRUE
               NOT AT END
                   IF FN-SAMPLE-DATE >= FROM-DATE
                       AND FN-SAMPLE-DATE <= TO-DATE
                       PERFORM LIST-ONE-FINDING
                   END-IF
           END-READ.

       LIST-ONE-FINDING.
           MOVE FN-SAMPLE-DATE TO RPT-FD-DATE.
           MOVE FN-TRN-KEY TO RPT-FD-KEY.
           MOVE FN-ACCOUNT TO RPT-FD-ACCOUNT.
           MOVE FN-CODE TO RPT-FD-CODE.
           MOVE FN-RES-STATUS TO RPT-FD-STATUS.
           MOVE FN-EXPOSURE TO RPT-FD-EXPOSURE.
           MOVE FN-REVIEWER TO RPT-FD-REVIEWER.
           WRITE RPT-RECORD FROM RPT-FINDING-LINE.

       WRITE-ONE-CODE-LINE.
           MOVE CODE-DESC-ENTRY (CODE-SUB) TO RPT-TL-DESC.
