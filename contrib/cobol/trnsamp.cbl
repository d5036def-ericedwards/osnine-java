      *             tracked on a file instead of the whiteboard;
      *             see SAMPLE-DISPOSITION-UPDATE and the aging
      *             report.
      * 2026-10-15  Drawn SAMPDISP seeds are stamped selection type
      *             R, and a re-draw's purge of the day's seeds now
      *             keeps the judgmental (J) items the audit manager
      *             added that day -- they were never part of the
      *             draw it replaces.
      * 2026-10-15  The draw now ends by calling SAMPLE-ASSIGN, which
      *             hands the new SAMPDISP items to the reviewers on
      *             REVMAST and prints their worklists; the step
      *             takes SAMPLE-ASSIGN's return code, RC 4 when an
      *             item could not be given an owner.  Link-edit
      *             TRANSACTION-SAMPLE with SAMPLE-ASSIGN.
      * 2026-10-15  A ledger account range on the TRNSAMPRM card
      *             draws a targeted sample from those accounts
      *             only: records outside the range are passed over
      *             before banding, so the band counts and the draw
      *             cover the range alone.  The worksheet prints the
      *             range under the run date and each sampled
      *             record's account after its band.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "TRNSAMPRM"
               ORGANIZATION LINE SEQUENTIAL
       77  GRAND-AMOUNT             PIC 9(13)V99 USAGE COMP VALUE 0.
       77  AT-END-SW                PIC X(01) VALUE "N".
           88  AT-END                           VALUE "Y".
       77  ACCT-FROM                PIC X(06) VALUE LOW-VALUES.
       77  ACCT-THRU                PIC X(06) VALUE HIGH-VALUES.
       77  RANGE-SW                 PIC X(01) VALUE "N".
           88  RANGE-GIVEN                      VALUE "Y".
      * One reservoir per dollar band: never more than the band's
      * own draw target, however large the master grows.  A uniform
      * (no-bands) run is a single synthetic band covering every
               04  BE-KEY            PIC X(10).
               04  BE-DATE           PIC X(08).
               04  BE-AMOUNT         PIC 9(7)V99.
               04  BE-ACCOUNT        PIC X(06).
       01  WK-HEADER-1.
           02  FILLER                  PIC X(22) VALUE
               "AUDIT SAMPLE WORKSHEET".
       01  WK-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  WK-H2-DATE              PIC X(08).
       01  WK-RANGE-LINE.
           02  FILLER                  PIC X(10) VALUE "ACCOUNTS: ".
           02  WK-RL-FROM              PIC X(06).
           02  FILLER                  PIC X(06) VALUE " THRU ".
           02  WK-RL-THRU              PIC X(06).
       01  WK-BAND-HEADER.
           02  FILLER                  PIC X(05) VALUE "BAND ".
           02  WK-BH-BAND              PIC 9.
           02  FILLER                  PIC X(06) VALUE "  BAND".
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  WK-DL-BAND              PIC 9.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  WK-DL-ACCOUNT           PIC X(06).
       01  WK-BAND-TOTAL-LINE.
           02  FILLER                  PIC X(14) VALUE
               "  BAND TOTAL: ".
           DISPLAY "TRANSACTION-SAMPLE: DREW ", TOTAL-DRAWN,
               " OF ", TRN-COUNT, " RECORDS ON TRNMAST".
           MOVE 0 TO RETURN-CODE.
           CALL "SAMPLE-ASSIGN".
           GOBACK.

      * SAMPLE-SIZE and RANDSEED come off TRNSAMPRM, same fallback
                               = 0 - FUNCTION ABS (TRNSAMP-RANDSEED)
                       END-IF
                       PERFORM LOAD-CARD-BANDS
                       PERFORM LOAD-CARD-ACCOUNT-RANGE
               END-READ
               CLOSE PARM-FILE
           END-IF.
                   TO B-TARGET (BAND-COUNT)
           END-IF.

      * A blank end of the range stays open.
       LOAD-CARD-ACCOUNT-RANGE.
           IF TRNSAMP-ACCT-FROM NOT = SPACE
               MOVE TRNSAMP-ACCT-FROM TO ACCT-FROM
               SET RANGE-GIVEN TO TRUE
           END-IF.
           IF TRNSAMP-ACCT-THRU NOT = SPACE
               MOVE TRNSAMP-ACCT-THRU TO ACCT-THRU
               SET RANGE-GIVEN TO TRUE
           END-IF.

      * No bands on the card is the old uniform draw: one synthetic
      * band covering every amount, SAMPLE-SIZE records.
       SET-UP-BANDS.
                   SET AT-END TO TRUE
               NOT AT END
                   ADD 1 TO TRN-COUNT
                   IF TRN-ACCOUNT NOT < ACCT-FROM
                       AND TRN-ACCOUNT NOT > ACCT-THRU
                       PERFORM FIND-THE-BAND
                       PERFORM RESERVOIR-ONE-RECORD
                   END-IF
           END-READ.

      * The first band whose limit covers the amount; past every
           MOVE TRN-KEY TO BE-KEY (WORK-BAND, ENTRY-SUB).
           MOVE TRN-DATE TO BE-DATE (WORK-BAND, ENTRY-SUB).
           MOVE TRN-AMOUNT TO BE-AMOUNT (WORK-BAND, ENTRY-SUB).
           MOVE TRN-ACCOUNT TO BE-ACCOUNT (WORK-BAND, ENTRY-SUB).

      * The worksheet the auditors actually work: each sampled
      * record's key, date, amount, and band, a count per band, and
           WRITE SAMP-RECORD FROM WK-HEADER-1.
           MOVE RUN-DATE-TODAY TO WK-H2-DATE.
           WRITE SAMP-RECORD FROM WK-HEADER-2.
           IF RANGE-GIVEN
               PERFORM WRITE-RANGE-LINE
           END-IF.
           PERFORM WRITE-ONE-BAND
               VARYING WORK-BAND FROM 1 BY 1
               UNTIL WORK-BAND > BAND-COUNT.
           CLOSE SAMP-FILE.
           CLOSE DISP-FILE.

      * An open end of the range prints blank.
       WRITE-RANGE-LINE.
           MOVE SPACE TO WK-RL-FROM.
           MOVE SPACE TO WK-RL-THRU.
           IF ACCT-FROM NOT = LOW-VALUES
               MOVE ACCT-FROM TO WK-RL-FROM
           END-IF.
           IF ACCT-THRU NOT = HIGH-VALUES
               MOVE ACCT-THRU TO WK-RL-THRU
           END-IF.
           WRITE SAMP-RECORD FROM WK-RANGE-LINE.

       WRITE-ONE-BAND.
           MOVE SPACE TO SAMP-RECORD.
           WRITE SAMP-RECORD.
      * A re-drawn sample must replace its day's SAMPDISP seeds,
      * not stack a second set on top -- the superseded draw's
      * items would sit open on the aging report forever.  Prior
      * days' records (the review in flight) and the day's
      * judgmental additions ride through the SAMPSWRK work file
      * untouched.
       PURGE-TODAYS-SEEDS.
           MOVE "N" TO DISP-AT-END-SW.
           OPEN INPUT DISP-FILE.
                   SET DISP-AT-END TO TRUE
               NOT AT END
                   IF SD-SAMPLE-DATE NOT = RUN-DATE-TODAY
                       OR SD-JUDGMENTAL
                       WRITE DWORK-RECORD FROM SD-RECORD
                   END-IF
           END-READ.
           MOVE BE-DATE (WORK-BAND, ENTRY-SUB) TO WK-DL-DATE.
           MOVE BE-AMOUNT (WORK-BAND, ENTRY-SUB) TO WK-DL-AMOUNT.
           MOVE WORK-BAND TO WK-DL-BAND.
           MOVE BE-ACCOUNT (WORK-BAND, ENTRY-SUB) TO WK-DL-ACCOUNT.
           WRITE SAMP-RECORD FROM WK-DETAIL-LINE.
           MOVE SPACE TO SD-RECORD.
           MOVE RUN-DATE-TODAY TO SD-SAMPLE-DATE.
           MOVE BE-KEY (WORK-BAND, ENTRY-SUB) TO SD-TRN-KEY.
           MOVE "R" TO SD-SELECT-TYPE.
           WRITE SD-RECORD.
           ADD 1 TO TOTAL-DRAWN.
           ADD BE-AMOUNT (WORK-BAND, ENTRY-SUB)
