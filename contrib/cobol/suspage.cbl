       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-AGING-REPORT.
       DATE-WRITTEN. 2026-10-15.
      * Prints the SUSPAGRP aging report off the TRNSUSP reject
      * suspense file: every item still in suspense (open, or
      * corrected and waiting on the next edit run) whose first
      * reject is more than the cutoff number of business days
      * old, with its number, key, amount, status, and reason --
      * followed by the dollars sitting in suspense, all of it and
      * the overdue part.  Business days are counted on the PROCCAL
      * processing calendar: a day keyed there as a holiday or
      * weekend does not count, any other day does.  The cutoff
      * comes off the SUSPAGPM card (9(3)); zero or a missing card
      * takes the built-in 5.  An amount that was rejected as not
      * numeric has no dollars to add and is counted separately.
      * Ends RC 4 when anything is listed, RC 0 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-PARM-FILE ASSIGN TO "SUSPAGPM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AGE-PARM-STATUS.
           SELECT SUSP-FILE ASSIGN TO "TRNSUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUSP-FILE-STATUS.
           SELECT PCAL-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PCAL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "SUSPAGRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AGE-PARM-FILE.
       01  AGE-PARM-RECORD.
           02  AGEP-CUTOFF-DAYS        PIC 9(03).
           02  FILLER                  PIC X(77).
       FD  SUSP-FILE.
       COPY "trnsusp.cbl".
       FD  PCAL-FILE.
       COPY "procal.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  AGE-PARM-STATUS             PIC X(02).
       77  SUSP-FILE-STATUS            PIC X(02).
       77  PCAL-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  CUTOFF-DAYS                 PIC 9(03) VALUE 5.
       77  SUSP-AT-END-SW              PIC X(01) VALUE "N".
           88  SUSP-AT-END                         VALUE "Y".
       77  TODAY-DATE                  PIC 9(08).
       77  TODAY-INT                   PIC 9(07).
       77  SCAN-INT                    PIC 9(07).
       77  SCAN-DATE                   PIC 9(08).
       77  CUTOFF-DATE                 PIC X(08).
       77  BUSINESS-COUNT              PIC 9(03) USAGE COMP.
       77  REJECT-INT                  PIC 9(07).
       77  AGE-DAYS                    PIC S9(05) USAGE COMP.
       77  WORK-DATE                   PIC 9(08).
       77  SUSPENSE-COUNT              PIC 9(05) USAGE COMP VALUE 0.
       77  OVERDUE-COUNT               PIC 9(05) USAGE COMP VALUE 0.
       77  NOT-NUMERIC-COUNT           PIC 9(05) USAGE COMP VALUE 0.
       77  SUSPENSE-DOLLARS            PIC 9(11)V99 VALUE 0.
       77  OVERDUE-DOLLARS             PIC 9(11)V99 VALUE 0.
       COPY "pcal-ws.cbl".
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(28) VALUE
               "REJECT SUSPENSE AGING REPORT".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
           02  FILLER                  PIC X(25) VALUE
               "  CUTOFF BUSINESS DAYS: ".
           02  RPT-H2-CUTOFF           PIC ZZ9.
           02  FILLER                  PIC X(18) VALUE
               "  REJECTED BEFORE ".
           02  RPT-H2-CUTOFF-DATE      PIC X(08).
       01  RPT-COLUMN-LINE.
           02  FILLER                  PIC X(42) VALUE
               "  REJECTED  SUSP NO  KEY            AMOUNT".
           02  FILLER                  PIC X(17) VALUE
               "  ST  AGE  REASON".
       01  RPT-DETAIL-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-REJECTED         PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-SUSP             PIC 9(07).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-KEY              PIC X(10).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-AMOUNT           PIC Z(6)9.99.
           02  RPT-DL-AMOUNT-X REDEFINES RPT-DL-AMOUNT
                                       PIC X(10).
           02  FILLER                  PIC X(03) VALUE SPACE.
           02  RPT-DL-STATUS           PIC X(01).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-AGE              PIC ZZZ9.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-REASON           PIC X(26).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(30).
           02  RPT-CL-COUNT            PIC ZZZZ9.
       01  RPT-DOLLAR-LINE.
           02  RPT-DOL-LABEL           PIC X(30).
           02  RPT-DOL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  RPT-NONE-LINE.
           02  FILLER                  PIC X(37) VALUE
               "  (NO SUSPENSE ITEMS PAST THE CUTOFF)".

       PROCEDURE DIVISION.
       SUSPENSE-AGING-MAIN.
           PERFORM READ-AGE-PARM-CARD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE).
           PERFORM FIND-CUTOFF-DATE.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           MOVE CUTOFF-DAYS TO RPT-H2-CUTOFF.
           MOVE CUTOFF-DATE TO RPT-H2-CUTOFF-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-COLUMN-LINE.
           PERFORM AGE-THE-SUSPENSE.
           IF OVERDUE-COUNT = 0
               WRITE RPT-RECORD FROM RPT-NONE-LINE
           END-IF.
           PERFORM WRITE-AGING-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "SUSPENSE-AGING-REPORT: ", OVERDUE-COUNT,
               " ITEMS PAST ", CUTOFF-DAYS, " BUSINESS DAYS".
           IF OVERDUE-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-AGE-PARM-CARD.
           OPEN INPUT AGE-PARM-FILE.
           IF AGE-PARM-STATUS = "00"
               READ AGE-PARM-FILE
                   NOT AT END
                       IF AGEP-CUTOFF-DAYS > 0
                           MOVE AGEP-CUTOFF-DAYS TO CUTOFF-DAYS
                       END-IF
               END-READ
               CLOSE AGE-PARM-FILE
           END-IF.

      * Walks back from today counting business days; the day that
      * makes one more than the cutoff is the cutoff date, and an
      * item rejected before it has sat in suspense through more
      * than the cutoff's worth of business days.
       FIND-CUTOFF-DATE.
           MOVE 0 TO BUSINESS-COUNT.
           MOVE TODAY-INT TO SCAN-INT.
           PERFORM COUNT-ONE-EARLIER-DAY
               UNTIL BUSINESS-COUNT > CUTOFF-DAYS.

       COUNT-ONE-EARLIER-DAY.
           COMPUTE SCAN-DATE = FUNCTION DATE-OF-INTEGER (SCAN-INT).
           MOVE SCAN-DATE TO PCAL-SEEK-DATE.
           PERFORM LOOK-UP-CALENDAR-DAY.
           IF PCAL-DAY-TYPE NOT = "H" AND PCAL-DAY-TYPE NOT = "W"
               ADD 1 TO BUSINESS-COUNT
           END-IF.
           IF BUSINESS-COUNT > CUTOFF-DAYS
               MOVE SCAN-DATE TO CUTOFF-DATE
           ELSE
               SUBTRACT 1 FROM SCAN-INT
           END-IF.

       AGE-THE-SUSPENSE.
           OPEN INPUT SUSP-FILE.
           IF SUSP-FILE-STATUS NOT = "00"
               DISPLAY "TRNSUSP NOT FOUND, NOTHING TO AGE"
           ELSE
               PERFORM AGE-ONE-ITEM UNTIL SUSP-AT-END
               CLOSE SUSP-FILE
           END-IF.

      * Open and corrected items are both still in suspense; the
      * dollars count every one whose amount is numeric.
       AGE-ONE-ITEM.
           READ SUSP-FILE
               AT END
                   SET SUSP-AT-END TO TRUE
               NOT AT END
                   IF SU-OPEN OR SU-CORRECTED
                       ADD 1 TO SUSPENSE-COUNT
                       IF SU-AMOUNT IS NUMERIC
                           ADD SU-AMOUNT-NUM TO SUSPENSE-DOLLARS
                       ELSE
                           ADD 1 TO NOT-NUMERIC-COUNT
                       END-IF
                       IF SU-REJECT-DATE < CUTOFF-DATE
                           PERFORM WRITE-OVERDUE-LINE
                       END-IF
                   END-IF
           END-READ.

       WRITE-OVERDUE-LINE.
           ADD 1 TO OVERDUE-COUNT.
           MOVE SU-REJECT-DATE TO RPT-DL-REJECTED.
           MOVE SU-SUSP-NUM TO RPT-DL-SUSP.
           MOVE SU-KEY TO RPT-DL-KEY.
           IF SU-AMOUNT IS NUMERIC
               MOVE SU-AMOUNT-NUM TO RPT-DL-AMOUNT
               ADD SU-AMOUNT-NUM TO OVERDUE-DOLLARS
           ELSE
               MOVE SU-AMOUNT TO RPT-DL-AMOUNT-X
           END-IF.
           MOVE SU-STATUS TO RPT-DL-STATUS.
           MOVE SU-REJECT-DATE TO WORK-DATE.
           COMPUTE REJECT-INT = FUNCTION INTEGER-OF-DATE (WORK-DATE).
           COMPUTE AGE-DAYS = TODAY-INT - REJECT-INT.
           MOVE AGE-DAYS TO RPT-DL-AGE.
           MOVE SU-REASON TO RPT-DL-REASON.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE.

       WRITE-AGING-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "ITEMS IN SUSPENSE:" TO RPT-CL-LABEL.
           MOVE SUSPENSE-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS PAST THE CUTOFF:" TO RPT-CL-LABEL.
           MOVE OVERDUE-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS WITH NO NUMERIC AMOUNT:" TO RPT-CL-LABEL.
           MOVE NOT-NUMERIC-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "DOLLARS IN SUSPENSE:" TO RPT-DOL-LABEL.
           MOVE SUSPENSE-DOLLARS TO RPT-DOL-AMOUNT.
           WRITE RPT-RECORD FROM RPT-DOLLAR-LINE.
           MOVE "DOLLARS PAST THE CUTOFF:" TO RPT-DOL-LABEL.
           MOVE OVERDUE-DOLLARS TO RPT-DOL-AMOUNT.
           WRITE RPT-RECORD FROM RPT-DOLLAR-LINE.

       COPY "pcal-proc.cbl".
