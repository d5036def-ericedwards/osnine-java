       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-SUSPECT-SCAN.
       DATE-WRITTEN. 2026-10-15.
      * Nightly analytic pass over TRNMAST for probable duplicate
      * postings, the DP finding the random draw only finds by
      * luck.  The master is sorted by amount, date, and key, and
      * every record is paired off against the earlier records of
      * the same amount no more than the window's days before it:
      *   - the same amount on the same date under near-identical
      *     keys (one character different, or two neighbouring
      *     characters swapped) scores 3;
      *   - the same amount on the same date otherwise scores 2;
      *   - the same amount within the window scores 1.
      * The pairs are ranked (score, then dollars, then closeness)
      * onto the DUPSUSP suspect file and printed on DUPSRPT for
      * the audit manager, who sends the ones worth examining to
      * the sample through DUPLICATE-SUSPECT-APPROVE.
      * The window in days and the smallest amount worth scanning
      * (9(7)V99 without its sign, no decimal point punched) come
      * off the DUPSCNPM card; zero or a missing card takes the
      * built-in 3 days and 100.00 -- below the floor, the same
      * service fee posted twice a week is not news.  Only so many
      * same-amount records fit the window at once; past that the
      * oldest drops out early and the overflow is counted on the
      * report.  Ends RC 4 when anything was flagged, RC 0 on a
      * clean master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-PARM-FILE ASSIGN TO "DUPSCNPM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCAN-PARM-STATUS.
           SELECT TRN-FILE ASSIGN TO "TRNMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT MAST-SORT-FILE ASSIGN TO "DUPSSRT1".
           SELECT MWORK-FILE ASSIGN TO "DUPSMWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MWORK-FILE-STATUS.
           SELECT PAIR-SORT-FILE ASSIGN TO "DUPSSRT2".
           SELECT DUPS-FILE ASSIGN TO "DUPSUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DUPS-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "DUPSRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-PARM-FILE.
       01  SCAN-PARM-RECORD.
           02  DSP-WINDOW-DAYS         PIC 9(03).
           02  DSP-MIN-AMOUNT          PIC 9(7)V99.
           02  FILLER                  PIC X(68).
       FD  TRN-FILE.
       COPY "trnrec.cbl".
       SD  MAST-SORT-FILE.
       01  MS-RECORD.
           02  MS-KEY                  PIC X(10).
           02  MS-DATE                 PIC X(08).
           02  MS-AMOUNT               PIC S9(7)V99.
           02  MS-ACCOUNT              PIC X(06).
       FD  MWORK-FILE.
       01  MW-RECORD.
           02  MW-KEY                  PIC X(10).
           02  MW-DATE                 PIC X(08).
           02  MW-AMOUNT               PIC S9(7)V99.
           02  MW-ACCOUNT              PIC X(06).
      * The suspect pairs on their way to the ranking sort, in the
      * DUPSUSP layout.
       SD  PAIR-SORT-FILE.
       01  PS-RECORD.
           02  PS-RUN-DATE             PIC X(08).
           02  PS-SCORE                PIC 9(01).
           02  PS-RANK-AMOUNT          PIC 9(7)V99.
           02  PS-AMOUNT               PIC S9(7)V99.
           02  PS-KEY-1                PIC X(10).
           02  PS-DATE-1               PIC X(08).
           02  PS-KEY-2                PIC X(10).
           02  PS-DATE-2               PIC X(08).
           02  PS-DAYS-APART           PIC 9(03).
           02  FILLER                  PIC X(14).
       FD  DUPS-FILE.
       COPY "dupsusp.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  SCAN-PARM-STATUS            PIC X(02).
       77  TRN-FILE-STATUS             PIC X(02).
       77  MWORK-FILE-STATUS           PIC X(02).
       77  DUPS-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  MWORK-AT-END-SW             PIC X(01) VALUE "N".
           88  MWORK-AT-END                        VALUE "Y".
       77  DUPS-AT-END-SW              PIC X(01) VALUE "N".
           88  DUPS-AT-END                         VALUE "Y".
       77  NEAR-KEY-SW                 PIC X(01).
           88  KEYS-NEAR                           VALUE "Y".
       77  WINDOW-DAYS                 PIC 9(03) VALUE 3.
       77  MIN-AMOUNT                  PIC 9(7)V99 VALUE 100.00.
       77  TODAY-DATE                  PIC X(08).
       77  ABS-AMOUNT                  PIC 9(7)V99.
       77  GROUP-AMOUNT                PIC S9(7)V99.
       77  WORK-DATE                   PIC 9(08).
       77  CUR-INT                     PIC 9(07).
       77  LOW-INT                     PIC S9(07).
       77  DAYS-APART                  PIC 9(05).
       77  MAX-WINDOW                  PIC 9(03) VALUE 200.
       77  WINDOW-COUNT                PIC 9(03) USAGE COMP VALUE 0.
       77  WIN-SUB                     PIC 9(03) USAGE COMP.
       77  DROP-COUNT                  PIC 9(03) USAGE COMP.
       77  POS-SUB                     PIC 9(02) USAGE COMP.
       77  DIFF-COUNT                  PIC 9(02) USAGE COMP.
       77  DIFF-1                      PIC 9(02) USAGE COMP.
       77  DIFF-2                      PIC 9(02) USAGE COMP.
       77  READ-COUNT                  PIC 9(07) USAGE COMP VALUE 0.
       77  SCANNED-COUNT               PIC 9(07) USAGE COMP VALUE 0.
       77  BAD-DATE-COUNT              PIC 9(07) USAGE COMP VALUE 0.
       77  OVERFLOW-COUNT              PIC 9(07) USAGE COMP VALUE 0.
       77  PAIR-COUNT                  PIC 9(07) USAGE COMP VALUE 0.
       77  RANK-NUM                    PIC 9(05) USAGE COMP VALUE 0.
       01  SCORE-COUNTS.
           02  SCORE-COUNT OCCURS 3 TIMES
                                       PIC 9(07) USAGE COMP.
      * The earlier records of the current amount still inside the
      * window, oldest first (the master was sorted by date within
      * amount, so the stale ones are always at the front).
       01  WINDOW-TABLE.
           02  WINDOW-ENTRY OCCURS 200 TIMES.
             03  WE-KEY                PIC X(10).
             03  WE-DATE               PIC X(08).
             03  WE-INT                PIC 9(07).
       01  KEY-A                       PIC X(10).
       01  KEY-B                       PIC X(10).
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(31) VALUE
               "DUPLICATE POSTING SUSPECT SCAN".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
           02  FILLER                  PIC X(10) VALUE "  WINDOW ".
           02  RPT-H2-WINDOW           PIC ZZ9.
           02  FILLER                  PIC X(16) VALUE
               " DAYS  FLOOR ".
           02  RPT-H2-FLOOR            PIC Z(6)9.99.
       01  RPT-LEGEND-LINE.
           02  FILLER                  PIC X(40) VALUE
               "  SCORE 3 SAME AMOUNT AND DATE, NEAR KEY".
           02  FILLER                  PIC X(38) VALUE
               "  2 SAME AMOUNT AND DATE  1 IN WINDOW".
       01  RPT-COLUMN-LINE.
           02  FILLER                  PIC X(35) VALUE
               "  RANK SC       AMOUNT  KEY        ".
           02  FILLER                  PIC X(34) VALUE
               "DATE      KEY        DATE     DAYS".
       01  RPT-DETAIL-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-RANK             PIC ZZZ9.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-SCORE            PIC 9(01).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-AMOUNT           PIC -(7)9.99.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-KEY-1            PIC X(10).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-DATE-1           PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-KEY-2            PIC X(10).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-DATE-2           PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-DAYS             PIC ZZ9.
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(34).
           02  RPT-CL-COUNT            PIC Z(6)9.
       01  RPT-NONE-LINE.
           02  FILLER                  PIC X(30) VALUE
               "  (NO DUPLICATE SUSPECTS)".

       PROCEDURE DIVISION.
       DUPLICATE-SCAN-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           MOVE 0 TO SCORE-COUNT (1) SCORE-COUNT (2) SCORE-COUNT (3).
           PERFORM READ-SCAN-PARM-CARD.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           MOVE WINDOW-DAYS TO RPT-H2-WINDOW.
           MOVE MIN-AMOUNT TO RPT-H2-FLOOR.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           WRITE RPT-RECORD FROM RPT-LEGEND-LINE.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-COLUMN-LINE.
           OPEN INPUT TRN-FILE.
           IF TRN-FILE-STATUS NOT = "00"
               DISPLAY "TRNMAST NOT FOUND, NOTHING TO SCAN"
               OPEN OUTPUT DUPS-FILE
               CLOSE DUPS-FILE
           ELSE
               CLOSE TRN-FILE
               PERFORM SORT-THE-MASTER
               PERFORM RANK-THE-SUSPECTS
               PERFORM LIST-THE-SUSPECTS
           END-IF.
           IF PAIR-COUNT = 0
               WRITE RPT-RECORD FROM RPT-NONE-LINE
           END-IF.
           PERFORM WRITE-SCAN-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "DUPLICATE-SUSPECT-SCAN: ", PAIR-COUNT,
               " SUSPECT PAIRS IN ", SCANNED-COUNT, " RECORDS SCANNED".
           IF PAIR-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-SCAN-PARM-CARD.
           OPEN INPUT SCAN-PARM-FILE.
           IF SCAN-PARM-STATUS = "00"
               READ SCAN-PARM-FILE
                   NOT AT END
                       IF DSP-WINDOW-DAYS > 0
                           MOVE DSP-WINDOW-DAYS TO WINDOW-DAYS
                       END-IF
                       IF DSP-MIN-AMOUNT > 0
                           MOVE DSP-MIN-AMOUNT TO MIN-AMOUNT
                       END-IF
               END-READ
               CLOSE SCAN-PARM-FILE
           END-IF.

      * Amount, then date, then key: every amount's postings come
      * together in date order, and a same-day group in key order.
       SORT-THE-MASTER.
           SORT MAST-SORT-FILE
               ON ASCENDING KEY MS-AMOUNT MS-DATE MS-KEY
               USING TRN-FILE
               GIVING MWORK-FILE.

      * The pairs are found as the sorted master streams past and
      * released straight into the ranking sort.
       RANK-THE-SUSPECTS.
           SORT PAIR-SORT-FILE
               ON DESCENDING KEY PS-SCORE PS-RANK-AMOUNT
               ON ASCENDING KEY PS-DAYS-APART
               INPUT PROCEDURE PAIR-THE-SUSPECTS
               GIVING DUPS-FILE.

       PAIR-THE-SUSPECTS.
           OPEN INPUT MWORK-FILE.
           PERFORM READ-NEXT-SORTED UNTIL MWORK-AT-END.
           CLOSE MWORK-FILE.

       READ-NEXT-SORTED.
           READ MWORK-FILE
               AT END
                   SET MWORK-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO READ-COUNT
                   IF MW-AMOUNT < 0
                       COMPUTE ABS-AMOUNT = 0 - MW-AMOUNT
                   ELSE
                       MOVE MW-AMOUNT TO ABS-AMOUNT
                   END-IF
                   IF ABS-AMOUNT >= MIN-AMOUNT
                       PERFORM SCAN-ONE-RECORD
                   END-IF
           END-READ.

      * A new amount starts an empty window.  A date that isn't a
      * real date can't be measured against anything and is only
      * counted.
       SCAN-ONE-RECORD.
           IF MW-AMOUNT NOT = GROUP-AMOUNT OR SCANNED-COUNT = 0
               MOVE MW-AMOUNT TO GROUP-AMOUNT
               MOVE 0 TO WINDOW-COUNT
           END-IF.
           ADD 1 TO SCANNED-COUNT.
           MOVE 0 TO CUR-INT.
           IF MW-DATE IS NUMERIC
               MOVE MW-DATE TO WORK-DATE
               COMPUTE CUR-INT = FUNCTION INTEGER-OF-DATE (WORK-DATE)
           END-IF.
           IF CUR-INT = 0
               ADD 1 TO BAD-DATE-COUNT
           ELSE
               PERFORM TRIM-THE-WINDOW
               PERFORM PAIR-ONE-ENTRY
                   VARYING WIN-SUB FROM 1 BY 1
                   UNTIL WIN-SUB > WINDOW-COUNT
               PERFORM ADD-TO-WINDOW
           END-IF.

       TRIM-THE-WINDOW.
           COMPUTE LOW-INT = CUR-INT - WINDOW-DAYS.
           MOVE 0 TO DROP-COUNT.
           PERFORM COUNT-ONE-STALE
               VARYING WIN-SUB FROM 1 BY 1
               UNTIL WIN-SUB > WINDOW-COUNT.
           IF DROP-COUNT > 0
               PERFORM DROP-STALE-ENTRIES
           END-IF.

       COUNT-ONE-STALE.
           IF WE-INT (WIN-SUB) < LOW-INT
               ADD 1 TO DROP-COUNT
           END-IF.

       DROP-STALE-ENTRIES.
           PERFORM SHIFT-ONE-ENTRY
               VARYING WIN-SUB FROM 1 BY 1
               UNTIL WIN-SUB > WINDOW-COUNT - DROP-COUNT.
           SUBTRACT DROP-COUNT FROM WINDOW-COUNT.

       SHIFT-ONE-ENTRY.
           MOVE WINDOW-ENTRY (WIN-SUB + DROP-COUNT)
               TO WINDOW-ENTRY (WIN-SUB).

      * A full window gives up its oldest entry to make room.
       ADD-TO-WINDOW.
           IF WINDOW-COUNT >= MAX-WINDOW
               ADD 1 TO OVERFLOW-COUNT
               MOVE 1 TO DROP-COUNT
               PERFORM DROP-STALE-ENTRIES
           END-IF.
           ADD 1 TO WINDOW-COUNT.
           MOVE MW-KEY TO WE-KEY (WINDOW-COUNT).
           MOVE MW-DATE TO WE-DATE (WINDOW-COUNT).
           MOVE CUR-INT TO WE-INT (WINDOW-COUNT).

       PAIR-ONE-ENTRY.
           COMPUTE DAYS-APART = CUR-INT - WE-INT (WIN-SUB).
           MOVE SPACE TO PS-RECORD.
           MOVE TODAY-DATE TO PS-RUN-DATE.
           IF DAYS-APART = 0
               MOVE WE-KEY (WIN-SUB) TO KEY-A
               MOVE MW-KEY TO KEY-B
               PERFORM CHECK-NEAR-KEY
               IF KEYS-NEAR
                   MOVE 3 TO PS-SCORE
               ELSE
                   MOVE 2 TO PS-SCORE
               END-IF
           ELSE
               MOVE 1 TO PS-SCORE
           END-IF.
           MOVE ABS-AMOUNT TO PS-RANK-AMOUNT.
           MOVE MW-AMOUNT TO PS-AMOUNT.
           MOVE WE-KEY (WIN-SUB) TO PS-KEY-1.
           MOVE WE-DATE (WIN-SUB) TO PS-DATE-1.
           MOVE MW-KEY TO PS-KEY-2.
           MOVE MW-DATE TO PS-DATE-2.
           MOVE DAYS-APART TO PS-DAYS-APART.
           ADD 1 TO SCORE-COUNT (PS-SCORE).
           ADD 1 TO PAIR-COUNT.
           RELEASE PS-RECORD.

      * Near-identical: the keys differ in exactly one position, or
      * in exactly two neighbouring positions holding the same two
      * characters swapped -- the two commonest keying slips.
       CHECK-NEAR-KEY.
           MOVE "N" TO NEAR-KEY-SW.
           MOVE 0 TO DIFF-COUNT.
           MOVE 0 TO DIFF-1.
           MOVE 0 TO DIFF-2.
           PERFORM COMPARE-ONE-POSITION
               VARYING POS-SUB FROM 1 BY 1 UNTIL POS-SUB > 10.
           EVALUATE TRUE
               WHEN DIFF-COUNT = 1
                   SET KEYS-NEAR TO TRUE
               WHEN DIFF-COUNT = 2 AND DIFF-2 = DIFF-1 + 1
                   IF KEY-A (DIFF-1:1) = KEY-B (DIFF-2:1)
                       AND KEY-A (DIFF-2:1) = KEY-B (DIFF-1:1)
                       SET KEYS-NEAR TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COMPARE-ONE-POSITION.
           IF KEY-A (POS-SUB:1) NOT = KEY-B (POS-SUB:1)
               ADD 1 TO DIFF-COUNT
               IF DIFF-COUNT = 1
                   MOVE POS-SUB TO DIFF-1
               END-IF
               IF DIFF-COUNT = 2
                   MOVE POS-SUB TO DIFF-2
               END-IF
           END-IF.

       LIST-THE-SUSPECTS.
           OPEN INPUT DUPS-FILE.
           IF DUPS-FILE-STATUS = "00"
               PERFORM LIST-NEXT-SUSPECT UNTIL DUPS-AT-END
               CLOSE DUPS-FILE
           END-IF.

       LIST-NEXT-SUSPECT.
           READ DUPS-FILE
               AT END
                   SET DUPS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO RANK-NUM
                   MOVE RANK-NUM TO RPT-DL-RANK
                   MOVE DS-SCORE TO RPT-DL-SCORE
                   MOVE DS-AMOUNT TO RPT-DL-AMOUNT
                   MOVE DS-KEY-1 TO RPT-DL-KEY-1
                   MOVE DS-DATE-1 TO RPT-DL-DATE-1
                   MOVE DS-KEY-2 TO RPT-DL-KEY-2
                   MOVE DS-DATE-2 TO RPT-DL-DATE-2
                   MOVE DS-DAYS-APART TO RPT-DL-DAYS
                   WRITE RPT-RECORD FROM RPT-DETAIL-LINE
           END-READ.

       WRITE-SCAN-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "RECORDS ON TRNMAST:" TO RPT-CL-LABEL.
           MOVE READ-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "RECORDS AT OR OVER THE FLOOR:" TO RPT-CL-LABEL.
           MOVE SCANNED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "SCORE 3 - NEAR KEY, SAME DATE:" TO RPT-CL-LABEL.
           MOVE SCORE-COUNT (3) TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "SCORE 2 - SAME DATE:" TO RPT-CL-LABEL.
           MOVE SCORE-COUNT (2) TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "SCORE 1 - WITHIN THE WINDOW:" TO RPT-CL-LABEL.
           MOVE SCORE-COUNT (1) TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "RECORDS WITH NO REAL DATE:" TO RPT-CL-LABEL.
           MOVE BAD-DATE-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "WINDOW OVERFLOWS:" TO RPT-CL-LABEL.
           MOVE OVERFLOW-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
