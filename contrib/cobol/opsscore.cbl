       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHLY-OPS-SCORECARD.
       DATE-WRITTEN. 2026-10-15.
      * Month-end operations scorecard, printed on OPSSCRPT for one
      * calendar month with the three months before it alongside,
      * so the review starts from figures instead of anecdotes:
      *   NIGHTS FINISHED CLEAN %   nights on NITELOG with no step
      *                             skipped and none ending nonzero
      *                             (the morning report's exception
      *                             rule), over the nights logged;
      *   ROTATIONS SKIP/SUSPEND    TOWERS-OF-HANOI records logged
      *                             skipped or suspended;
      *   AVG FINISH TIME HH.MM     the night's last step end time;
      *   MINUTES SPARE IN WINDOW   the NITECTL batch-window end
      *                             less that finish, negative when
      *                             the night ran past it;
      *   ROTATION MOVES/SECOND     RUNSTATS moves over seconds;
      *   ACK HOURS - WARNING /     ALERTLOG raise to acknowledgment
      *   ACK HOURS - ACTION REQ    by severity, for alerts raised
      *                             in the month and acknowledged;
      *   COURIER TURNAROUND DAYS   CURMREC days from a slot going
      *                             out with the courier to its
      *                             coming back, by return month;
      *   SAMPLE DRAW-CLOSE DAYS    SAMPDISP days from draw to the
      *                             close posting, by close month.
      * The per-night figures -- clean share, finish time, minutes
      * spare -- count only business nights: a run date PROCCAL
      * keys as a holiday or weekend is left out of them, so a
      * quiet long weekend neither flatters nor drags the rates.
      * Skipped and suspended rotations are counted every night.
      * ALERTLOG carries the acknowledgment date but not the time,
      * so an acknowledgment is taken as made at the 08:00 start of
      * the day shift on that date, and never before the alert.
      *
      * The OPSSCPRM card names the month (YYYYMM; blank or zero
      * is the month before the run date) and the targets.  A zero
      * target takes the built-in one: clean nights 95%, no
      * skipped or suspended rotations, no minutes spare below
      * zero (finished inside the window), warnings acknowledged
      * within 24 hours and action-required alerts within 8,
      * sample items closed within 30 days.  Moves per second and
      * courier turnaround carry no target unless the card gives
      * one.  The TRND column compares the month against the
      * average of whichever of the prior three months have the
      * figure; the month is flagged OFF TARGET when it misses.
      * Ends RC 4 when any line is off target, RC 0 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-PARM-FILE ASSIGN TO "OPSSCPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCORE-PARM-STATUS.
           SELECT CTL-FILE ASSIGN TO "NITECTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT LOG-FILE ASSIGN TO "NITELOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT RST-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RST-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT CMREC-FILE ASSIGN TO "CURMREC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CMREC-FILE-STATUS.
           SELECT DISP-FILE ASSIGN TO "SAMPDISP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DISP-FILE-STATUS.
           SELECT PCAL-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PCAL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "OPSSCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-PARM-FILE.
       01  SCORE-PARM-RECORD.
           02  OSP-MONTH               PIC X(06).
           02  OSP-CLEAN-PCT           PIC 9(03).
           02  OSP-SKIP-MAX            PIC 9(03).
           02  OSP-WINDOW-SPARE        PIC 9(03).
           02  OSP-MOVES-RATE          PIC 9(05)V99.
           02  OSP-WARN-ACK-HOURS      PIC 9(03).
           02  OSP-ACTION-ACK-HOURS    PIC 9(03).
           02  OSP-COURIER-DAYS        PIC 9(03).
           02  OSP-SAMPLE-DAYS         PIC 9(03).
           02  FILLER                  PIC X(44).
       FD  CTL-FILE.
       COPY "nitectl.cbl".
       FD  LOG-FILE.
       COPY "nitelog.cbl".
       FD  RST-FILE.
       COPY "runstats.cbl".
       FD  ALERT-FILE.
       COPY "alertlog.cbl".
       FD  CMREC-FILE.
       COPY "curmrec.cbl".
       FD  DISP-FILE.
       COPY "sampdisp.cbl".
       FD  PCAL-FILE.
       COPY "procal.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(90).
       WORKING-STORAGE SECTION.
       COPY "pcal-ws.cbl".
       77  SCORE-PARM-STATUS           PIC X(02).
       77  CTL-FILE-STATUS             PIC X(02).
       77  LOG-FILE-STATUS             PIC X(02).
       77  RST-FILE-STATUS             PIC X(02).
       77  ALERT-FILE-STATUS           PIC X(02).
       77  CMREC-FILE-STATUS           PIC X(02).
       77  DISP-FILE-STATUS            PIC X(02).
       77  PCAL-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  LOG-AT-END-SW               PIC X(01) VALUE "N".
           88  LOG-AT-END                          VALUE "Y".
       77  RST-AT-END-SW               PIC X(01) VALUE "N".
           88  RST-AT-END                          VALUE "Y".
       77  ALERT-AT-END-SW             PIC X(01) VALUE "N".
           88  ALERT-AT-END                        VALUE "Y".
       77  CMREC-AT-END-SW             PIC X(01) VALUE "N".
           88  CMREC-AT-END                        VALUE "Y".
       77  DISP-AT-END-SW              PIC X(01) VALUE "N".
           88  DISP-AT-END                         VALUE "Y".
       77  NIGHT-CLEAN-SW              PIC X(01).
           88  NIGHT-CLEAN                         VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
       77  WINDOW-END-HHMM             PIC 9(04) VALUE 0.
       77  WINDOW-END-MINUTES          PIC 9(05) USAGE COMP.
       77  NOON-MINUTES                PIC 9(05) VALUE 720.
       77  DAY-MINUTES                 PIC 9(05) VALUE 1440.
       77  ACK-SHIFT-MINUTES           PIC 9(05) VALUE 480.
      * The month being scored, and a running month number (years
      * times twelve plus the month less one) that makes "three
      * months back" plain subtraction across a year end.
       77  SCORE-YYYY                  PIC 9(04).
       77  SCORE-MM                    PIC 9(02).
       77  SCORE-SERIAL                PIC 9(06) USAGE COMP.
       77  SEEK-SERIAL                 PIC 9(06) USAGE COMP.
       77  LABEL-SERIAL                PIC 9(06) USAGE COMP.
       77  LABEL-YYYY                  PIC 9(04).
       77  LABEL-MM                    PIC 9(02).
       77  MONTH-IDX                   PIC 9 USAGE COMP.
       77  MONTH-SUB                   PIC 9 USAGE COMP.
       77  ROW-SUB                     PIC 99 USAGE COMP.
       77  ROW-COUNT                   PIC 99 VALUE 9.
       77  NIGHT-DATE                  PIC X(08) VALUE SPACE.
       77  NIGHT-FINISH                PIC 9(05) USAGE COMP.
       77  NIGHT-SKIPS                 PIC 9(03) USAGE COMP.
       77  STEP-END-MINUTES            PIC 9(05) USAGE COMP.
       77  WORK-HH                     PIC 99.
       77  WORK-MM                     PIC 99.
       77  WORK-MINUTES                PIC S9(09) USAGE COMP.
       77  WORK-DAYS                   PIC S9(07) USAGE COMP.
       77  WORK-DATE                   PIC 9(08).
       77  FROM-DATE                   PIC X(08).
       77  TO-DATE                     PIC X(08).
       77  FROM-INT                    PIC 9(07).
       77  TO-INT                      PIC 9(07).
       77  PRIOR-TOTAL                 PIC S9(09)V99.
       77  PRIOR-MONTHS                PIC 9 USAGE COMP.
       77  PRIOR-AVERAGE               PIC S9(07)V99.
       77  EDIT-VALUE                  PIC ZZZZ9.99-.
       77  EDIT-TARGET                 PIC ZZZZ9.99.
       77  NIGHTS-LOGGED               PIC 9(05) USAGE COMP VALUE 0.
       77  BUSINESS-NIGHTS             PIC 9(05) USAGE COMP VALUE 0.
       77  OFF-TARGET-COUNT            PIC 9(03) USAGE COMP VALUE 0.
       77  COURIER-SET-COUNT           PIC 9 USAGE COMP VALUE 0.
       77  COURIER-SUB                 PIC 9 USAGE COMP.
       77  FOUND-COURIER-SUB           PIC 9 USAGE COMP.
       77  MAX-COURIER-SETS            PIC 9 VALUE 8.
       77  MAX-DISKS                   PIC 99 VALUE 20.
       77  DISK-SUB                    PIC 99 USAGE COMP.
       01  MONTH-SEEK-DATE.
           02  MSD-YYYY                PIC 9(04).
           02  MSD-MM                  PIC 9(02).
           02  MSD-DD                  PIC 9(02).
      * The measures in print order, with which way is better: H
      * higher, L lower, space a figure with no target at all.
       01  ROW-NAME-VALUES.
           02  FILLER                  PIC X(25) VALUE
               "NIGHTS FINISHED CLEAN % H".
           02  FILLER                  PIC X(25) VALUE
               "ROTATIONS SKIP/SUSPEND  L".
           02  FILLER                  PIC X(25) VALUE
               "AVG FINISH TIME HH.MM    ".
           02  FILLER                  PIC X(25) VALUE
               "MINUTES SPARE IN WINDOW H".
           02  FILLER                  PIC X(25) VALUE
               "ROTATION MOVES/SECOND   H".
           02  FILLER                  PIC X(25) VALUE
               "ACK HOURS - WARNING     L".
           02  FILLER                  PIC X(25) VALUE
               "ACK HOURS - ACTION REQ  L".
           02  FILLER                  PIC X(25) VALUE
               "COURIER TURNAROUND DAYS L".
           02  FILLER                  PIC X(25) VALUE
               "SAMPLE DRAW-CLOSE DAYS  L".
       01  ROW-NAMES REDEFINES ROW-NAME-VALUES.
           02  ROW-NAME-ENTRY OCCURS 9 TIMES.
             03  RN-LABEL              PIC X(24).
             03  RN-BETTER             PIC X(01).
               88  RN-HIGHER-BETTER                VALUE "H".
               88  RN-LOWER-BETTER                 VALUE "L".
      * One row per measure, one column per month: 1 is the month
      * scored, 2 through 4 the months before it.  Each figure is
      * its sum over its count, except the clean share (a
      * percentage of the count) and the skip count (the sum
      * itself, the count being the nights logged).
       01  SCORE-TABLE.
           02  SCORE-ROW OCCURS 9 TIMES.
             03  SR-TARGET-SW          PIC X(01).
               88  SR-HAS-TARGET                   VALUE "Y".
             03  SR-TARGET             PIC 9(05)V99.
             03  SR-MONTH OCCURS 4 TIMES.
               04  SR-SUM              PIC S9(11)V99 USAGE COMP-3.
               04  SR-COUNT            PIC 9(09) USAGE COMP.
               04  SR-VALUE            PIC S9(07)V99.
      * Courier custody by slot: the date the slot last went out
      * with the courier, spaces once it is back.
       01  COURIER-TABLE.
           02  CO-SET OCCURS 8 TIMES.
             03  CO-SET-NAME           PIC X(08).
             03  CO-OUT-DATE           PIC X(08) OCCURS 20 TIMES.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(30) VALUE
               "MONTHLY OPERATIONS SCORECARD".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-HEADER-3.
           02  FILLER                  PIC X(10) VALUE "MONTH:    ".
           02  RPT-H3-YYYY             PIC 9(04).
           02  FILLER                  PIC X(01) VALUE "-".
           02  RPT-H3-MM               PIC 9(02).
       01  RPT-COLUMN-LINE.
           02  FILLER                  PIC X(24) VALUE "MEASURE".
           02  RPT-CH-MONTH            PIC X(10) OCCURS 4 TIMES.
           02  FILLER                  PIC X(15) VALUE
               " TRND   TARGET ".
       01  RPT-MONTH-LABEL.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-ML-YYYY             PIC 9(04).
           02  FILLER                  PIC X(01) VALUE "-".
           02  RPT-ML-MM               PIC 9(02).
           02  FILLER                  PIC X(01) VALUE SPACE.
       01  RPT-SCORE-LINE.
           02  RPT-SL-LABEL            PIC X(24).
           02  RPT-SL-CELL             PIC X(10) OCCURS 4 TIMES.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-SL-TREND            PIC X(04).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-SL-TARGET           PIC X(09).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-SL-FLAG             PIC X(10).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(28).
           02  RPT-CL-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.
       OPS-SCORECARD-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           PERFORM SET-THE-DEFAULTS.
           PERFORM READ-SCORE-PARM-CARD.
           COMPUTE SCORE-SERIAL = SCORE-YYYY * 12 + SCORE-MM - 1.
           PERFORM CLEAR-ONE-ROW
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > ROW-COUNT.
           PERFORM READ-WINDOW-END.
           PERFORM SCORE-THE-NIGHTS.
           PERFORM SCORE-THE-ROTATION-RATE.
           PERFORM SCORE-THE-ALERTS.
           PERFORM SCORE-THE-COURIER.
           PERFORM SCORE-THE-SAMPLE.
           PERFORM FIGURE-ONE-ROW
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > ROW-COUNT.
           OPEN OUTPUT RPT-FILE.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM PRINT-ONE-ROW
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > ROW-COUNT.
           PERFORM PRINT-THE-COUNTS.
           CLOSE RPT-FILE.
           DISPLAY "MONTHLY-OPS-SCORECARD: ", SCORE-YYYY, "-",
               SCORE-MM, ", ", NIGHTS-LOGGED, " NIGHTS, ",
               OFF-TARGET-COUNT, " LINES OFF TARGET".
           IF OFF-TARGET-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The month before the run date, and the built-in targets.
       SET-THE-DEFAULTS.
           MOVE TODAY-DATE TO MONTH-SEEK-DATE.
           IF MSD-MM = 1
               COMPUTE SCORE-YYYY = MSD-YYYY - 1
               MOVE 12 TO SCORE-MM
           ELSE
               MOVE MSD-YYYY TO SCORE-YYYY
               COMPUTE SCORE-MM = MSD-MM - 1
           END-IF.
           MOVE "N" TO SR-TARGET-SW (3) SR-TARGET-SW (5)
               SR-TARGET-SW (8).
           MOVE "Y" TO SR-TARGET-SW (1) SR-TARGET-SW (2)
               SR-TARGET-SW (4) SR-TARGET-SW (6) SR-TARGET-SW (7)
               SR-TARGET-SW (9).
           MOVE 0 TO SR-TARGET (3) SR-TARGET (5) SR-TARGET (8).
           MOVE 95 TO SR-TARGET (1).
           MOVE 0 TO SR-TARGET (2).
           MOVE 0 TO SR-TARGET (4).
           MOVE 24 TO SR-TARGET (6).
           MOVE 8 TO SR-TARGET (7).
           MOVE 30 TO SR-TARGET (9).

       READ-SCORE-PARM-CARD.
           OPEN INPUT SCORE-PARM-FILE.
           IF SCORE-PARM-STATUS = "00"
               READ SCORE-PARM-FILE
                   NOT AT END
                       PERFORM TAKE-THE-PARM-CARD
               END-READ
               CLOSE SCORE-PARM-FILE
           END-IF.

       TAKE-THE-PARM-CARD.
           IF OSP-MONTH IS NUMERIC AND OSP-MONTH NOT = "000000"
               MOVE OSP-MONTH TO MONTH-SEEK-DATE (1:6)
               IF MSD-MM >= 1 AND MSD-MM <= 12
                   MOVE MSD-YYYY TO SCORE-YYYY
                   MOVE MSD-MM TO SCORE-MM
               ELSE
                   DISPLAY "MONTHLY-OPS-SCORECARD: CARD MONTH ",
                       OSP-MONTH, " IS NOT A MONTH, SCORING ",
                       SCORE-YYYY, "-", SCORE-MM
               END-IF
           END-IF.
           IF OSP-CLEAN-PCT > 0
               MOVE OSP-CLEAN-PCT TO SR-TARGET (1)
           END-IF.
           IF OSP-SKIP-MAX > 0
               MOVE OSP-SKIP-MAX TO SR-TARGET (2)
           END-IF.
           IF OSP-WINDOW-SPARE > 0
               MOVE OSP-WINDOW-SPARE TO SR-TARGET (4)
           END-IF.
           IF OSP-MOVES-RATE > 0
               MOVE OSP-MOVES-RATE TO SR-TARGET (5)
               MOVE "Y" TO SR-TARGET-SW (5)
           END-IF.
           IF OSP-WARN-ACK-HOURS > 0
               MOVE OSP-WARN-ACK-HOURS TO SR-TARGET (6)
           END-IF.
           IF OSP-ACTION-ACK-HOURS > 0
               MOVE OSP-ACTION-ACK-HOURS TO SR-TARGET (7)
           END-IF.
           IF OSP-COURIER-DAYS > 0
               MOVE OSP-COURIER-DAYS TO SR-TARGET (8)
               MOVE "Y" TO SR-TARGET-SW (8)
           END-IF.
           IF OSP-SAMPLE-DAYS > 0
               MOVE OSP-SAMPLE-DAYS TO SR-TARGET (9)
           END-IF.

       CLEAR-ONE-ROW.
           PERFORM CLEAR-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 4.

       CLEAR-ONE-MONTH.
           MOVE 0 TO SR-SUM (ROW-SUB, MONTH-SUB).
           MOVE 0 TO SR-COUNT (ROW-SUB, MONTH-SUB).
           MOVE 0 TO SR-VALUE (ROW-SUB, MONTH-SUB).

      * The window end as a minute of the night: a morning end
      * time belongs to the following calendar day, so it counts
      * on past midnight.  No window end, no minutes-spare figure.
       READ-WINDOW-END.
           OPEN INPUT CTL-FILE.
           IF CTL-FILE-STATUS = "00"
               READ CTL-FILE
                   NOT AT END
                       MOVE NITE-WINDOW-END TO WINDOW-END-HHMM
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF WINDOW-END-HHMM = 0
               MOVE "N" TO SR-TARGET-SW (4)
           ELSE
               DIVIDE WINDOW-END-HHMM BY 100 GIVING WORK-HH
                   REMAINDER WORK-MM
               COMPUTE WINDOW-END-MINUTES = WORK-HH * 60 + WORK-MM
               IF WINDOW-END-MINUTES < NOON-MINUTES
                   ADD DAY-MINUTES TO WINDOW-END-MINUTES
               END-IF
           END-IF.

      * Month number of MONTH-SEEK-DATE, as a column of the table:
      * 0 when the date is outside the four months scored.
       FIND-MONTH-INDEX.
           MOVE 0 TO MONTH-IDX.
           IF MONTH-SEEK-DATE IS NUMERIC
               COMPUTE SEEK-SERIAL = MSD-YYYY * 12 + MSD-MM - 1
               IF SEEK-SERIAL <= SCORE-SERIAL
                   AND SEEK-SERIAL + 4 > SCORE-SERIAL
                   COMPUTE MONTH-IDX = SCORE-SERIAL - SEEK-SERIAL + 1
               END-IF
           END-IF.

      * NITELOG is written in run order, so a night's records come
      * together; each night is scored when the next one starts.
       SCORE-THE-NIGHTS.
           OPEN INPUT LOG-FILE.
           IF LOG-FILE-STATUS = "00"
               PERFORM READ-NEXT-NIGHT-STEP UNTIL LOG-AT-END
               CLOSE LOG-FILE
           END-IF.
           IF NIGHT-DATE NOT = SPACE
               PERFORM SCORE-ONE-NIGHT
           END-IF.

       READ-NEXT-NIGHT-STEP.
           READ LOG-FILE
               AT END
                   SET LOG-AT-END TO TRUE
               NOT AT END
                   PERFORM NOTE-ONE-NIGHT-STEP
           END-READ.

       NOTE-ONE-NIGHT-STEP.
           IF NL-RUN-DATE NOT = NIGHT-DATE
               IF NIGHT-DATE NOT = SPACE
                   PERFORM SCORE-ONE-NIGHT
               END-IF
               MOVE NL-RUN-DATE TO NIGHT-DATE
               MOVE "Y" TO NIGHT-CLEAN-SW
               MOVE 0 TO NIGHT-FINISH
               MOVE 0 TO NIGHT-SKIPS
           END-IF.
           IF NL-SKIPPED OR NL-RC NOT = 0
               MOVE "N" TO NIGHT-CLEAN-SW
           END-IF.
           IF NL-STEP-NAME = "TOWERS-OF-HANOI"
               AND (NL-SKIPPED OR NL-SUSPENDED)
               ADD 1 TO NIGHT-SKIPS
           END-IF.
           IF NL-END-TIME (1:4) IS NUMERIC
               MOVE NL-END-TIME (1:2) TO WORK-HH
               MOVE NL-END-TIME (3:2) TO WORK-MM
               COMPUTE STEP-END-MINUTES = WORK-HH * 60 + WORK-MM
               IF STEP-END-MINUTES < NOON-MINUTES
                   ADD DAY-MINUTES TO STEP-END-MINUTES
               END-IF
               IF STEP-END-MINUTES > NIGHT-FINISH
                   MOVE STEP-END-MINUTES TO NIGHT-FINISH
               END-IF
           END-IF.

       SCORE-ONE-NIGHT.
           MOVE NIGHT-DATE TO MONTH-SEEK-DATE.
           PERFORM FIND-MONTH-INDEX.
           IF MONTH-IDX > 0
               ADD NIGHT-SKIPS TO SR-SUM (2, MONTH-IDX)
               ADD 1 TO SR-COUNT (2, MONTH-IDX)
               IF MONTH-IDX = 1
                   ADD 1 TO NIGHTS-LOGGED
               END-IF
               MOVE NIGHT-DATE TO PCAL-SEEK-DATE
               PERFORM LOOK-UP-CALENDAR-DAY
               IF PCAL-DAY-TYPE NOT = "H" AND PCAL-DAY-TYPE NOT = "W"
                   PERFORM SCORE-ONE-BUSINESS-NIGHT
               END-IF
           END-IF.

       SCORE-ONE-BUSINESS-NIGHT.
           IF MONTH-IDX = 1
               ADD 1 TO BUSINESS-NIGHTS
           END-IF.
           ADD 1 TO SR-COUNT (1, MONTH-IDX).
           IF NIGHT-CLEAN
               ADD 1 TO SR-SUM (1, MONTH-IDX)
           END-IF.
           IF NIGHT-FINISH > 0
               ADD NIGHT-FINISH TO SR-SUM (3, MONTH-IDX)
               ADD 1 TO SR-COUNT (3, MONTH-IDX)
               IF WINDOW-END-HHMM > 0
                   COMPUTE SR-SUM (4, MONTH-IDX) =
                       SR-SUM (4, MONTH-IDX) + WINDOW-END-MINUTES
                       - NIGHT-FINISH
                   ADD 1 TO SR-COUNT (4, MONTH-IDX)
               END-IF
           END-IF.

      * Moves over seconds across the month's clean completions,
      * so a long rotation weighs as much as its seconds say.
       SCORE-THE-ROTATION-RATE.
           OPEN INPUT RST-FILE.
           IF RST-FILE-STATUS = "00"
               PERFORM READ-NEXT-RUNSTAT UNTIL RST-AT-END
               CLOSE RST-FILE
           END-IF.

       READ-NEXT-RUNSTAT.
           READ RST-FILE
               AT END
                   SET RST-AT-END TO TRUE
               NOT AT END
                   MOVE RST-RUN-DATE TO MONTH-SEEK-DATE
                   PERFORM FIND-MONTH-INDEX
                   IF MONTH-IDX > 0 AND RST-SECONDS > 0
                       ADD RST-MOVES TO SR-SUM (5, MONTH-IDX)
                       ADD RST-SECONDS TO SR-COUNT (5, MONTH-IDX)
                   END-IF
           END-READ.

       SCORE-THE-ALERTS.
           OPEN INPUT ALERT-FILE.
           IF ALERT-FILE-STATUS = "00"
               PERFORM READ-NEXT-ALERT UNTIL ALERT-AT-END
               CLOSE ALERT-FILE
           END-IF.

       READ-NEXT-ALERT.
           READ ALERT-FILE
               AT END
                   SET ALERT-AT-END TO TRUE
               NOT AT END
                   IF AL-ACKNOWLEDGED AND AL-ACK-DATE IS NUMERIC
                       AND AL-TIME (1:4) IS NUMERIC
                       MOVE AL-DATE TO MONTH-SEEK-DATE
                       PERFORM FIND-MONTH-INDEX
                       IF MONTH-IDX > 0
                           PERFORM SCORE-ONE-ALERT
                       END-IF
                   END-IF
           END-READ.

      * Minutes from the alert to 08:00 on the acknowledgment date.
       SCORE-ONE-ALERT.
           MOVE AL-DATE TO FROM-DATE.
           MOVE AL-ACK-DATE TO TO-DATE.
           PERFORM COUNT-DAYS-BETWEEN.
           MOVE AL-TIME (1:2) TO WORK-HH.
           MOVE AL-TIME (3:2) TO WORK-MM.
           COMPUTE WORK-MINUTES = WORK-DAYS * DAY-MINUTES
               + ACK-SHIFT-MINUTES - WORK-HH * 60 - WORK-MM.
           IF WORK-MINUTES < 0
               MOVE 0 TO WORK-MINUTES
           END-IF.
           IF AL-ACTION-REQUIRED
               ADD WORK-MINUTES TO SR-SUM (7, MONTH-IDX)
               ADD 1 TO SR-COUNT (7, MONTH-IDX)
           ELSE
               ADD WORK-MINUTES TO SR-SUM (6, MONTH-IDX)
               ADD 1 TO SR-COUNT (6, MONTH-IDX)
           END-IF.

      * CURMREC is in manifest order: an O line sends a slot out,
      * the next I line for the slot brings it back, and the
      * turnaround counts in the month it came back.
       SCORE-THE-COURIER.
           OPEN INPUT CMREC-FILE.
           IF CMREC-FILE-STATUS = "00"
               PERFORM READ-NEXT-COURIER-RECORD UNTIL CMREC-AT-END
               CLOSE CMREC-FILE
           END-IF.

       READ-NEXT-COURIER-RECORD.
           READ CMREC-FILE
               AT END
                   SET CMREC-AT-END TO TRUE
               NOT AT END
                   IF CM-DISK-NUM >= 1 AND CM-DISK-NUM <= MAX-DISKS
                       AND CM-DATE IS NUMERIC
                       PERFORM FIND-COURIER-SET
                       IF FOUND-COURIER-SUB > 0
                           PERFORM NOTE-ONE-COURIER-LINE
                       END-IF
                   END-IF
           END-READ.

       FIND-COURIER-SET.
           MOVE 0 TO FOUND-COURIER-SUB.
           PERFORM MATCH-ONE-COURIER-SET
               VARYING COURIER-SUB FROM 1 BY 1
               UNTIL COURIER-SUB > COURIER-SET-COUNT
               OR FOUND-COURIER-SUB > 0.
           IF FOUND-COURIER-SUB = 0
               AND COURIER-SET-COUNT < MAX-COURIER-SETS
               ADD 1 TO COURIER-SET-COUNT
               MOVE COURIER-SET-COUNT TO FOUND-COURIER-SUB
               MOVE CM-SET-NAME TO CO-SET-NAME (FOUND-COURIER-SUB)
               PERFORM CLEAR-ONE-COURIER-SLOT
                   VARYING DISK-SUB FROM 1 BY 1
                   UNTIL DISK-SUB > MAX-DISKS
           END-IF.

       MATCH-ONE-COURIER-SET.
           IF CO-SET-NAME (COURIER-SUB) = CM-SET-NAME
               MOVE COURIER-SUB TO FOUND-COURIER-SUB
           END-IF.

       CLEAR-ONE-COURIER-SLOT.
           MOVE SPACE TO CO-OUT-DATE (FOUND-COURIER-SUB, DISK-SUB).

       NOTE-ONE-COURIER-LINE.
           IF CM-DIRECTION = "O"
               MOVE CM-DATE TO
                   CO-OUT-DATE (FOUND-COURIER-SUB, CM-DISK-NUM)
           ELSE
               IF CO-OUT-DATE (FOUND-COURIER-SUB, CM-DISK-NUM)
                   NOT = SPACE
                   MOVE CM-DATE TO MONTH-SEEK-DATE
                   PERFORM FIND-MONTH-INDEX
                   IF MONTH-IDX > 0
                       MOVE CO-OUT-DATE (FOUND-COURIER-SUB,
                           CM-DISK-NUM) TO FROM-DATE
                       MOVE CM-DATE TO TO-DATE
                       PERFORM COUNT-DAYS-BETWEEN
                       ADD WORK-DAYS TO SR-SUM (8, MONTH-IDX)
                       ADD 1 TO SR-COUNT (8, MONTH-IDX)
                   END-IF
                   MOVE SPACE TO
                       CO-OUT-DATE (FOUND-COURIER-SUB, CM-DISK-NUM)
               END-IF
           END-IF.

      * Draw to close, counted in the month the item closed.
       SCORE-THE-SAMPLE.
           OPEN INPUT DISP-FILE.
           IF DISP-FILE-STATUS = "00"
               PERFORM READ-NEXT-DISPOSITION UNTIL DISP-AT-END
               CLOSE DISP-FILE
           END-IF.

       READ-NEXT-DISPOSITION.
           READ DISP-FILE
               AT END
                   SET DISP-AT-END TO TRUE
               NOT AT END
                   IF SD-CLOSED AND SD-STATUS-DATE IS NUMERIC
                       AND SD-SAMPLE-DATE IS NUMERIC
                       MOVE SD-STATUS-DATE TO MONTH-SEEK-DATE
                       PERFORM FIND-MONTH-INDEX
                       IF MONTH-IDX > 0
                           MOVE SD-SAMPLE-DATE TO FROM-DATE
                           MOVE SD-STATUS-DATE TO TO-DATE
                           PERFORM COUNT-DAYS-BETWEEN
                           ADD WORK-DAYS TO SR-SUM (9, MONTH-IDX)
                           ADD 1 TO SR-COUNT (9, MONTH-IDX)
                       END-IF
                   END-IF
           END-READ.

      * Calendar days from FROM-DATE to TO-DATE, both YYYYMMDD.
       COUNT-DAYS-BETWEEN.
           MOVE FROM-DATE TO WORK-DATE.
           COMPUTE FROM-INT = FUNCTION INTEGER-OF-DATE (WORK-DATE).
           MOVE TO-DATE TO WORK-DATE.
           COMPUTE TO-INT = FUNCTION INTEGER-OF-DATE (WORK-DATE).
           COMPUTE WORK-DAYS = TO-INT - FROM-INT.

       FIGURE-ONE-ROW.
           PERFORM FIGURE-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 4.

       FIGURE-ONE-MONTH.
           IF SR-COUNT (ROW-SUB, MONTH-SUB) > 0
               EVALUATE ROW-SUB
                   WHEN 1
                       COMPUTE SR-VALUE (ROW-SUB, MONTH-SUB) ROUNDED =
                           SR-SUM (ROW-SUB, MONTH-SUB) * 100
                           / SR-COUNT (ROW-SUB, MONTH-SUB)
                   WHEN 2
                       MOVE SR-SUM (ROW-SUB, MONTH-SUB)
                           TO SR-VALUE (ROW-SUB, MONTH-SUB)
                   WHEN 6
                   WHEN 7
                       COMPUTE SR-VALUE (ROW-SUB, MONTH-SUB) ROUNDED =
                           SR-SUM (ROW-SUB, MONTH-SUB)
                           / SR-COUNT (ROW-SUB, MONTH-SUB) / 60
                   WHEN OTHER
                       COMPUTE SR-VALUE (ROW-SUB, MONTH-SUB) ROUNDED =
                           SR-SUM (ROW-SUB, MONTH-SUB)
                           / SR-COUNT (ROW-SUB, MONTH-SUB)
               END-EVALUATE
           END-IF.

       PRINT-THE-HEADINGS.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SCORE-YYYY TO RPT-H3-YYYY.
           MOVE SCORE-MM TO RPT-H3-MM.
           WRITE RPT-RECORD FROM RPT-HEADER-3.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM LABEL-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 4.
           WRITE RPT-RECORD FROM RPT-COLUMN-LINE.

       LABEL-ONE-MONTH.
           COMPUTE LABEL-SERIAL = SCORE-SERIAL - MONTH-SUB + 1.
           DIVIDE LABEL-SERIAL BY 12 GIVING LABEL-YYYY
               REMAINDER LABEL-MM.
           ADD 1 TO LABEL-MM.
           MOVE LABEL-YYYY TO RPT-ML-YYYY.
           MOVE LABEL-MM TO RPT-ML-MM.
           MOVE RPT-MONTH-LABEL TO RPT-CH-MONTH (MONTH-SUB).

       PRINT-ONE-ROW.
           MOVE RN-LABEL (ROW-SUB) TO RPT-SL-LABEL.
           PERFORM EDIT-ONE-CELL
               VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 4.
           PERFORM FIGURE-THE-TREND.
           MOVE SPACE TO RPT-SL-TARGET.
           MOVE SPACE TO RPT-SL-FLAG.
           IF SR-HAS-TARGET (ROW-SUB)
               MOVE SR-TARGET (ROW-SUB) TO EDIT-TARGET
               MOVE EDIT-TARGET TO RPT-SL-TARGET
               IF SR-COUNT (ROW-SUB, 1) > 0
                   PERFORM JUDGE-THE-TARGET
               END-IF
           END-IF.
           WRITE RPT-RECORD FROM RPT-SCORE-LINE.

      * The finish time is carried as a minute of the night and
      * printed as a clock time, HH.MM.
       EDIT-ONE-CELL.
           IF SR-COUNT (ROW-SUB, MONTH-SUB) = 0
               MOVE "      N/A " TO RPT-SL-CELL (MONTH-SUB)
           ELSE
               IF ROW-SUB = 3
                   DIVIDE SR-VALUE (ROW-SUB, MONTH-SUB) BY 60
                       GIVING WORK-MINUTES REMAINDER WORK-MM
                   DIVIDE WORK-MINUTES BY 24 GIVING WORK-DAYS
                       REMAINDER WORK-HH
                   COMPUTE EDIT-VALUE = WORK-HH + WORK-MM / 100
               ELSE
                   MOVE SR-VALUE (ROW-SUB, MONTH-SUB) TO EDIT-VALUE
               END-IF
               MOVE SPACE TO RPT-SL-CELL (MONTH-SUB)
               MOVE EDIT-VALUE TO RPT-SL-CELL (MONTH-SUB) (2:9)
           END-IF.

       FIGURE-THE-TREND.
           MOVE SPACE TO RPT-SL-TREND.
           MOVE 0 TO PRIOR-TOTAL.
           MOVE 0 TO PRIOR-MONTHS.
           PERFORM ADD-ONE-PRIOR-MONTH
               VARYING MONTH-SUB FROM 2 BY 1 UNTIL MONTH-SUB > 4.
           IF PRIOR-MONTHS > 0 AND SR-COUNT (ROW-SUB, 1) > 0
               COMPUTE PRIOR-AVERAGE ROUNDED =
                   PRIOR-TOTAL / PRIOR-MONTHS
               EVALUATE TRUE
                   WHEN SR-VALUE (ROW-SUB, 1) > PRIOR-AVERAGE
                       MOVE "UP" TO RPT-SL-TREND
                   WHEN SR-VALUE (ROW-SUB, 1) < PRIOR-AVERAGE
                       MOVE "DOWN" TO RPT-SL-TREND
                   WHEN OTHER
                       MOVE "SAME" TO RPT-SL-TREND
               END-EVALUATE
           END-IF.

       ADD-ONE-PRIOR-MONTH.
           IF SR-COUNT (ROW-SUB, MONTH-SUB) > 0
               ADD SR-VALUE (ROW-SUB, MONTH-SUB) TO PRIOR-TOTAL
               ADD 1 TO PRIOR-MONTHS
           END-IF.

       JUDGE-THE-TARGET.
           EVALUATE TRUE
               WHEN RN-HIGHER-BETTER (ROW-SUB)
                   AND SR-VALUE (ROW-SUB, 1) < SR-TARGET (ROW-SUB)
                   MOVE "OFF TARGET" TO RPT-SL-FLAG
                   ADD 1 TO OFF-TARGET-COUNT
               WHEN RN-LOWER-BETTER (ROW-SUB)
                   AND SR-VALUE (ROW-SUB, 1) > SR-TARGET (ROW-SUB)
                   MOVE "OFF TARGET" TO RPT-SL-FLAG
                   ADD 1 TO OFF-TARGET-COUNT
           END-EVALUATE.

       PRINT-THE-COUNTS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "NIGHTS LOGGED IN MONTH" TO RPT-CL-LABEL.
           MOVE NIGHTS-LOGGED TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "BUSINESS NIGHTS IN RATES" TO RPT-CL-LABEL.
           MOVE BUSINESS-NIGHTS TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "LINES OFF TARGET" TO RPT-CL-LABEL.
           MOVE OFF-TARGET-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.

       COPY "pcal-proc.cbl".
