       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE-DRILL-HISTORY.
       DATE-WRITTEN. 2026-10-15.
      * The auditors' restore-drill history: one page per calendar
      * year off DRILLHST, each year set off by blank lines.  Per
      * rotation set the page shows the drills ticketed that year,
      * how many passed, failed, and are still unposted, and the
      * newest posted result with its date; failed drills are then
      * listed one line each (set, generation, volser, business
      * date, result date, operator) with the year's totals at the
      * foot.  The DRLHPRM card may name a single year (YYYY);
      * missing or blank prints every year on file.  RC 0 always.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "DRLHPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT DRILL-FILE ASSIGN TO "DRILLHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DRILL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "DRILHRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  DRLH-PARM-RECORD.
           02  DHP-YEAR                PIC X(04).
           02  FILLER                  PIC X(76).
       FD  DRILL-FILE.
       COPY "drillhst.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  PARM-FILE-STATUS            PIC X(02).
       77  DRILL-FILE-STATUS           PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  DRILL-AT-END-SW             PIC X(01) VALUE "N".
           88  DRILL-AT-END                        VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
       77  ASKED-YEAR                  PIC X(04) VALUE SPACE.
       77  CURRENT-YEAR                PIC X(04) VALUE SPACE.
       77  PAGE-COUNT                  PIC 9(03) USAGE COMP VALUE 0.
       77  MAX-YEAR-SETS               PIC 99 VALUE 20.
       77  MAX-FAILS                   PIC 99 VALUE 30.
       77  SET-SUB                     PIC 99 USAGE COMP.
       77  FOUND-SET-SUB               PIC 99 USAGE COMP.
       77  FAIL-SUB                    PIC 99 USAGE COMP.
       77  YEAR-TICKETED               PIC 9(05) USAGE COMP.
       77  YEAR-PASSED                 PIC 9(05) USAGE COMP.
       77  YEAR-FAILED                 PIC 9(05) USAGE COMP.
       77  YEAR-OPEN                   PIC 9(05) USAGE COMP.
      * One year's standing per set, cleared at each year break;
      * DRILLHST is in ticket order, so years arrive ascending.
       01  YEAR-SET-TABLE.
           02  YS-COUNT                PIC 99 USAGE COMP VALUE 0.
           02  YS-ENTRY OCCURS 20 TIMES.
             03  YS-SET-NAME           PIC X(08).
             03  YS-TICKETED           PIC 9(03) USAGE COMP.
             03  YS-PASSED             PIC 9(03) USAGE COMP.
             03  YS-FAILED             PIC 9(03) USAGE COMP.
             03  YS-OPEN               PIC 9(03) USAGE COMP.
             03  YS-LAST-DATE          PIC X(08).
             03  YS-LAST-STATUS        PIC X(01).
      * The year's failed drills, listed under the set summary.
       01  YEAR-FAIL-TABLE.
           02  YF-COUNT                PIC 99 USAGE COMP VALUE 0.
           02  YF-ENTRY OCCURS 30 TIMES.
             03  YF-SET-NAME           PIC X(08).
             03  YF-DISK-NUM           PIC 99.
             03  YF-VOLSER             PIC X(06).
             03  YF-CAT-DATE           PIC X(08).
             03  YF-RESULT-DATE        PIC X(08).
             03  YF-OPERATOR           PIC X(03).
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(32) VALUE
               "RESTORE DRILL HISTORY -- YEAR ".
           02  RPT-H1-YEAR             PIC X(04).
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-COLUMN-LINE.
           02  FILLER                  PIC X(44) VALUE
               "SET       TICKETED  PASSED  FAILED  UNPOSTED".
           02  FILLER                  PIC X(22) VALUE
               "  LAST RESULT".
       01  RPT-SET-LINE.
           02  RPT-SL-SET              PIC X(08).
           02  FILLER                  PIC X(04) VALUE SPACE.
           02  RPT-SL-TICKETED         PIC ZZZ9.
           02  FILLER                  PIC X(04) VALUE SPACE.
           02  RPT-SL-PASSED           PIC ZZZ9.
           02  FILLER                  PIC X(04) VALUE SPACE.
           02  RPT-SL-FAILED           PIC ZZZ9.
           02  FILLER                  PIC X(06) VALUE SPACE.
           02  RPT-SL-OPEN             PIC ZZZ9.
           02  FILLER                  PIC X(04) VALUE SPACE.
           02  RPT-SL-LAST-DATE        PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-SL-LAST-RESULT      PIC X(04).
       01  RPT-FAIL-HEADER.
           02  FILLER                  PIC X(30) VALUE
               "FAILED DRILLS".
       01  RPT-FAIL-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-FL-SET              PIC X(08).
           02  FILLER                  PIC X(05) VALUE "  GEN".
           02  RPT-FL-DISK             PIC Z9.
           02  FILLER                  PIC X(06) VALUE "  VOL ".
           02  RPT-FL-VOL              PIC X(06).
           02  FILLER                  PIC X(16) VALUE
               "  BUSINESS DATE ".
           02  RPT-FL-CAT-DATE         PIC X(08).
           02  FILLER                  PIC X(10) VALUE "  POSTED ".
           02  RPT-FL-RESULT-DATE      PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-FL-OPERATOR         PIC X(03).
       01  RPT-NOTE-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-NT-TEXT             PIC X(60).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(28).
           02  RPT-CL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       DRILL-HISTORY-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           PERFORM READ-PARM-CARD.
           OPEN OUTPUT RPT-FILE.
           OPEN INPUT DRILL-FILE.
           IF DRILL-FILE-STATUS = "00"
               PERFORM READ-NEXT-DRILL UNTIL DRILL-AT-END
               CLOSE DRILL-FILE
           END-IF.
           IF CURRENT-YEAR NOT = SPACE
               PERFORM PRINT-YEAR-PAGE
           END-IF.
           IF PAGE-COUNT = 0
               MOVE ASKED-YEAR TO RPT-H1-YEAR
               WRITE RPT-RECORD FROM RPT-HEADER-1
               MOVE TODAY-DATE TO RPT-H2-DATE
               WRITE RPT-RECORD FROM RPT-HEADER-2
               MOVE SPACE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "NO RESTORE DRILLS ON FILE FOR THE YEAR ASKED"
                   TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.
           CLOSE RPT-FILE.
           DISPLAY "RESTORE-DRILL-HISTORY: ", PAGE-COUNT,
               " YEAR PAGES PRINTED".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       MOVE DHP-YEAR TO ASKED-YEAR
               END-READ
               CLOSE PARM-FILE
           END-IF.

       READ-NEXT-DRILL.
           READ DRILL-FILE
               AT END
                   SET DRILL-AT-END TO TRUE
               NOT AT END
                   IF ASKED-YEAR = SPACE
                       OR ASKED-YEAR = DH-DRILL-DATE (1:4)
                       PERFORM TALLY-ONE-DRILL
                   END-IF
           END-READ.

       TALLY-ONE-DRILL.
           IF DH-DRILL-DATE (1:4) NOT = CURRENT-YEAR
               IF CURRENT-YEAR NOT = SPACE
                   PERFORM PRINT-YEAR-PAGE
               END-IF
               MOVE DH-DRILL-DATE (1:4) TO CURRENT-YEAR
               MOVE 0 TO YS-COUNT
               MOVE 0 TO YF-COUNT
           END-IF.
           PERFORM FIND-YEAR-SET.
           IF FOUND-SET-SUB > 0
               ADD 1 TO YS-TICKETED (FOUND-SET-SUB)
               EVALUATE TRUE
                   WHEN DH-PASSED
                       ADD 1 TO YS-PASSED (FOUND-SET-SUB)
                   WHEN DH-FAILED
                       ADD 1 TO YS-FAILED (FOUND-SET-SUB)
                       PERFORM NOTE-FAILED-DRILL
                   WHEN OTHER
                       ADD 1 TO YS-OPEN (FOUND-SET-SUB)
               END-EVALUATE
               IF NOT DH-OPEN
                   MOVE DH-RESULT-DATE TO YS-LAST-DATE (FOUND-SET-SUB)
                   MOVE DH-STATUS TO YS-LAST-STATUS (FOUND-SET-SUB)
               END-IF
           END-IF.

      * Claims a new entry on first sight of a set within the year.
       FIND-YEAR-SET.
           MOVE 0 TO FOUND-SET-SUB.
           PERFORM MATCH-ONE-YEAR-SET
               VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > YS-COUNT OR FOUND-SET-SUB > 0.
           IF FOUND-SET-SUB = 0 AND YS-COUNT < MAX-YEAR-SETS
               ADD 1 TO YS-COUNT
               MOVE YS-COUNT TO FOUND-SET-SUB
               MOVE DH-SET-NAME TO YS-SET-NAME (YS-COUNT)
               MOVE 0 TO YS-TICKETED (YS-COUNT)
               MOVE 0 TO YS-PASSED (YS-COUNT)
               MOVE 0 TO YS-FAILED (YS-COUNT)
               MOVE 0 TO YS-OPEN (YS-COUNT)
               MOVE SPACE TO YS-LAST-DATE (YS-COUNT)
               MOVE SPACE TO YS-LAST-STATUS (YS-COUNT)
           END-IF.

       MATCH-ONE-YEAR-SET.
           IF YS-SET-NAME (SET-SUB) = DH-SET-NAME
               MOVE SET-SUB TO FOUND-SET-SUB
           END-IF.

       NOTE-FAILED-DRILL.
           IF YF-COUNT < MAX-FAILS
               ADD 1 TO YF-COUNT
               MOVE DH-SET-NAME TO YF-SET-NAME (YF-COUNT)
               MOVE DH-DISK-NUM TO YF-DISK-NUM (YF-COUNT)
               MOVE DH-VOLSER TO YF-VOLSER (YF-COUNT)
               MOVE DH-CAT-DATE TO YF-CAT-DATE (YF-COUNT)
               MOVE DH-RESULT-DATE TO YF-RESULT-DATE (YF-COUNT)
               MOVE DH-OPERATOR TO YF-OPERATOR (YF-COUNT)
           END-IF.

      * Each year's page after the first is set off from the one
      * before by blank lines.
       PRINT-YEAR-PAGE.
           ADD 1 TO PAGE-COUNT.
           MOVE CURRENT-YEAR TO RPT-H1-YEAR.
           IF PAGE-COUNT > 1
               MOVE SPACE TO RPT-RECORD
               WRITE RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-COLUMN-LINE.
           MOVE 0 TO YEAR-TICKETED.
           MOVE 0 TO YEAR-PASSED.
           MOVE 0 TO YEAR-FAILED.
           MOVE 0 TO YEAR-OPEN.
           PERFORM PRINT-ONE-YEAR-SET
               VARYING SET-SUB FROM 1 BY 1 UNTIL SET-SUB > YS-COUNT.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-FAIL-HEADER.
           IF YF-COUNT = 0
               MOVE "NONE" TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           ELSE
               PERFORM PRINT-ONE-FAILED-DRILL
                   VARYING FAIL-SUB FROM 1 BY 1
                   UNTIL FAIL-SUB > YF-COUNT
           END-IF.
           IF YEAR-FAILED > YF-COUNT
               MOVE "FURTHER FAILURES NOT LISTED - SEE DRILLHST"
                   TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "DRILLS TICKETED:" TO RPT-CL-LABEL.
           MOVE YEAR-TICKETED TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "DRILLS PASSED:" TO RPT-CL-LABEL.
           MOVE YEAR-PASSED TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "DRILLS FAILED:" TO RPT-CL-LABEL.
           MOVE YEAR-FAILED TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "DRILLS NOT YET POSTED:" TO RPT-CL-LABEL.
           MOVE YEAR-OPEN TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.

       PRINT-ONE-YEAR-SET.
           MOVE YS-SET-NAME (SET-SUB) TO RPT-SL-SET.
           MOVE YS-TICKETED (SET-SUB) TO RPT-SL-TICKETED.
           MOVE YS-PASSED (SET-SUB) TO RPT-SL-PASSED.
           MOVE YS-FAILED (SET-SUB) TO RPT-SL-FAILED.
           MOVE YS-OPEN (SET-SUB) TO RPT-SL-OPEN.
           MOVE YS-LAST-DATE (SET-SUB) TO RPT-SL-LAST-DATE.
           EVALUATE YS-LAST-STATUS (SET-SUB)
               WHEN "P"
                   MOVE "PASS" TO RPT-SL-LAST-RESULT
               WHEN "F"
                   MOVE "FAIL" TO RPT-SL-LAST-RESULT
               WHEN OTHER
                   MOVE SPACE TO RPT-SL-LAST-RESULT
           END-EVALUATE.
           WRITE RPT-RECORD FROM RPT-SET-LINE.
           ADD YS-TICKETED (SET-SUB) TO YEAR-TICKETED.
           ADD YS-PASSED (SET-SUB) TO YEAR-PASSED.
           ADD YS-FAILED (SET-SUB) TO YEAR-FAILED.
           ADD YS-OPEN (SET-SUB) TO YEAR-OPEN.

       PRINT-ONE-FAILED-DRILL.
           MOVE YF-SET-NAME (FAIL-SUB) TO RPT-FL-SET.
           MOVE YF-DISK-NUM (FAIL-SUB) TO RPT-FL-DISK.
           MOVE YF-VOLSER (FAIL-SUB) TO RPT-FL-VOL.
           MOVE YF-CAT-DATE (FAIL-SUB) TO RPT-FL-CAT-DATE.
           MOVE YF-RESULT-DATE (FAIL-SUB) TO RPT-FL-RESULT-DATE.
           MOVE YF-OPERATOR (FAIL-SUB) TO RPT-FL-OPERATOR.
           WRITE RPT-RECORD FROM RPT-FAIL-LINE.
