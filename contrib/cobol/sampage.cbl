      * SAMPAGPM card (9(3)); zero or a missing card takes the
      * built-in 30.  Ends RC 4 when anything is listed, RC 0 on a
      * clean file.
      * 2026-10-15  Each overdue line now shows the item's owner off
      *             the assigned-reviewer field, and the report
      *             closes with the overdue count per owner, items
      *             nobody owns yet counted together as unowned.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  OPEN-COUNT                  PIC 9(05) USAGE COMP VALUE 0.
       77  OVERDUE-COUNT               PIC 9(05) USAGE COMP VALUE 0.
       77  WORK-DATE                   PIC 9(08).
       77  MAX-OWNERS                  PIC 9(02) VALUE 99.
       77  OWNER-COUNT                 PIC 9(02) USAGE COMP VALUE 0.
       77  OWNER-SUB                   PIC 9(02) USAGE COMP.
       77  FOUND-SUB                   PIC 9(02) USAGE COMP.
      * Overdue items counted by owner in order of first sight; an
      * owner past the table's end is counted with the last entry.
       01  OWNER-TABLE.
           02  OWNER-ENTRY OCCURS 99 TIMES.
             03  OT-ASSIGNED-TO        PIC X(03).
             03  OT-OVERDUE-COUNT      PIC 9(05) USAGE COMP.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(26) VALUE
               "OPEN SAMPLE AGING REPORT".
           02  RPT-DL-REVIEWER         PIC X(03).
           02  FILLER                  PIC X(06) VALUE "  AGE ".
           02  RPT-DL-AGE              PIC ZZZZ9.
           02  FILLER                  PIC X(08) VALUE "  OWNER ".
           02  RPT-DL-OWNER            PIC X(03).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(26).
           02  RPT-CL-COUNT            PIC ZZZZ9.
       01  RPT-OWNER-HEADER.
           02  FILLER                  PIC X(19) VALUE
               "OVERDUE BY REVIEWER".
       01  RPT-OWNER-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-OL-OWNER            PIC X(12).
           02  FILLER                  PIC X(12) VALUE SPACE.
           02  RPT-OL-COUNT            PIC ZZZZ9.
       01  RPT-NONE-LINE.
           02  FILLER                  PIC X(34) VALUE
               "  (NO OPEN ITEMS PAST THE CUTOFF)".
           MOVE "OPEN PAST THE CUTOFF:" TO RPT-CL-LABEL.
           MOVE OVERDUE-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           IF OVERDUE-COUNT > 0
               PERFORM WRITE-OWNER-TOTALS
           END-IF.
           CLOSE RPT-FILE.
           DISPLAY "SAMPLE-AGING-REPORT: ", OVERDUE-COUNT,
               " OPEN ITEMS PAST ", CUTOFF-DAYS, " DAYS".
           MOVE SD-STATUS-DATE TO RPT-DL-STATUS-DATE.
           MOVE SD-REVIEWER TO RPT-DL-REVIEWER.
           MOVE AGE-DAYS TO RPT-DL-AGE.
           MOVE SD-ASSIGNED-TO TO RPT-DL-OWNER.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
           PERFORM COUNT-FOR-OWNER.

       COUNT-FOR-OWNER.
           MOVE 0 TO FOUND-SUB.
           PERFORM MATCH-ONE-OWNER
               VARYING OWNER-SUB FROM 1 BY 1
               UNTIL OWNER-SUB > OWNER-COUNT OR FOUND-SUB > 0.
           IF FOUND-SUB = 0
               IF OWNER-COUNT < MAX-OWNERS
                   ADD 1 TO OWNER-COUNT
                   MOVE SD-ASSIGNED-TO TO OT-ASSIGNED-TO (OWNER-COUNT)
                   MOVE 0 TO OT-OVERDUE-COUNT (OWNER-COUNT)
               END-IF
               MOVE OWNER-COUNT TO FOUND-SUB
           END-IF.
           ADD 1 TO OT-OVERDUE-COUNT (FOUND-SUB).

       MATCH-ONE-OWNER.
           IF OT-ASSIGNED-TO (OWNER-SUB) = SD-ASSIGNED-TO
               MOVE OWNER-SUB TO FOUND-SUB
           END-IF.

       WRITE-OWNER-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-OWNER-HEADER.
           PERFORM WRITE-ONE-OWNER-LINE
               VARYING OWNER-SUB FROM 1 BY 1
               UNTIL OWNER-SUB > OWNER-COUNT.

       WRITE-ONE-OWNER-LINE.
           IF OT-ASSIGNED-TO (OWNER-SUB) = SPACE
               MOVE "(UNOWNED)" TO RPT-OL-OWNER
           ELSE
               MOVE OT-ASSIGNED-TO (OWNER-SUB) TO RPT-OL-OWNER
           END-IF.
           MOVE OT-OVERDUE-COUNT (OWNER-SUB) TO RPT-OL-COUNT.
           WRITE RPT-RECORD FROM RPT-OWNER-LINE.
