       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-ASSIGN.
       DATE-WRITTEN. 2026-10-15.
      * Hands every open SAMPDISP item that has no owner to a
      * reviewer off the REVMAST reviewer master and prints each
      * reviewer's worklist.  TRANSACTION-SAMPLE calls it as soon
      * as the night's draw is on file; run on its own it picks up
      * judgmental additions and items SAMPLE-REASSIGN released.
      * A reviewer is available when the weekly capacity is not
      * zero and no posted out-of-office period touches the coming
      * week (today and the six days after).  Each item goes to
      * the available reviewer with the lightest open workload for
      * their capacity -- open items over capacity, lowest first,
      * ties to the fewer open items and then to master order --
      * and nobody is handed more open items than their capacity.
      * A reviewer is never handed a key they changed themselves:
      * every TRNJRNL record for the key carrying a reviewer's
      * initials as its user id keeps that reviewer off it.  An
      * item whose owner is no longer on the master is treated as
      * unowned.  Items nobody can take are listed on the SAMPASRP
      * assignment report with the reason and stay unowned for the
      * next run; the report closes with each reviewer's load.
      * The SAMPWKLS worklists come off a SORT of the disposition
      * file by owner, sample date, and key: every open item on the
      * reviewer's desk, today's new ones marked.  Ends RC 0 with
      * every item owned, RC 4 when any is left unowned.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REV-FILE ASSIGN TO "REVMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REV-FILE-STATUS.
           SELECT DISP-FILE ASSIGN TO "SAMPDISP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DISP-FILE-STATUS.
           SELECT JRNL-FILE ASSIGN TO "TRNJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "SAMPAWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT LIST-SORT-FILE ASSIGN TO "SAMPASRT".
           SELECT RPT-FILE ASSIGN TO "SAMPASRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO "SAMPWKLS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REV-FILE.
       COPY "revmast.cbl".
       FD  DISP-FILE.
       COPY "sampdisp.cbl".
       FD  JRNL-FILE.
       COPY "trnjrnl.cbl".
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(80).
      * The disposition file on its way to the worklists, in the
      * SAMPDISP layout.
       SD  LIST-SORT-FILE.
       01  LS-RECORD.
           02  LS-SAMPLE-DATE          PIC X(08).
           02  LS-TRN-KEY              PIC X(10).
           02  LS-STATUS               PIC X(01).
           02  LS-STATUS-DATE          PIC X(08).
           02  LS-REVIEWER             PIC X(03).
           02  LS-SELECT-TYPE          PIC X(01).
           02  LS-APPROVER             PIC X(03).
           02  LS-ASSIGNED-TO          PIC X(03).
           02  LS-ASSIGNED-DATE        PIC X(08).
           02  FILLER                  PIC X(35).
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       FD  LIST-FILE.
       01  LIST-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
       77  REV-FILE-STATUS             PIC X(02).
       77  DISP-FILE-STATUS            PIC X(02).
       77  JRNL-FILE-STATUS            PIC X(02).
       77  WORK-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  LIST-FILE-STATUS            PIC X(02).
       77  REV-AT-END-SW               PIC X(01) VALUE "N".
           88  REV-AT-END                          VALUE "Y".
       77  DISP-AT-END-SW              PIC X(01) VALUE "N".
           88  DISP-AT-END                         VALUE "Y".
       77  JRNL-AT-END-SW              PIC X(01) VALUE "N".
           88  JRNL-AT-END                         VALUE "Y".
       77  WORK-AT-END-SW              PIC X(01) VALUE "N".
           88  WORK-AT-END                         VALUE "Y".
       77  SORT-AT-END-SW              PIC X(01) VALUE "N".
           88  SORT-AT-END                         VALUE "Y".
       77  UNOWNED-SW                  PIC X(01).
           88  UNOWNED                             VALUE "Y".
       77  ROOM-SEEN-SW                PIC X(01).
           88  ROOM-SEEN                           VALUE "Y".
       77  BARRED-SW                   PIC X(01).
           88  BARRED                              VALUE "Y".
       77  TODAY-DATE                  PIC 9(08).
       77  TODAY-INT                   PIC 9(07).
       77  WEEK-END-DATE               PIC 9(08).
       77  MAX-REVIEWERS               PIC 9(02) VALUE 99.
       77  REVIEWER-COUNT              PIC 9(02) USAGE COMP VALUE 0.
       77  REVIEWER-SUB                PIC 9(02) USAGE COMP.
       77  FOUND-SUB                   PIC 9(02) USAGE COMP.
       77  BEST-SUB                    PIC 9(02) USAGE COMP.
       77  BAR-SUB                     PIC 9 USAGE COMP.
       77  MAX-ITEMS                   PIC 9(04) VALUE 9999.
       77  ITEM-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
       77  ITEM-SUB                    PIC 9(04) USAGE COMP.
       77  NEXT-ITEM                   PIC 9(05) USAGE COMP.
       77  LOAD-THIS                   PIC 9(09) USAGE COMP.
       77  LOAD-BEST                   PIC 9(09) USAGE COMP.
       77  ASSIGNED-COUNT              PIC 9(05) USAGE COMP VALUE 0.
       77  UNASSIGNED-COUNT            PIC 9(05) USAGE COMP VALUE 0.
       77  OVERFLOW-COUNT              PIC 9(05) USAGE COMP VALUE 0.
       77  LIST-OWNER                  PIC X(03).
       77  LIST-COUNT                  PIC 9(05) USAGE COMP.
       77  LIST-REVIEWER-COUNT         PIC 9(02) USAGE COMP VALUE 0.
       01  REVIEWER-TABLE.
           02  REVIEWER-ENTRY OCCURS 99 TIMES.
             03  RT-INITIALS           PIC X(03).
             03  RT-NAME               PIC X(30).
             03  RT-CAPACITY           PIC 9(03).
             03  RT-AVAILABLE-SW       PIC X(01).
               88  RT-AVAILABLE                    VALUE "Y".
             03  RT-OPEN-COUNT         PIC 9(05) USAGE COMP.
             03  RT-NEW-COUNT          PIC 9(05) USAGE COMP.
      * The unowned open items in disposition-file order, so the
      * rewrite pass meets them in the same order it stamps them.
      * Up to five reviewers who changed the key are barred from
      * it; a key changed by more is left for the audit manager.
       01  ITEM-TABLE.
           02  ITEM-ENTRY OCCURS 9999 TIMES.
             03  IT-SAMPLE-DATE        PIC X(08).
             03  IT-TRN-KEY            PIC X(10).
             03  IT-ASSIGNED-TO        PIC X(03).
             03  IT-BAR-COUNT          PIC 9 USAGE COMP.
             03  IT-TOO-MANY-SW        PIC X(01).
               88  IT-TOO-MANY                     VALUE "Y".
             03  IT-BARRED-SUB         PIC 9(02) USAGE COMP
                                       OCCURS 5 TIMES.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(27) VALUE
               "SAMPLE ASSIGNMENT REPORT".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-ERROR-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-DATE             PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-KEY              PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-TEXT             PIC X(44).
       01  RPT-LOAD-COLUMN-LINE.
           02  FILLER                  PIC X(40) VALUE
               "  REV  NAME                            ".
           02  FILLER                  PIC X(25) VALUE
               "  CAP   OPEN    NEW".
       01  RPT-LOAD-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-LL-INITIALS         PIC X(03).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-LL-NAME             PIC X(30).
           02  FILLER                  PIC X(03) VALUE SPACE.
           02  RPT-LL-CAPACITY         PIC ZZ9.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-LL-OPEN             PIC ZZZZ9.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-LL-NEW              PIC ZZZZ9.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-LL-NOTE             PIC X(13).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(30).
           02  RPT-CL-COUNT            PIC ZZZZ9.
       01  LIST-HEADER-1.
           02  FILLER                  PIC X(13) VALUE
               "WORKLIST FOR ".
           02  LIST-H1-INITIALS        PIC X(03).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  LIST-H1-NAME            PIC X(30).
           02  FILLER                  PIC X(12) VALUE
               "  RUN DATE: ".
           02  LIST-H1-DATE            PIC X(08).
       01  LIST-COLUMN-LINE.
           02  FILLER                  PIC X(40) VALUE
               "   SAMPLED  KEY         TYPE  STATUS    ".
           02  FILLER                  PIC X(15) VALUE
               "  STATUS DATE".
       01  LIST-DETAIL-LINE.
           02  FILLER                  PIC X(03) VALUE SPACE.
           02  LIST-DL-SAMPLED         PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  LIST-DL-KEY             PIC X(10).
           02  FILLER                  PIC X(04) VALUE SPACE.
           02  LIST-DL-TYPE            PIC X(01).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  LIST-DL-STATUS          PIC X(09).
           02  FILLER                  PIC X(03) VALUE SPACE.
           02  LIST-DL-STATUS-DATE     PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  LIST-DL-NEW             PIC X(03).
       01  LIST-COUNT-LINE.
           02  FILLER                  PIC X(15) VALUE
               "  OPEN ITEMS: ".
           02  LIST-CL-COUNT           PIC ZZZZ9.

       PROCEDURE DIVISION.
       SAMPLE-ASSIGN-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE).
           COMPUTE WEEK-END-DATE
               = FUNCTION DATE-OF-INTEGER (TODAY-INT + 6).
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM LOAD-THE-REVIEWERS.
           PERFORM LOAD-UNOWNED-ITEMS.
           IF ITEM-COUNT > 0
               PERFORM BAR-THE-CHANGERS
               PERFORM ASSIGN-ONE-ITEM
                   VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > ITEM-COUNT
               PERFORM STAMP-THE-OWNERS
           END-IF.
           PERFORM WRITE-ASSIGNMENT-TOTALS.
           CLOSE RPT-FILE.
           PERFORM PRINT-THE-WORKLISTS.
           DISPLAY "SAMPLE-ASSIGN: ASSIGNED ", ASSIGNED-COUNT,
               " ITEMS, ", UNASSIGNED-COUNT, " LEFT UNOWNED".
           IF UNASSIGNED-COUNT = 0 AND OVERFLOW-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Out of office when a posted absence starts on or before the
      * week's last day and ends on or after today.
       LOAD-THE-REVIEWERS.
           OPEN INPUT REV-FILE.
           IF REV-FILE-STATUS NOT = "00"
               DISPLAY "REVMAST NOT FOUND, NO REVIEWERS TO ASSIGN"
           ELSE
               PERFORM LOAD-ONE-REVIEWER UNTIL REV-AT-END
               CLOSE REV-FILE
           END-IF.

       LOAD-ONE-REVIEWER.
           READ REV-FILE
               AT END
                   SET REV-AT-END TO TRUE
               NOT AT END
                   IF REVIEWER-COUNT < MAX-REVIEWERS
                       PERFORM STORE-ONE-REVIEWER
                   END-IF
           END-READ.

       STORE-ONE-REVIEWER.
           ADD 1 TO REVIEWER-COUNT.
           MOVE RV-INITIALS TO RT-INITIALS (REVIEWER-COUNT).
           MOVE RV-NAME TO RT-NAME (REVIEWER-COUNT).
           MOVE RV-WEEKLY-CAPACITY TO RT-CAPACITY (REVIEWER-COUNT).
           MOVE 0 TO RT-OPEN-COUNT (REVIEWER-COUNT).
           MOVE 0 TO RT-NEW-COUNT (REVIEWER-COUNT).
           SET RT-AVAILABLE (REVIEWER-COUNT) TO TRUE.
           IF RV-WEEKLY-CAPACITY = 0
               MOVE "N" TO RT-AVAILABLE-SW (REVIEWER-COUNT)
           END-IF.
           IF RV-OUT-FROM NOT = SPACE
               AND RV-OUT-FROM <= WEEK-END-DATE
               AND RV-OUT-TO >= TODAY-DATE
               MOVE "N" TO RT-AVAILABLE-SW (REVIEWER-COUNT)
           END-IF.

       FIND-THE-REVIEWER.
           MOVE 0 TO FOUND-SUB.
           PERFORM MATCH-ONE-REVIEWER
               VARYING REVIEWER-SUB FROM 1 BY 1
               UNTIL REVIEWER-SUB > REVIEWER-COUNT OR FOUND-SUB > 0.

       MATCH-ONE-REVIEWER.
           IF RT-INITIALS (REVIEWER-SUB) = LIST-OWNER
               MOVE REVIEWER-SUB TO FOUND-SUB
           END-IF.

      * Owned open items count toward their owner's load; unowned
      * ones (or ones whose owner has left the master) go in the
      * item table.
       LOAD-UNOWNED-ITEMS.
           OPEN INPUT DISP-FILE.
           IF DISP-FILE-STATUS NOT = "00"
               DISPLAY "SAMPDISP NOT FOUND, NOTHING TO ASSIGN"
           ELSE
               PERFORM LOAD-ONE-ITEM UNTIL DISP-AT-END
               CLOSE DISP-FILE
           END-IF.

       LOAD-ONE-ITEM.
           READ DISP-FILE
               AT END
                   SET DISP-AT-END TO TRUE
               NOT AT END
                   PERFORM CHECK-UNOWNED
                   IF UNOWNED
                       IF ITEM-COUNT < MAX-ITEMS
                           PERFORM STORE-ONE-ITEM
                       ELSE
                           ADD 1 TO OVERFLOW-COUNT
                       END-IF
                   ELSE
                       IF FOUND-SUB > 0
                           ADD 1 TO RT-OPEN-COUNT (FOUND-SUB)
                       END-IF
                   END-IF
           END-READ.

      * Leaves FOUND-SUB on the owner of an owned open item, zero
      * for a closed one.
       CHECK-UNOWNED.
           MOVE "N" TO UNOWNED-SW.
           MOVE 0 TO FOUND-SUB.
           IF NOT SD-CLOSED
               IF SD-ASSIGNED-TO = SPACE
                   SET UNOWNED TO TRUE
               ELSE
                   MOVE SD-ASSIGNED-TO TO LIST-OWNER
                   PERFORM FIND-THE-REVIEWER
                   IF FOUND-SUB = 0
                       SET UNOWNED TO TRUE
                   END-IF
               END-IF
           END-IF.

       STORE-ONE-ITEM.
           ADD 1 TO ITEM-COUNT.
           MOVE SD-SAMPLE-DATE TO IT-SAMPLE-DATE (ITEM-COUNT).
           MOVE SD-TRN-KEY TO IT-TRN-KEY (ITEM-COUNT).
           MOVE SPACE TO IT-ASSIGNED-TO (ITEM-COUNT).
           MOVE 0 TO IT-BAR-COUNT (ITEM-COUNT).
           MOVE "N" TO IT-TOO-MANY-SW (ITEM-COUNT).

      * One pass of the change journal: a change keyed by somebody
      * on the reviewer master bars that reviewer from the key.
       BAR-THE-CHANGERS.
           OPEN INPUT JRNL-FILE.
           IF JRNL-FILE-STATUS = "00"
               PERFORM BAR-ONE-CHANGE UNTIL JRNL-AT-END
               CLOSE JRNL-FILE
           END-IF.

       BAR-ONE-CHANGE.
           READ JRNL-FILE
               AT END
                   SET JRNL-AT-END TO TRUE
               NOT AT END
                   IF JR-USER-ID NOT = SPACE
                       MOVE JR-USER-ID TO LIST-OWNER
                       PERFORM FIND-THE-REVIEWER
                       IF FOUND-SUB > 0
                           PERFORM BAR-ONE-ITEM
                               VARYING ITEM-SUB FROM 1 BY 1
                               UNTIL ITEM-SUB > ITEM-COUNT
                       END-IF
                   END-IF
           END-READ.

       BAR-ONE-ITEM.
           IF IT-TRN-KEY (ITEM-SUB) = JR-TRN-KEY
               PERFORM CHECK-BARRED
               IF NOT BARRED
                   IF IT-BAR-COUNT (ITEM-SUB) < 5
                       ADD 1 TO IT-BAR-COUNT (ITEM-SUB)
                       MOVE FOUND-SUB TO IT-BARRED-SUB (ITEM-SUB,
                           IT-BAR-COUNT (ITEM-SUB))
                   ELSE
                       SET IT-TOO-MANY (ITEM-SUB) TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Is the reviewer at FOUND-SUB barred from the item?
       CHECK-BARRED.
           MOVE "N" TO BARRED-SW.
           PERFORM CHECK-ONE-BAR
               VARYING BAR-SUB FROM 1 BY 1
               UNTIL BAR-SUB > IT-BAR-COUNT (ITEM-SUB).

       CHECK-ONE-BAR.
           IF IT-BARRED-SUB (ITEM-SUB, BAR-SUB) = FOUND-SUB
               SET BARRED TO TRUE
           END-IF.

      * The lightest load for the capacity wins; loads compare as
      * open-over-capacity without dividing, by cross-multiplying.
       ASSIGN-ONE-ITEM.
           MOVE 0 TO BEST-SUB.
           MOVE "N" TO ROOM-SEEN-SW.
           IF NOT IT-TOO-MANY (ITEM-SUB)
               PERFORM WEIGH-ONE-REVIEWER
                   VARYING FOUND-SUB FROM 1 BY 1
                   UNTIL FOUND-SUB > REVIEWER-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN BEST-SUB > 0
                   MOVE RT-INITIALS (BEST-SUB)
                       TO IT-ASSIGNED-TO (ITEM-SUB)
                   ADD 1 TO RT-OPEN-COUNT (BEST-SUB)
                   ADD 1 TO RT-NEW-COUNT (BEST-SUB)
                   ADD 1 TO ASSIGNED-COUNT
               WHEN IT-TOO-MANY (ITEM-SUB)
                   MOVE "KEY CHANGED BY MORE THAN FIVE REVIEWERS"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-UNASSIGNED-LINE
               WHEN ROOM-SEEN
                   MOVE "EVERY REVIEWER WITH ROOM CHANGED THE KEY"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-UNASSIGNED-LINE
               WHEN OTHER
                   MOVE "NO AVAILABLE REVIEWER HAS ROOM"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-UNASSIGNED-LINE
           END-EVALUATE.

       WEIGH-ONE-REVIEWER.
           IF RT-AVAILABLE (FOUND-SUB)
               AND RT-OPEN-COUNT (FOUND-SUB) < RT-CAPACITY (FOUND-SUB)
               SET ROOM-SEEN TO TRUE
               PERFORM CHECK-BARRED
               IF NOT BARRED
                   PERFORM COMPARE-TO-BEST
               END-IF
           END-IF.

       COMPARE-TO-BEST.
           IF BEST-SUB = 0
               MOVE FOUND-SUB TO BEST-SUB
           ELSE
               COMPUTE LOAD-THIS = RT-OPEN-COUNT (FOUND-SUB)
                   * RT-CAPACITY (BEST-SUB)
               COMPUTE LOAD-BEST = RT-OPEN-COUNT (BEST-SUB)
                   * RT-CAPACITY (FOUND-SUB)
               IF LOAD-THIS < LOAD-BEST
                   OR (LOAD-THIS = LOAD-BEST
                   AND RT-OPEN-COUNT (FOUND-SUB)
                       < RT-OPEN-COUNT (BEST-SUB))
                   MOVE FOUND-SUB TO BEST-SUB
               END-IF
           END-IF.

       WRITE-UNASSIGNED-LINE.
           ADD 1 TO UNASSIGNED-COUNT.
           MOVE IT-SAMPLE-DATE (ITEM-SUB) TO RPT-EL-DATE.
           MOVE IT-TRN-KEY (ITEM-SUB) TO RPT-EL-KEY.
           WRITE RPT-RECORD FROM RPT-ERROR-LINE.

      * The disposition file streams through SAMPAWRK and back; the
      * unowned items come past in the order they were loaded, so
      * each one meets its table entry next in line.
       STAMP-THE-OWNERS.
           MOVE 1 TO NEXT-ITEM.
           MOVE "N" TO DISP-AT-END-SW.
           OPEN INPUT DISP-FILE.
           OPEN OUTPUT WORK-FILE.
           PERFORM STAMP-ONE-RECORD UNTIL DISP-AT-END.
           CLOSE DISP-FILE.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT DISP-FILE.
           PERFORM COPY-ONE-WORK-RECORD UNTIL WORK-AT-END.
           CLOSE WORK-FILE.
           CLOSE DISP-FILE.

       STAMP-ONE-RECORD.
           READ DISP-FILE
               AT END
                   SET DISP-AT-END TO TRUE
               NOT AT END
                   PERFORM CHECK-UNOWNED
                   IF UNOWNED AND NEXT-ITEM <= ITEM-COUNT
                       IF IT-ASSIGNED-TO (NEXT-ITEM) NOT = SPACE
                           MOVE IT-ASSIGNED-TO (NEXT-ITEM)
                               TO SD-ASSIGNED-TO
                           MOVE TODAY-DATE TO SD-ASSIGNED-DATE
                       END-IF
                       ADD 1 TO NEXT-ITEM
                   END-IF
                   WRITE WORK-RECORD FROM SD-RECORD
           END-READ.

       COPY-ONE-WORK-RECORD.
           READ WORK-FILE
               AT END
                   SET WORK-AT-END TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO SD-RECORD
                   WRITE SD-RECORD
           END-READ.

       WRITE-ASSIGNMENT-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-LOAD-COLUMN-LINE.
           PERFORM WRITE-ONE-LOAD-LINE
               VARYING REVIEWER-SUB FROM 1 BY 1
               UNTIL REVIEWER-SUB > REVIEWER-COUNT.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "UNOWNED ITEMS FOUND:" TO RPT-CL-LABEL.
           MOVE ITEM-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS ASSIGNED:" TO RPT-CL-LABEL.
           MOVE ASSIGNED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS LEFT UNOWNED:" TO RPT-CL-LABEL.
           MOVE UNASSIGNED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           IF OVERFLOW-COUNT > 0
               MOVE "ITEMS OVER TABLE, NOT READ:" TO RPT-CL-LABEL
               MOVE OVERFLOW-COUNT TO RPT-CL-COUNT
               WRITE RPT-RECORD FROM RPT-COUNT-LINE
           END-IF.

       WRITE-ONE-LOAD-LINE.
           MOVE RT-INITIALS (REVIEWER-SUB) TO RPT-LL-INITIALS.
           MOVE RT-NAME (REVIEWER-SUB) TO RPT-LL-NAME.
           MOVE RT-CAPACITY (REVIEWER-SUB) TO RPT-LL-CAPACITY.
           MOVE RT-OPEN-COUNT (REVIEWER-SUB) TO RPT-LL-OPEN.
           MOVE RT-NEW-COUNT (REVIEWER-SUB) TO RPT-LL-NEW.
           EVALUATE TRUE
               WHEN RT-CAPACITY (REVIEWER-SUB) = 0
                   MOVE "NO CAPACITY" TO RPT-LL-NOTE
               WHEN NOT RT-AVAILABLE (REVIEWER-SUB)
                   MOVE "OUT OF OFFICE" TO RPT-LL-NOTE
               WHEN RT-OPEN-COUNT (REVIEWER-SUB)
                   >= RT-CAPACITY (REVIEWER-SUB)
                   MOVE "AT CAPACITY" TO RPT-LL-NOTE
               WHEN OTHER
                   MOVE SPACE TO RPT-LL-NOTE
           END-EVALUATE.
           WRITE RPT-RECORD FROM RPT-LOAD-LINE.

      * Every open owned item, owner by owner; the sort brings each
      * owner's items together in sample-date and key order.
       PRINT-THE-WORKLISTS.
           OPEN OUTPUT LIST-FILE.
           MOVE "N" TO DISP-AT-END-SW.
           OPEN INPUT DISP-FILE.
           IF DISP-FILE-STATUS = "00"
               CLOSE DISP-FILE
               SORT LIST-SORT-FILE
                   ON ASCENDING KEY LS-ASSIGNED-TO LS-SAMPLE-DATE
                       LS-TRN-KEY
                   USING DISP-FILE
                   OUTPUT PROCEDURE LIST-THE-ITEMS
           END-IF.
           CLOSE LIST-FILE.

       LIST-THE-ITEMS.
           MOVE SPACE TO LIST-OWNER.
           PERFORM RETURN-NEXT-ITEM UNTIL SORT-AT-END.
           IF LIST-OWNER NOT = SPACE
               PERFORM END-ONE-WORKLIST
           END-IF.

       RETURN-NEXT-ITEM.
           RETURN LIST-SORT-FILE
               AT END
                   SET SORT-AT-END TO TRUE
               NOT AT END
                   IF LS-ASSIGNED-TO NOT = SPACE AND LS-STATUS NOT = "C"
                       IF LS-ASSIGNED-TO NOT = LIST-OWNER
                           IF LIST-OWNER NOT = SPACE
                               PERFORM END-ONE-WORKLIST
                           END-IF
                           PERFORM START-ONE-WORKLIST
                       END-IF
                       PERFORM LIST-ONE-ITEM
                   END-IF
           END-RETURN.

       START-ONE-WORKLIST.
           MOVE LS-ASSIGNED-TO TO LIST-OWNER.
           MOVE 0 TO LIST-COUNT.
           ADD 1 TO LIST-REVIEWER-COUNT.
           PERFORM FIND-THE-REVIEWER.
           MOVE LIST-OWNER TO LIST-H1-INITIALS.
           IF FOUND-SUB > 0
               MOVE RT-NAME (FOUND-SUB) TO LIST-H1-NAME
           ELSE
               MOVE "(NOT ON THE REVIEWER MASTER)" TO LIST-H1-NAME
           END-IF.
           MOVE TODAY-DATE TO LIST-H1-DATE.
           WRITE LIST-RECORD FROM LIST-HEADER-1.
           MOVE SPACE TO LIST-RECORD.
           WRITE LIST-RECORD.
           WRITE LIST-RECORD FROM LIST-COLUMN-LINE.

       LIST-ONE-ITEM.
           ADD 1 TO LIST-COUNT.
           MOVE LS-SAMPLE-DATE TO LIST-DL-SAMPLED.
           MOVE LS-TRN-KEY TO LIST-DL-KEY.
           IF LS-SELECT-TYPE = "J"
               MOVE "J" TO LIST-DL-TYPE
           ELSE
               MOVE "R" TO LIST-DL-TYPE
           END-IF.
           EVALUATE LS-STATUS
               WHEN "P"
                   MOVE "PULLED" TO LIST-DL-STATUS
               WHEN "R"
                   MOVE "REVIEWED" TO LIST-DL-STATUS
               WHEN "E"
                   MOVE "EXCEPTION" TO LIST-DL-STATUS
               WHEN OTHER
                   MOVE "DRAWN" TO LIST-DL-STATUS
           END-EVALUATE.
           MOVE LS-STATUS-DATE TO LIST-DL-STATUS-DATE.
           IF LS-ASSIGNED-DATE = TODAY-DATE
               MOVE "NEW" TO LIST-DL-NEW
           ELSE
               MOVE SPACE TO LIST-DL-NEW
           END-IF.
           WRITE LIST-RECORD FROM LIST-DETAIL-LINE.

       END-ONE-WORKLIST.
           MOVE LIST-COUNT TO LIST-CL-COUNT.
           WRITE LIST-RECORD FROM LIST-COUNT-LINE.
           MOVE SPACE TO LIST-RECORD.
           WRITE LIST-RECORD.
           WRITE LIST-RECORD.
