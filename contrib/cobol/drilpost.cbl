       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE-DRILL-POST.
       DATE-WRITTEN. 2026-10-15.
      * Posts the results of the restore drills RESTORE-DRILL-SELECT
      * issued.  Each DRILLTXN card names the set and generation
      * off the ticket, the TRNMAST record count and net amount the
      * restore actually gave back, and the operator's initials.
      * The set's open DRILLHST record is completed in place: the
      * actual figures, today's date, the operator, and P when both
      * figures match what BKUPCAT cataloged, F when either does
      * not.  The tape is then handed back to the rotation the way
      * RECALL-POST's L posting does it -- the TAPEMAST hold comes
      * off and the drill's open RECALLRQ record is marked released.
      * The hold stays on when another open recall -- a real
      * restore, or a second drill -- still wants the same slot;
      * that recall keeps the tape until RECALL-POST releases it.
      * Every failed drill raises an action-required ALERTLOG alert;
      * a backup that does not restore is the thing the drills exist
      * to find.  Results go on DRILLRPT.  A card that matches no
      * open drill, or carries no initials, is listed and changes
      * nothing.  Ends RC 4 when any drill failed or any card was
      * in error, RC 0 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "DRILLTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT DRILL-FILE ASSIGN TO "DRILLHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DRILL-FILE-STATUS.
           SELECT TAPE-FILE ASSIGN TO "TAPEMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TAPE-FILE-STATUS.
           SELECT RECALL-FILE ASSIGN TO "RECALLRQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECALL-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "DRILWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "DRILLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       01  DT-RECORD.
           02  DT-SET-NAME             PIC X(08).
           02  DT-DISK-NUM             PIC 99.
           02  DT-ACT-COUNT            PIC 9(09).
           02  DT-ACT-AMOUNT           PIC S9(11)V99.
           02  DT-OPERATOR             PIC X(03).
           02  FILLER                  PIC X(45).
       FD  DRILL-FILE.
       COPY "drillhst.cbl".
       FD  TAPE-FILE.
       COPY "tapemast.cbl".
       FD  RECALL-FILE.
       COPY "recallrq.cbl".
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(100).
       FD  ALERT-FILE.
       COPY "alertlog.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "tape-ws.cbl".
       COPY "alert-ws.cbl".
       77  TXN-FILE-STATUS             PIC X(02).
       77  DRILL-FILE-STATUS           PIC X(02).
       77  TAPE-FILE-STATUS            PIC X(02).
       77  RECALL-FILE-STATUS          PIC X(02).
       77  WORK-FILE-STATUS            PIC X(02).
       77  ALERT-FILE-STATUS           PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  TXN-AT-END-SW               PIC X(01) VALUE "N".
           88  TXN-AT-END                          VALUE "Y".
       77  DRILL-AT-END-SW             PIC X(01).
           88  DRILL-AT-END                        VALUE "Y".
       77  RECALL-AT-END-SW            PIC X(01).
           88  RECALL-AT-END                       VALUE "Y".
       77  WORK-AT-END-SW              PIC X(01).
           88  WORK-AT-END                         VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
       77  MAX-POSTINGS                PIC 9(03) VALUE 50.
       77  POSTING-COUNT               PIC 9(03) USAGE COMP VALUE 0.
       77  POSTING-SUB                 PIC 9(03) USAGE COMP.
       77  PASS-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
       77  FAIL-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
       77  ERROR-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
      * The day's result cards, held in core while DRILLHST and
      * then RECALLRQ stream past once each.  The expected figures
      * come back off the open drill record for the report.
       01  POSTING-TABLE.
           02  POSTING-ENTRY OCCURS 50 TIMES.
             03  PT-SET-NAME           PIC X(08).
             03  PT-DISK-NUM           PIC 99.
             03  PT-ACT-COUNT          PIC 9(09).
             03  PT-ACT-AMOUNT         PIC S9(11)V99.
             03  PT-OPERATOR           PIC X(03).
             03  PT-APPLIED-SW         PIC X(01).
               88  PT-APPLIED                      VALUE "Y".
             03  PT-RESULT             PIC X(01).
               88  PT-PASSED                       VALUE "P".
             03  PT-VOLSER             PIC X(06).
             03  PT-CAT-DATE           PIC X(08).
             03  PT-EXP-COUNT          PIC 9(09).
             03  PT-EXP-AMOUNT         PIC S9(11)V99.
             03  PT-RELEASED-SW        PIC X(01).
               88  PT-RELEASED                     VALUE "Y".
             03  PT-STILL-HELD-SW      PIC X(01).
               88  PT-STILL-HELD                   VALUE "Y".
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(30) VALUE
               "RESTORE DRILL RESULTS".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-RESULT-LINE.
           02  FILLER                  PIC X(04) VALUE "SET ".
           02  RPT-RS-SET              PIC X(08).
           02  FILLER                  PIC X(05) VALUE "  GEN".
           02  RPT-RS-DISK             PIC Z9.
           02  FILLER                  PIC X(06) VALUE "  VOL ".
           02  RPT-RS-VOL              PIC X(06).
           02  FILLER                  PIC X(16) VALUE
               "  BUSINESS DATE ".
           02  RPT-RS-DATE             PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-RS-RESULT           PIC X(04).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-RS-OPERATOR         PIC X(03).
       01  RPT-FIGURE-LINE.
           02  FILLER                  PIC X(04) VALUE SPACE.
           02  RPT-FG-LABEL            PIC X(10).
           02  FILLER                  PIC X(09) VALUE "RECORDS ".
           02  RPT-FG-COUNT            PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                  PIC X(06) VALUE "  NET ".
           02  RPT-FG-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  RPT-NOTE-LINE.
           02  FILLER                  PIC X(04) VALUE "SET ".
           02  RPT-NT-SET              PIC X(08).
           02  FILLER                  PIC X(05) VALUE "  GEN".
           02  RPT-NT-DISK             PIC Z9.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-NT-TEXT             PIC X(44).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(24).
           02  RPT-CL-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.
       DRILL-POST-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM LOAD-THE-POSTINGS.
           IF POSTING-COUNT > 0
               PERFORM COMPLETE-OPEN-DRILLS
               PERFORM CLEAR-INVENTORY-TABLE
               PERFORM LOAD-INVENTORY
               PERFORM RELEASE-DRILL-RECALLS
               PERFORM LIFT-DRILL-HOLDS
               PERFORM REWRITE-INVENTORY
               PERFORM REPORT-ONE-POSTING
                   VARYING POSTING-SUB FROM 1 BY 1
                   UNTIL POSTING-SUB > POSTING-COUNT
           END-IF.
           PERFORM WRITE-POSTING-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "RESTORE-DRILL-POST: ", PASS-COUNT, " PASSED, ",
               FAIL-COUNT, " FAILED, ", ERROR-COUNT, " ERRORS".
           IF FAIL-COUNT = 0 AND ERROR-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-THE-POSTINGS.
           OPEN INPUT TXN-FILE.
           IF TXN-FILE-STATUS = "35"
               DISPLAY "DRILLTXN NOT FOUND, NOTHING TO POST"
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
                       WHEN DT-OPERATOR = SPACE
                           MOVE "RESULT CARRIES NO OPERATOR INITIALS"
                               TO RPT-NT-TEXT
                           PERFORM WRITE-CARD-ERROR
                       WHEN POSTING-COUNT >= MAX-POSTINGS
                           MOVE "RESULT DROPPED - OVER THE RUN LIMIT"
                               TO RPT-NT-TEXT
                           PERFORM WRITE-CARD-ERROR
                       WHEN OTHER
                           PERFORM TABLE-ONE-POSTING
                   END-EVALUATE
           END-READ.

       TABLE-ONE-POSTING.
           ADD 1 TO POSTING-COUNT.
           MOVE DT-SET-NAME TO PT-SET-NAME (POSTING-COUNT).
           MOVE DT-DISK-NUM TO PT-DISK-NUM (POSTING-COUNT).
           MOVE DT-ACT-COUNT TO PT-ACT-COUNT (POSTING-COUNT).
           MOVE DT-ACT-AMOUNT TO PT-ACT-AMOUNT (POSTING-COUNT).
           MOVE DT-OPERATOR TO PT-OPERATOR (POSTING-COUNT).
           MOVE "N" TO PT-APPLIED-SW (POSTING-COUNT).
           MOVE "N" TO PT-RELEASED-SW (POSTING-COUNT).
           MOVE "N" TO PT-STILL-HELD-SW (POSTING-COUNT).
           MOVE SPACE TO PT-RESULT (POSTING-COUNT).

       WRITE-CARD-ERROR.
           MOVE DT-SET-NAME TO RPT-NT-SET.
           MOVE DT-DISK-NUM TO RPT-NT-DISK.
           WRITE RPT-RECORD FROM RPT-NOTE-LINE.
           ADD 1 TO ERROR-COUNT.

      * One streaming pass over DRILLHST: every record rides to the
      * work file and back, the open drills the cards name picking
      * up their results on the way past.
       COMPLETE-OPEN-DRILLS.
           MOVE "N" TO DRILL-AT-END-SW.
           OPEN INPUT DRILL-FILE.
           IF DRILL-FILE-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-DRILL UNTIL DRILL-AT-END
               CLOSE DRILL-FILE
               CLOSE WORK-FILE
               MOVE "N" TO WORK-AT-END-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT DRILL-FILE
               PERFORM COPY-WORK-TO-DRILL UNTIL WORK-AT-END
               CLOSE WORK-FILE
               CLOSE DRILL-FILE
           END-IF.

       COPY-ONE-DRILL.
           READ DRILL-FILE
               AT END
                   SET DRILL-AT-END TO TRUE
               NOT AT END
                   IF DH-OPEN
                       PERFORM MATCH-ONE-RESULT
                           VARYING POSTING-SUB FROM 1 BY 1
                           UNTIL POSTING-SUB > POSTING-COUNT
                   END-IF
                   MOVE DH-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
           END-READ.

       MATCH-ONE-RESULT.
           IF DH-OPEN
               AND PT-SET-NAME (POSTING-SUB) = DH-SET-NAME
               AND PT-DISK-NUM (POSTING-SUB) = DH-DISK-NUM
               AND NOT PT-APPLIED (POSTING-SUB)
               SET PT-APPLIED (POSTING-SUB) TO TRUE
               MOVE PT-ACT-COUNT (POSTING-SUB) TO DH-ACT-COUNT
               MOVE PT-ACT-AMOUNT (POSTING-SUB) TO DH-ACT-AMOUNT
               MOVE TODAY-DATE TO DH-RESULT-DATE
               MOVE PT-OPERATOR (POSTING-SUB) TO DH-OPERATOR
               IF DH-ACT-COUNT = DH-EXP-COUNT
                   AND DH-ACT-AMOUNT = DH-EXP-AMOUNT
                   MOVE "P" TO DH-STATUS
               ELSE
                   MOVE "F" TO DH-STATUS
               END-IF
               MOVE DH-STATUS TO PT-RESULT (POSTING-SUB)
               MOVE DH-VOLSER TO PT-VOLSER (POSTING-SUB)
               MOVE DH-CAT-DATE TO PT-CAT-DATE (POSTING-SUB)
               MOVE DH-EXP-COUNT TO PT-EXP-COUNT (POSTING-SUB)
               MOVE DH-EXP-AMOUNT TO PT-EXP-AMOUNT (POSTING-SUB)
           END-IF.

       COPY-WORK-TO-DRILL.
           READ WORK-FILE
               AT END
                   SET WORK-AT-END TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO DH-RECORD
                   WRITE DH-RECORD
           END-READ.

      * Pass or fail, the tape is off the restore bench -- unless an
      * open recall other than the drill's own still holds the slot,
      * in which case the hold stays for that recall.
       LIFT-DRILL-HOLDS.
           PERFORM LIFT-ONE-HOLD
               VARYING POSTING-SUB FROM 1 BY 1
               UNTIL POSTING-SUB > POSTING-COUNT.

       LIFT-ONE-HOLD.
           IF PT-APPLIED (POSTING-SUB)
               AND NOT PT-STILL-HELD (POSTING-SUB)
               MOVE PT-SET-NAME (POSTING-SUB) TO WORK-SET-NAME
               PERFORM FIND-INV-SET-READONLY
               IF INV-SET-SUB > 0
                   AND PT-DISK-NUM (POSTING-SUB) >= 1
                   AND PT-DISK-NUM (POSTING-SUB) <= MAX-DISKS
                   MOVE "N" TO INV-HOLD-SW (INV-SET-SUB,
                       PT-DISK-NUM (POSTING-SUB))
               END-IF
           END-IF.

       FIND-INV-SET-READONLY.
           MOVE 0 TO INV-SET-SUB.
           PERFORM MATCH-INV-SET-READONLY
               VARYING INV-SCAN-SUB FROM 1 BY 1
               UNTIL INV-SCAN-SUB > MAX-SETS OR INV-SET-SUB > 0.

       MATCH-INV-SET-READONLY.
           IF INV-SET-USED (INV-SCAN-SUB)
               AND INV-SET-NAME (INV-SCAN-SUB) = WORK-SET-NAME
               MOVE INV-SCAN-SUB TO INV-SET-SUB
           END-IF.

      * The drill's own RECALLRQ record -- open, same slot, reason
      * RESTORE DRILL -- is released the way RECALL-POST releases
      * one, so a real restore's recall is never closed by a drill.
      * Any recall still open for a drilled slot once the drill's
      * own is released marks that slot as still held.
       RELEASE-DRILL-RECALLS.
           MOVE "N" TO RECALL-AT-END-SW.
           OPEN INPUT RECALL-FILE.
           IF RECALL-FILE-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-RECALL UNTIL RECALL-AT-END
               CLOSE RECALL-FILE
               CLOSE WORK-FILE
               MOVE "N" TO WORK-AT-END-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT RECALL-FILE
               PERFORM COPY-WORK-TO-RECALL UNTIL WORK-AT-END
               CLOSE WORK-FILE
               CLOSE RECALL-FILE
           END-IF.

       COPY-ONE-RECALL.
           READ RECALL-FILE
               AT END
                   SET RECALL-AT-END TO TRUE
               NOT AT END
                   IF RQ-OPEN AND RQ-REASON = "RESTORE DRILL"
                       PERFORM MATCH-ONE-RELEASE
                           VARYING POSTING-SUB FROM 1 BY 1
                           UNTIL POSTING-SUB > POSTING-COUNT
                   END-IF
                   IF RQ-OPEN
                       PERFORM NOTE-OTHER-RECALL
                           VARYING POSTING-SUB FROM 1 BY 1
                           UNTIL POSTING-SUB > POSTING-COUNT
                   END-IF
                   MOVE RQ-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
           END-READ.

       MATCH-ONE-RELEASE.
           IF RQ-OPEN
               AND PT-APPLIED (POSTING-SUB)
               AND NOT PT-RELEASED (POSTING-SUB)
               AND PT-SET-NAME (POSTING-SUB) = RQ-SET-NAME
               AND PT-DISK-NUM (POSTING-SUB) = RQ-DISK-NUM
               MOVE "R" TO RQ-STATUS
               MOVE TODAY-DATE TO RQ-RELEASE-DATE
               SET PT-RELEASED (POSTING-SUB) TO TRUE
           END-IF.

       NOTE-OTHER-RECALL.
           IF PT-APPLIED (POSTING-SUB)
               AND PT-SET-NAME (POSTING-SUB) = RQ-SET-NAME
               AND PT-DISK-NUM (POSTING-SUB) = RQ-DISK-NUM
               SET PT-STILL-HELD (POSTING-SUB) TO TRUE
           END-IF.

       COPY-WORK-TO-RECALL.
           READ WORK-FILE
               AT END
                   SET WORK-AT-END TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO RQ-RECORD
                   WRITE RQ-RECORD
           END-READ.

       REPORT-ONE-POSTING.
           MOVE PT-SET-NAME (POSTING-SUB) TO RPT-NT-SET.
           MOVE PT-DISK-NUM (POSTING-SUB) TO RPT-NT-DISK.
           IF NOT PT-APPLIED (POSTING-SUB)
               ADD 1 TO ERROR-COUNT
               MOVE "RESULT MATCHES NO OPEN DRILL" TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           ELSE
               PERFORM REPORT-ONE-RESULT
           END-IF.

       REPORT-ONE-RESULT.
           MOVE PT-SET-NAME (POSTING-SUB) TO RPT-RS-SET.
           MOVE PT-DISK-NUM (POSTING-SUB) TO RPT-RS-DISK.
           MOVE PT-VOLSER (POSTING-SUB) TO RPT-RS-VOL.
           MOVE PT-CAT-DATE (POSTING-SUB) TO RPT-RS-DATE.
           MOVE PT-OPERATOR (POSTING-SUB) TO RPT-RS-OPERATOR.
           IF PT-PASSED (POSTING-SUB)
               ADD 1 TO PASS-COUNT
               MOVE "PASS" TO RPT-RS-RESULT
           ELSE
               ADD 1 TO FAIL-COUNT
               MOVE "FAIL" TO RPT-RS-RESULT
           END-IF.
           WRITE RPT-RECORD FROM RPT-RESULT-LINE.
           MOVE "EXPECTED" TO RPT-FG-LABEL.
           MOVE PT-EXP-COUNT (POSTING-SUB) TO RPT-FG-COUNT.
           MOVE PT-EXP-AMOUNT (POSTING-SUB) TO RPT-FG-AMOUNT.
           WRITE RPT-RECORD FROM RPT-FIGURE-LINE.
           MOVE "RESTORED" TO RPT-FG-LABEL.
           MOVE PT-ACT-COUNT (POSTING-SUB) TO RPT-FG-COUNT.
           MOVE PT-ACT-AMOUNT (POSTING-SUB) TO RPT-FG-AMOUNT.
           WRITE RPT-RECORD FROM RPT-FIGURE-LINE.
           IF NOT PT-RELEASED (POSTING-SUB)
               MOVE "NO OPEN DRILL RECALL FOUND TO RELEASE"
                   TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.
           IF PT-STILL-HELD (POSTING-SUB)
               MOVE "HOLD KEPT - ANOTHER RECALL STILL OPEN"
                   TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.
           IF NOT PT-PASSED (POSTING-SUB)
               MOVE "A" TO ALERT-SEVERITY
               MOVE "RESTORE-DRILL-POST" TO ALERT-STEP-NAME
               MOVE SPACE TO ALERT-TEXT
               STRING "DRILL FAILED: SET ", PT-SET-NAME (POSTING-SUB),
                   " GEN ", PT-DISK-NUM (POSTING-SUB)
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.

      * Writes the master back out set by set in disk-number order,
      * the same way the nightly inventory update does.
       REWRITE-INVENTORY.
           OPEN OUTPUT TAPE-FILE.
           PERFORM WRITE-ONE-SET-BANK
               VARYING INV-SET-SUB FROM 1 BY 1
               UNTIL INV-SET-SUB > MAX-SETS.
           CLOSE TAPE-FILE.

       WRITE-ONE-SET-BANK.
           IF INV-SET-USED (INV-SET-SUB)
               PERFORM WRITE-INVENTORY-ENTRY
                   VARYING DISK-SUB FROM 1 BY 1
                   UNTIL DISK-SUB > MAX-DISKS
           END-IF.

       WRITE-INVENTORY-ENTRY.
           IF INV-PRESENT (INV-SET-SUB, DISK-SUB)
               MOVE INV-SET-NAME (INV-SET-SUB) TO TAPE-SET-NAME
               MOVE DISK-SUB TO TAPE-DISK-NUM
               MOVE INV-LOCATION (INV-SET-SUB, DISK-SUB)
                   TO TAPE-LOCATION
               MOVE INV-LAST-DATE (INV-SET-SUB, DISK-SUB)
                   TO TAPE-LAST-DATE
               MOVE INV-LAST-TIME (INV-SET-SUB, DISK-SUB)
                   TO TAPE-LAST-TIME
               MOVE INV-MOVE-COUNT (INV-SET-SUB, DISK-SUB)
                   TO TAPE-MOVE-COUNT
               MOVE INV-HOLD-SW (INV-SET-SUB, DISK-SUB)
                   TO TAPE-HOLD-SW
               WRITE TAPE-RECORD
           END-IF.

       WRITE-POSTING-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "DRILLS PASSED:" TO RPT-CL-LABEL.
           MOVE PASS-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "DRILLS FAILED:" TO RPT-CL-LABEL.
           MOVE FAIL-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "POSTINGS IN ERROR:" TO RPT-CL-LABEL.
           MOVE ERROR-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.

       COPY "tape-proc.cbl".

       COPY "alert-proc.cbl".
