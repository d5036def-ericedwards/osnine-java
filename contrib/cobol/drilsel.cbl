       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE-DRILL-SELECT.
       DATE-WRITTEN. 2026-10-15.
      * Monthly restore-drill selection.  For every rotation set on
      * ROTSET one BKUPCAT entry is picked at random with the RAN3
      * generator AVERAGES-TEST and TRANSACTION-SAMPLE use, and a
      * drill ticket goes out on DRILLTKT naming the generation,
      * its volser, where TAPEMAST has the tape now, the business
      * date it holds, and the TRNMAST record count and net amount
      * the restore must give back -- with blanks for the operators
      * to fill in and post through RESTORE-DRILL-POST.
      *
      * Only a generation's newest BKUPCAT entry is a candidate:
      * older entries for the same slot were overwritten by later
      * rotations and can no longer be restored.  A candidate must
      * still be on TAPEMAST, not already under a recall, and still
      * carry the volser it was cataloged on (a VOLSER-MAINT swap
      * since means the cataloged cartridge is gone).
      *
      * Each pick is held the way any restore is: the tape's
      * TAPEMAST hold flag goes on and an open RECALLRQ record is
      * appended, so RECALL-HOLD-CHECK keeps the rotation off the
      * slot until the drill result is posted.  An open DRILLHST
      * record is appended for each pick carrying the seed; the
      * DRILLPRM card's seed (or, left zero, the time of day) is
      * printed on the ticket and logged, and punching it back on
      * DRILLPRM replays the same picks against the same files.
      * A set whose previous drill is still unposted gets no new
      * pick this month.  A missing or empty ROTSET drills the
      * single unnamed rotation NIGHTRUN falls back to.
      *
      * A set with no posted drill in the last 90 days raises an
      * action-required ALERTLOG alert.  A set never drilled at all
      * is measured from its first ticket, so the first month's
      * run does not alert every set in the shop.  Ends RC 4 when
      * any set went without a pick or raised the overdue alert,
      * RC 0 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "DRILLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT ROTSET-FILE ASSIGN TO "ROTSET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ROTSET-FILE-STATUS.
           SELECT CAT-FILE ASSIGN TO "BKUPCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.
           SELECT TAPE-FILE ASSIGN TO "TAPEMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TAPE-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "VOLSXREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT DRILL-FILE ASSIGN TO "DRILLHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DRILL-FILE-STATUS.
           SELECT RECALL-FILE ASSIGN TO "RECALLRQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECALL-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "DRILLTKT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  DRILL-PARM-RECORD.
           02  DP-RANDSEED             PIC S9(09).
           02  DP-REQUESTER            PIC X(03).
           02  FILLER                  PIC X(68).
       FD  ROTSET-FILE.
       COPY "rotset.cbl".
       FD  CAT-FILE.
       COPY "bkcatlg.cbl".
       FD  TAPE-FILE.
       COPY "tapemast.cbl".
       FD  XREF-FILE.
       COPY "volsxref.cbl".
       FD  DRILL-FILE.
       COPY "drillhst.cbl".
       FD  RECALL-FILE.
       COPY "recallrq.cbl".
       FD  ALERT-FILE.
       COPY "alertlog.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "tape-ws.cbl".
       COPY "vols-ws.cbl".
       COPY "rand-ws.cbl".
       COPY "alert-ws.cbl".
       77  PARM-FILE-STATUS            PIC X(02).
       77  ROTSET-FILE-STATUS          PIC X(02).
       77  CAT-FILE-STATUS             PIC X(02).
       77  TAPE-FILE-STATUS            PIC X(02).
       77  XREF-FILE-STATUS            PIC X(02).
       77  DRILL-FILE-STATUS           PIC X(02).
       77  RECALL-FILE-STATUS          PIC X(02).
       77  ALERT-FILE-STATUS           PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  ROTSET-AT-END-SW            PIC X(01) VALUE "N".
           88  ROTSET-AT-END                       VALUE "Y".
       77  CAT-AT-END-SW               PIC X(01) VALUE "N".
           88  CAT-AT-END                          VALUE "Y".
       77  DRILL-AT-END-SW             PIC X(01) VALUE "N".
           88  DRILL-AT-END                        VALUE "Y".
       77  TODAY-DATE                  PIC 9(08).
       77  TODAY-INT                   PIC 9(07).
       77  WORK-DATE                   PIC 9(08).
       77  LAST-INT                    PIC 9(07).
       77  DAYS-SINCE                  PIC 9(07).
       77  OVERDUE-DAYS                PIC 9(03) VALUE 90.
       77  TIME-NOW                    PIC 9(08).
       77  LOGGED-SEED                 PIC 9(09).
       77  REQUESTER                   PIC X(03) VALUE "DRL".
       77  SET-SUB                     PIC 99 USAGE COMP.
       77  FOUND-SET-SUB               PIC 99 USAGE COMP.
       77  ELIGIBLE-COUNT              PIC 99 USAGE COMP.
       77  PICK-NUMBER                 PIC 99 USAGE COMP.
       77  PICK-DISK                   PIC 99 USAGE COMP.
       77  PICK-COUNT                  PIC 9(03) USAGE COMP VALUE 0.
       77  SKIPPED-COUNT               PIC 9(03) USAGE COMP VALUE 0.
       77  OVERDUE-COUNT               PIC 9(03) USAGE COMP VALUE 0.
      * One entry per ROTSET set: its drill standing off DRILLHST
      * and, per generation, the newest BKUPCAT entry for the slot.
      * DS-LAST-DATE is the newest posted result, or the first
      * ticket date for a set never posted.
       01  DRILL-SET-TABLE.
           02  DS-COUNT                PIC 99 USAGE COMP VALUE 0.
           02  DS-ENTRY OCCURS 8 TIMES.
             03  DS-SET-NAME           PIC X(08).
             03  DS-LAST-DATE          PIC X(08).
             03  DS-OPEN-SW            PIC X(01).
               88  DS-DRILL-OPEN                   VALUE "Y".
             03  DS-INV-SUB            PIC 99 USAGE COMP.
             03  DS-CAND OCCURS 20 TIMES.
               04  DC-CATALOGED-SW     PIC X(01).
                 88  DC-CATALOGED                  VALUE "Y".
               04  DC-ELIGIBLE-SW      PIC X(01).
                 88  DC-ELIGIBLE                   VALUE "Y".
               04  DC-RUN-DATE         PIC X(08).
               04  DC-VOLSER           PIC X(06).
               04  DC-REC-COUNT        PIC 9(09).
               04  DC-NET-AMOUNT       PIC S9(11)V99.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(30) VALUE
               "RESTORE DRILL TICKETS".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
           02  FILLER                  PIC X(12) VALUE "  RAN3 SEED ".
           02  RPT-H2-SEED             PIC 9(09).
       01  RPT-TICKET-LINE.
           02  FILLER                  PIC X(04) VALUE "SET ".
           02  RPT-TK-SET              PIC X(08).
           02  FILLER                  PIC X(05) VALUE "  GEN".
           02  RPT-TK-DISK             PIC Z9.
           02  FILLER                  PIC X(06) VALUE "  VOL ".
           02  RPT-TK-VOL              PIC X(06).
           02  FILLER                  PIC X(10) VALUE "  PULL AT ".
           02  RPT-TK-LOCATION         PIC X(16).
       01  RPT-EXPECT-LINE.
           02  FILLER                  PIC X(18) VALUE
               "    BUSINESS DATE ".
           02  RPT-EX-DATE             PIC X(08).
           02  FILLER                  PIC X(10) VALUE "  RECORDS ".
           02  RPT-EX-COUNT            PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                  PIC X(06) VALUE "  NET ".
           02  RPT-EX-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  RPT-ACTUAL-LINE.
           02  FILLER                  PIC X(36) VALUE
               "    RESTORED   RECORDS ____________".
           02  FILLER                  PIC X(26) VALUE
               "  NET ____________________".
           02  FILLER                  PIC X(14) VALUE
               "  OPERATOR ___".
       01  RPT-NOTE-LINE.
           02  FILLER                  PIC X(04) VALUE "SET ".
           02  RPT-NT-SET              PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-NT-TEXT             PIC X(50).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(28).
           02  RPT-CL-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.
       DRILL-SELECT-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE).
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-DRILL-SETS.
           PERFORM CLEAR-INVENTORY-TABLE.
           PERFORM LOAD-INVENTORY.
           PERFORM LOAD-VOLSER-XREF.
           PERFORM LOAD-DRILL-STANDING.
           PERFORM LOAD-CATALOG-CANDIDATES.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           MOVE LOGGED-SEED TO RPT-H2-SEED.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           OPEN EXTEND DRILL-FILE.
           IF DRILL-FILE-STATUS NOT = "00"
               OPEN OUTPUT DRILL-FILE
           END-IF.
           OPEN EXTEND RECALL-FILE.
           IF RECALL-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECALL-FILE
           END-IF.
           PERFORM DRILL-ONE-SET
               VARYING SET-SUB FROM 1 BY 1 UNTIL SET-SUB > DS-COUNT.
           CLOSE DRILL-FILE.
           CLOSE RECALL-FILE.
           IF PICK-COUNT > 0
               PERFORM REWRITE-INVENTORY
           END-IF.
           PERFORM CHECK-ONE-SET-OVERDUE
               VARYING SET-SUB FROM 1 BY 1 UNTIL SET-SUB > DS-COUNT.
           PERFORM WRITE-DRILL-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "RESTORE-DRILL-SELECT: ", PICK-COUNT,
               " DRILLS ISSUED, SEED ", LOGGED-SEED, ", ",
               OVERDUE-COUNT, " SETS OVERDUE".
           IF SKIPPED-COUNT = 0 AND OVERDUE-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Seed handling is TRANSACTION-SAMPLE's: a card seed is
      * negated so RAND (re)initializes on it, and a zero or
      * missing seed comes from the time of day.  The positive
      * value is what gets logged and what a replay punches.
       READ-PARM-CARD.
           MOVE 0 TO RANDSEED.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF DP-RANDSEED NOT = 0
                           COMPUTE RANDSEED
                               = 0 - FUNCTION ABS (DP-RANDSEED)
                       END-IF
                       IF DP-REQUESTER NOT = SPACE
                           MOVE DP-REQUESTER TO REQUESTER
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF RANDSEED = 0
               MOVE FUNCTION CURRENT-DATE (9:8) TO TIME-NOW
               COMPUTE RANDSEED = 0 - TIME-NOW
           END-IF.
           COMPUTE LOGGED-SEED = 0 - RANDSEED.

      * As in NIGHTRUN, no usable ROTSET means the one unnamed
      * rotation the job stream always ran.
       LOAD-DRILL-SETS.
           OPEN INPUT ROTSET-FILE.
           IF ROTSET-FILE-STATUS = "00"
               PERFORM READ-NEXT-ROTATION-SET UNTIL ROTSET-AT-END
               CLOSE ROTSET-FILE
           END-IF.
           IF DS-COUNT = 0
               PERFORM ADD-ONE-DRILL-SET
               MOVE SPACE TO DS-SET-NAME (DS-COUNT)
           END-IF.

       READ-NEXT-ROTATION-SET.
           READ ROTSET-FILE
               AT END
                   SET ROTSET-AT-END TO TRUE
               NOT AT END
                   IF DS-COUNT < MAX-SETS
                       PERFORM ADD-ONE-DRILL-SET
                       MOVE SET-NAME TO DS-SET-NAME (DS-COUNT)
                   END-IF
           END-READ.

       ADD-ONE-DRILL-SET.
           ADD 1 TO DS-COUNT.
           MOVE SPACE TO DS-LAST-DATE (DS-COUNT).
           MOVE "N" TO DS-OPEN-SW (DS-COUNT).
           PERFORM CLEAR-ONE-CANDIDATE
               VARYING DISK-SUB FROM 1 BY 1
               UNTIL DISK-SUB > MAX-DISKS.

       CLEAR-ONE-CANDIDATE.
           MOVE "N" TO DC-CATALOGED-SW (DS-COUNT, DISK-SUB).
           MOVE "N" TO DC-ELIGIBLE-SW (DS-COUNT, DISK-SUB).

       FIND-DRILL-SET.
           MOVE 0 TO FOUND-SET-SUB.
           PERFORM MATCH-ONE-DRILL-SET
               VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > DS-COUNT OR FOUND-SET-SUB > 0.

       MATCH-ONE-DRILL-SET.
           IF DS-SET-NAME (SET-SUB) = WORK-SET-NAME
               MOVE SET-SUB TO FOUND-SET-SUB
           END-IF.

      * DRILLHST is in ticket order, so the last posted result seen
      * for a set is its newest.
       LOAD-DRILL-STANDING.
           OPEN INPUT DRILL-FILE.
           IF DRILL-FILE-STATUS = "00"
               PERFORM READ-NEXT-DRILL UNTIL DRILL-AT-END
               CLOSE DRILL-FILE
           END-IF.

       READ-NEXT-DRILL.
           READ DRILL-FILE
               AT END
                   SET DRILL-AT-END TO TRUE
               NOT AT END
                   MOVE DH-SET-NAME TO WORK-SET-NAME
                   PERFORM FIND-DRILL-SET
                   IF FOUND-SET-SUB > 0
                       PERFORM NOTE-DRILL-STANDING
                   END-IF
           END-READ.

       NOTE-DRILL-STANDING.
           IF DH-OPEN
               SET DS-DRILL-OPEN (FOUND-SET-SUB) TO TRUE
               IF DS-LAST-DATE (FOUND-SET-SUB) = SPACE
                   MOVE DH-DRILL-DATE TO DS-LAST-DATE (FOUND-SET-SUB)
               END-IF
           ELSE
               MOVE DH-RESULT-DATE TO DS-LAST-DATE (FOUND-SET-SUB)
           END-IF.

      * BKUPCAT is in run-date order: each record simply overwrites
      * its slot's candidate, leaving the newest.
       LOAD-CATALOG-CANDIDATES.
           OPEN INPUT CAT-FILE.
           IF CAT-FILE-STATUS = "00"
               PERFORM READ-NEXT-CATALOG UNTIL CAT-AT-END
               CLOSE CAT-FILE
           END-IF.
           PERFORM JUDGE-ONE-SET-CANDIDATES
               VARYING SET-SUB FROM 1 BY 1 UNTIL SET-SUB > DS-COUNT.

       READ-NEXT-CATALOG.
           READ CAT-FILE
               AT END
                   SET CAT-AT-END TO TRUE
               NOT AT END
                   MOVE BC-SET-NAME TO WORK-SET-NAME
                   PERFORM FIND-DRILL-SET
                   IF FOUND-SET-SUB > 0
                       AND BC-DISK-NUM >= 1 AND BC-DISK-NUM <= MAX-DISKS
                       PERFORM NOTE-CATALOG-CANDIDATE
                   END-IF
           END-READ.

       NOTE-CATALOG-CANDIDATE.
           SET DC-CATALOGED (FOUND-SET-SUB, BC-DISK-NUM) TO TRUE.
           MOVE BC-RUN-DATE TO DC-RUN-DATE (FOUND-SET-SUB, BC-DISK-NUM).
           MOVE BC-VOLSER TO DC-VOLSER (FOUND-SET-SUB, BC-DISK-NUM).
           MOVE BC-REC-COUNT
               TO DC-REC-COUNT (FOUND-SET-SUB, BC-DISK-NUM).
           MOVE BC-NET-AMOUNT
               TO DC-NET-AMOUNT (FOUND-SET-SUB, BC-DISK-NUM).

       JUDGE-ONE-SET-CANDIDATES.
           MOVE DS-SET-NAME (SET-SUB) TO WORK-SET-NAME.
           PERFORM FIND-INV-SET-READONLY.
           MOVE INV-SET-SUB TO DS-INV-SUB (SET-SUB).
           IF INV-SET-SUB > 0
               PERFORM JUDGE-ONE-CANDIDATE
                   VARYING DISK-SUB FROM 1 BY 1
                   UNTIL DISK-SUB > MAX-DISKS
           END-IF.

       JUDGE-ONE-CANDIDATE.
           IF DC-CATALOGED (SET-SUB, DISK-SUB)
               AND INV-PRESENT (INV-SET-SUB, DISK-SUB)
               AND NOT INV-ON-RECALL (INV-SET-SUB, DISK-SUB)
               MOVE DS-SET-NAME (SET-SUB) TO VX-SEEK-SET
               MOVE DISK-SUB TO VX-SEEK-DISK
               PERFORM FIND-TAPE-VOLSER
               IF VX-FOUND-VOLSER = DC-VOLSER (SET-SUB, DISK-SUB)
                   SET DC-ELIGIBLE (SET-SUB, DISK-SUB) TO TRUE
               END-IF
           END-IF.

      * Lookup-only against the in-core inventory: an unknown set
      * does not claim a bank.
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

      * One RAN3 draw per set picks among its eligible generations
      * in generation order.
       DRILL-ONE-SET.
           MOVE DS-SET-NAME (SET-SUB) TO RPT-NT-SET.
           MOVE 0 TO ELIGIBLE-COUNT.
           PERFORM COUNT-ONE-ELIGIBLE
               VARYING DISK-SUB FROM 1 BY 1 UNTIL DISK-SUB > MAX-DISKS.
           EVALUATE TRUE
               WHEN DS-DRILL-OPEN (SET-SUB)
                   ADD 1 TO SKIPPED-COUNT
                   MOVE "PRIOR DRILL NOT YET POSTED - NO NEW PICK"
                       TO RPT-NT-TEXT
                   PERFORM WRITE-SET-NOTE
               WHEN ELIGIBLE-COUNT = 0
                   ADD 1 TO SKIPPED-COUNT
                   MOVE "NO CATALOGED TAPE ELIGIBLE FOR A DRILL"
                       TO RPT-NT-TEXT
                   PERFORM WRITE-SET-NOTE
               WHEN OTHER
                   PERFORM RAND
                   COMPUTE PICK-NUMBER = RANDVAL * ELIGIBLE-COUNT + 1
                   IF PICK-NUMBER > ELIGIBLE-COUNT
                       MOVE ELIGIBLE-COUNT TO PICK-NUMBER
                   END-IF
                   MOVE 0 TO PICK-DISK
                   MOVE 0 TO ELIGIBLE-COUNT
                   PERFORM LOCATE-PICKED-DISK
                       VARYING DISK-SUB FROM 1 BY 1
                       UNTIL DISK-SUB > MAX-DISKS OR PICK-DISK > 0
                   PERFORM ISSUE-DRILL-TICKET
           END-EVALUATE.

       COUNT-ONE-ELIGIBLE.
           IF DC-ELIGIBLE (SET-SUB, DISK-SUB)
               ADD 1 TO ELIGIBLE-COUNT
           END-IF.

       LOCATE-PICKED-DISK.
           IF DC-ELIGIBLE (SET-SUB, DISK-SUB)
               ADD 1 TO ELIGIBLE-COUNT
               IF ELIGIBLE-COUNT = PICK-NUMBER
                   MOVE DISK-SUB TO PICK-DISK
               END-IF
           END-IF.

       WRITE-SET-NOTE.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-NOTE-LINE.

      * The ticket, the hold, the recall record, and the open
      * history record for the pick.
       ISSUE-DRILL-TICKET.
           ADD 1 TO PICK-COUNT.
           MOVE DS-INV-SUB (SET-SUB) TO INV-SET-SUB.
           SET INV-ON-RECALL (INV-SET-SUB, PICK-DISK) TO TRUE.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE DS-SET-NAME (SET-SUB) TO RPT-TK-SET.
           MOVE PICK-DISK TO RPT-TK-DISK.
           MOVE DC-VOLSER (SET-SUB, PICK-DISK) TO RPT-TK-VOL.
           MOVE INV-LOCATION (INV-SET-SUB, PICK-DISK)
               TO RPT-TK-LOCATION.
           WRITE RPT-RECORD FROM RPT-TICKET-LINE.
           MOVE DC-RUN-DATE (SET-SUB, PICK-DISK) TO RPT-EX-DATE.
           MOVE DC-REC-COUNT (SET-SUB, PICK-DISK) TO RPT-EX-COUNT.
           MOVE DC-NET-AMOUNT (SET-SUB, PICK-DISK) TO RPT-EX-AMOUNT.
           WRITE RPT-RECORD FROM RPT-EXPECT-LINE.
           WRITE RPT-RECORD FROM RPT-ACTUAL-LINE.
           MOVE SPACE TO RQ-RECORD.
           MOVE DS-SET-NAME (SET-SUB) TO RQ-SET-NAME.
           MOVE PICK-DISK TO RQ-DISK-NUM.
           MOVE TODAY-DATE TO RQ-REQUEST-DATE.
           MOVE "RESTORE DRILL" TO RQ-REASON.
           MOVE REQUESTER TO RQ-REQUESTER.
           MOVE "O" TO RQ-STATUS.
           WRITE RQ-RECORD.
           MOVE SPACE TO DH-RECORD.
           MOVE TODAY-DATE TO DH-DRILL-DATE.
           MOVE DS-SET-NAME (SET-SUB) TO DH-SET-NAME.
           MOVE PICK-DISK TO DH-DISK-NUM.
           MOVE DC-VOLSER (SET-SUB, PICK-DISK) TO DH-VOLSER.
           MOVE DC-RUN-DATE (SET-SUB, PICK-DISK) TO DH-CAT-DATE.
           MOVE DC-REC-COUNT (SET-SUB, PICK-DISK) TO DH-EXP-COUNT.
           MOVE DC-NET-AMOUNT (SET-SUB, PICK-DISK) TO DH-EXP-AMOUNT.
           MOVE 0 TO DH-ACT-COUNT.
           MOVE 0 TO DH-ACT-AMOUNT.
           MOVE "O" TO DH-STATUS.
           MOVE LOGGED-SEED TO DH-SEED.
           WRITE DH-RECORD.
           IF DS-LAST-DATE (SET-SUB) = SPACE
               MOVE TODAY-DATE TO DS-LAST-DATE (SET-SUB)
           END-IF.

       CHECK-ONE-SET-OVERDUE.
           IF DS-LAST-DATE (SET-SUB) NOT = SPACE
               MOVE DS-LAST-DATE (SET-SUB) TO WORK-DATE
               COMPUTE LAST-INT = FUNCTION INTEGER-OF-DATE (WORK-DATE)
               COMPUTE DAYS-SINCE = TODAY-INT - LAST-INT
               IF DAYS-SINCE > OVERDUE-DAYS
                   ADD 1 TO OVERDUE-COUNT
                   MOVE DS-SET-NAME (SET-SUB) TO RPT-NT-SET
                   MOVE "NO POSTED RESTORE DRILL IN 90 DAYS"
                       TO RPT-NT-TEXT
                   PERFORM WRITE-SET-NOTE
                   MOVE "A" TO ALERT-SEVERITY
                   MOVE "RESTORE-DRILL-SELECT" TO ALERT-STEP-NAME
                   MOVE SPACE TO ALERT-TEXT
                   STRING "NO RESTORE DRILL IN 90 DAYS: SET ",
                       DS-SET-NAME (SET-SUB)
                       DELIMITED BY SIZE INTO ALERT-TEXT
                   PERFORM WRITE-OPERATOR-ALERT
               END-IF
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

       WRITE-DRILL-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "DRILLS ISSUED:" TO RPT-CL-LABEL.
           MOVE PICK-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "SETS WITHOUT A PICK:" TO RPT-CL-LABEL.
           MOVE SKIPPED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "SETS OVERDUE A DRILL:" TO RPT-CL-LABEL.
           MOVE OVERDUE-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.

       COPY "tape-proc.cbl".

       COPY "vols-proc.cbl".

       COPY "rand-proc.cbl".

       COPY "alert-proc.cbl".
