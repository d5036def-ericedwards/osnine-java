       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTATION-SET-CHANGE.
       DATE-WRITTEN. 2026-10-15.
      * Controlled resize or decommission of a ROTSET rotation set.
      * Changing SET-NUM-DISKS by hand leaves TAPEMAST, VOLSXREF,
      * HANOICKPT, and the shelves describing the old count, and
      * every generation above a smaller new count orphaned.  Each
      * SETCTXN card names a set and either a new generation count
      * or the decommission code D, and is one of:
      *   P - plan only: print the re-seeding plan on SETCRPT and
      *       touch nothing;
      *   C - the librarian's completion posting, initialled: print
      *       the same plan, then bring the masters into line with
      *       it.
      * For growth the plan lists each new generation, the vault it
      * is shelved in (where the set's existing stack sits, since a
      * rotation starts with every generation on one pole), and its
      * volser -- or a reminder to register one through
      * VOLSER-MAINT first.  For a shrink or decommission it lists
      * each generation to pull with its volser, where TAPEMAST has
      * it now, and whether it is out under an open recall or still
      * with the courier (an O on CURMREC with no I after it).
      *
      * A completion is refused while a new generation has no
      * volser registered or a generation to pull is still out;
      * the card is listed with the reason and the step ends RC 4.
      * An accepted completion rewrites the set's ROTSET count (or
      * drops the record), adds or drops the generations' TAPEMAST
      * records, drops the pulled slots from VOLSXREF (each retired
      * volser goes to VOLSHIST the way a VOLSER-MAINT swap does,
      * with no replacement), and drops the set's HANOICKPT entry
      * so the next rotation starts clean on the new count.
      * 2026-10-15  A completion now carries an approver's initials
      *             beside the librarian's, and is refused without
      *             them or when the librarian is also the approver;
      *             each applied completion goes on the CTLHIST
      *             control change history alongside CONTROL-MAINT's.
      * 2026-10-15  A second completion for a set already completed
      *             in the same run is refused; post it next run.
      * 2026-10-15  CTLHIST's before value for a set that left its
      *             count to the calendar card is now the NITECTL
      *             NUM-DISKS it was rotating on, not ROTSET's 00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "SETCTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT ROTSET-FILE ASSIGN TO "ROTSET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ROTSET-FILE-STATUS.
           SELECT TAPE-FILE ASSIGN TO "TAPEMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TAPE-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "VOLSXREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "VOLSHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "NITECTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT CTLH-FILE ASSIGN TO "CTLHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTLH-FILE-STATUS.
           SELECT CKPT-FILE ASSIGN TO "HANOICKPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.
           SELECT CMREC-FILE ASSIGN TO "CURMREC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CMREC-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "SETCWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "SETCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT VLOC-FILE ASSIGN TO "VAULTLOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VLOC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       01  SCT-RECORD.
           02  SCT-ACTION              PIC X(01).
               88  SCT-PLAN-ONLY                   VALUE "P".
               88  SCT-COMPLETION                  VALUE "C".
           02  SCT-SET-NAME            PIC X(08).
           02  SCT-NEW-DISKS           PIC 99.
           02  SCT-DECOMMISSION        PIC X(01).
               88  SCT-DECOMMISSION-SET            VALUE "D".
           02  SCT-LIBRARIAN           PIC X(03).
           02  SCT-APPROVER            PIC X(03).
           02  FILLER                  PIC X(62).
       FD  ROTSET-FILE.
       COPY "rotset.cbl".
       FD  TAPE-FILE.
       COPY "tapemast.cbl".
       FD  XREF-FILE.
       COPY "volsxref.cbl".
       FD  HIST-FILE.
       01  VH-RECORD.
           02  VH-SET-NAME             PIC X(08).
           02  VH-DISK-NUM             PIC 99.
           02  VH-OLD-VOLSER           PIC X(06).
           02  VH-NEW-VOLSER           PIC X(06).
           02  VH-SWAP-DATE            PIC X(08).
           02  FILLER                  PIC X(50).
       FD  CTL-FILE.
       COPY "nitectl.cbl".
       FD  CTLH-FILE.
       COPY "ctlhist.cbl".
       FD  CKPT-FILE.
       01  CKPT-RECORD.
           02  CKPT-SET-NAME           PIC X(08).
           02  CKPT-MOVE-COUNT         PIC 9(07).
           02  CKPT-NUM-DISKS          PIC 99.
       FD  CMREC-FILE.
       COPY "curmrec.cbl".
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(80).
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       FD  VLOC-FILE.
       COPY "vaultloc.cbl".
       WORKING-STORAGE SECTION.
       COPY "tape-ws.cbl".
       COPY "vols-ws.cbl".
       77  TXN-FILE-STATUS             PIC X(02).
       77  ROTSET-FILE-STATUS          PIC X(02).
       77  TAPE-FILE-STATUS            PIC X(02).
       77  XREF-FILE-STATUS            PIC X(02).
       77  CTL-FILE-STATUS             PIC X(02).
       77  NITECTL-DISKS               PIC 99 VALUE 0.
       77  HIST-FILE-STATUS            PIC X(02).
       77  CKPT-FILE-STATUS            PIC X(02).
       77  CTLH-FILE-STATUS            PIC X(02).
       77  CMREC-FILE-STATUS           PIC X(02).
       77  WORK-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  VLOC-FILE-STATUS            PIC X(02).
       77  TXN-AT-END-SW               PIC X(01) VALUE "N".
           88  TXN-AT-END                          VALUE "Y".
       77  ROTSET-AT-END-SW            PIC X(01).
           88  ROTSET-AT-END                       VALUE "Y".
       77  CKPT-AT-END-SW              PIC X(01).
           88  CKPT-AT-END                         VALUE "Y".
       77  CMREC-AT-END-SW             PIC X(01) VALUE "N".
           88  CMREC-AT-END                        VALUE "Y".
       77  WORK-AT-END-SW              PIC X(01).
           88  WORK-AT-END                         VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
       77  NOW-TIME                    PIC X(08).
       77  MAX-ROTSETS                 PIC 99 VALUE 20.
       77  RS-SUB                      PIC 99 USAGE COMP.
       77  FOUND-RS-SUB                PIC 99 USAGE COMP.
       77  CHANGE-SUB                  PIC 99 USAGE COMP.
       77  GEN-SUB                     PIC 99 USAGE COMP.
       77  FIRST-GEN                   PIC 99 USAGE COMP.
       77  LAST-GEN                    PIC 99 USAGE COMP.
       77  CURRENT-DISKS               PIC 99 USAGE COMP.
       77  TARGET-DISKS                PIC 99 USAGE COMP.
       77  DISKS-DISPLAY               PIC 99.
       77  STACK-VAULT                 PIC X(16).
       77  CKPT-MOVES-OUT              PIC 9(07).
       77  UNREGISTERED-COUNT          PIC 9(03) USAGE COMP.
       77  STILL-OUT-COUNT             PIC 9(03) USAGE COMP.
       77  CARD-OK-SW                  PIC X(01).
           88  CARD-OK                             VALUE "Y".
       77  PLAN-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
       77  APPLIED-COUNT               PIC 9(04) USAGE COMP VALUE 0.
       77  ERROR-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
       77  ADDED-GEN-COUNT             PIC 9(04) USAGE COMP VALUE 0.
       77  PULLED-GEN-COUNT            PIC 9(04) USAGE COMP VALUE 0.
      * ROTSET as it stands, for the current count and the set's
      * home pole; the masters themselves are rewritten by
      * streaming them past the CHANGE-TABLE below.
       01  ROTSET-TABLE.
           02  RS-COUNT                PIC 99 USAGE COMP VALUE 0.
           02  RS-ENTRY OCCURS 20 TIMES.
             03  RS-SET-NAME           PIC X(08).
             03  RS-NUM-DISKS          PIC 99.
             03  RS-FROM-POLE          PIC 9.
      * Completions accepted this run: the set and its new count,
      * or the decommission switch.
       01  CHANGE-TABLE.
           02  CHANGE-COUNT            PIC 99 USAGE COMP VALUE 0.
           02  CHANGE-ENTRY OCCURS 20 TIMES.
             03  CH-SET-NAME           PIC X(08).
             03  CH-NEW-DISKS          PIC 99.
             03  CH-DECOM-SW           PIC X(01).
               88  CH-DECOMMISSIONED               VALUE "Y".
      * Courier custody per TAPEMAST slot off CURMREC: streaming
      * the file forward leaves each slot showing whether its
      * latest manifest line sent the tape out.
       01  COURIER-TABLE.
           02  CO-SET OCCURS 8 TIMES.
             03  CO-OUT-SW             PIC X(01) OCCURS 20 TIMES.
               88  CO-WITH-COURIER                 VALUE "Y".
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(30) VALUE
               "ROTATION SET CHANGE PLAN".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-SET-LINE.
           02  FILLER                  PIC X(04) VALUE "SET ".
           02  RPT-SL-SET              PIC X(08).
           02  FILLER                  PIC X(06) VALUE "  NOW ".
           02  RPT-SL-NOW              PIC Z9.
           02  FILLER                  PIC X(06) VALUE " GENS ".
           02  RPT-SL-TEXT             PIC X(30).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-SL-MODE             PIC X(16).
       01  RPT-ADD-LINE.
           02  FILLER                  PIC X(09) VALUE "  ADD GEN".
           02  RPT-AL-DISK             PIC Z9.
           02  FILLER                  PIC X(12) VALUE "  SHELVE IN ".
           02  RPT-AL-VAULT            PIC X(16).
           02  FILLER                  PIC X(06) VALUE "  VOL ".
           02  RPT-AL-VOL              PIC X(06).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-AL-NOTE             PIC X(26).
       01  RPT-PULL-LINE.
           02  FILLER                  PIC X(10) VALUE "  PULL GEN".
           02  RPT-PL-DISK             PIC Z9.
           02  FILLER                  PIC X(06) VALUE "  VOL ".
           02  RPT-PL-VOL              PIC X(06).
           02  FILLER                  PIC X(09) VALUE "  NOW IN ".
           02  RPT-PL-VAULT            PIC X(16).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-PL-NOTE             PIC X(28).
       01  RPT-NOTE-LINE.
           02  FILLER                  PIC X(04) VALUE SPACE.
           02  RPT-NT-TEXT             PIC X(60).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(28).
           02  RPT-CL-COUNT            PIC ZZZ9.
       COPY "polenames.cbl".
       COPY "vloc-ws.cbl".

       PROCEDURE DIVISION.
       SET-CHANGE-MAIN.
           PERFORM LOAD-VAULT-LOCATIONS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO NOW-TIME.
           PERFORM LOAD-ROTSET-TABLE.
           PERFORM READ-NITECTL-DISKS.
           PERFORM CLEAR-INVENTORY-TABLE.
           PERFORM LOAD-INVENTORY.
           PERFORM LOAD-VOLSER-XREF.
           PERFORM LOAD-COURIER-CUSTODY.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           OPEN INPUT TXN-FILE.
           IF TXN-FILE-STATUS = "35"
               DISPLAY "SETCTXN NOT FOUND, NOTHING TO PLAN"
           ELSE
               OPEN EXTEND HIST-FILE
               IF HIST-FILE-STATUS NOT = "00"
                   OPEN OUTPUT HIST-FILE
               END-IF
               OPEN EXTEND CTLH-FILE
               IF CTLH-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CTLH-FILE
               END-IF
               PERFORM READ-NEXT-CARD UNTIL TXN-AT-END
               CLOSE TXN-FILE
               CLOSE HIST-FILE
               CLOSE CTLH-FILE
           END-IF.
           IF CHANGE-COUNT > 0
               PERFORM REWRITE-INVENTORY
               PERFORM REWRITE-ROTSET
               PERFORM REWRITE-XREF
               PERFORM REWRITE-CHECKPOINTS
           END-IF.
           PERFORM WRITE-CHANGE-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "ROTATION-SET-CHANGE: ", PLAN-COUNT, " PLANS, ",
               APPLIED-COUNT, " COMPLETIONS APPLIED, ", ERROR-COUNT,
               " REFUSED".
           IF ERROR-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-ROTSET-TABLE.
           MOVE "N" TO ROTSET-AT-END-SW.
           OPEN INPUT ROTSET-FILE.
           IF ROTSET-FILE-STATUS = "00"
               PERFORM READ-NEXT-ROTATION-SET UNTIL ROTSET-AT-END
               CLOSE ROTSET-FILE
           END-IF.

      * The NUM-DISKS a ROTSET 00 set rotates on, for the history's
      * before value.
       READ-NITECTL-DISKS.
           OPEN INPUT CTL-FILE.
           IF CTL-FILE-STATUS = "00"
               READ CTL-FILE
                   NOT AT END
                       MOVE NITE-NUM-DISKS TO NITECTL-DISKS
               END-READ
               CLOSE CTL-FILE
           END-IF.

       READ-NEXT-ROTATION-SET.
           READ ROTSET-FILE
               AT END
                   SET ROTSET-AT-END TO TRUE
               NOT AT END
                   IF RS-COUNT < MAX-ROTSETS
                       ADD 1 TO RS-COUNT
                       MOVE SET-NAME TO RS-SET-NAME (RS-COUNT)
                       MOVE SET-NUM-DISKS TO RS-NUM-DISKS (RS-COUNT)
                       MOVE SET-FROM-POLE TO RS-FROM-POLE (RS-COUNT)
                   END-IF
           END-READ.

      * CURMREC is in manifest order, so the last line seen for a
      * slot is its current courier state.  Only sets TAPEMAST
      * already knows are tracked.
       LOAD-COURIER-CUSTODY.
           PERFORM CLEAR-ONE-COURIER-SET
               VARYING INV-SET-SUB FROM 1 BY 1
               UNTIL INV-SET-SUB > MAX-SETS.
           OPEN INPUT CMREC-FILE.
           IF CMREC-FILE-STATUS = "00"
               PERFORM READ-NEXT-COURIER-RECORD UNTIL CMREC-AT-END
               CLOSE CMREC-FILE
           END-IF.

       CLEAR-ONE-COURIER-SET.
           PERFORM CLEAR-ONE-COURIER-SLOT
               VARYING DISK-SUB FROM 1 BY 1 UNTIL DISK-SUB > MAX-DISKS.

       CLEAR-ONE-COURIER-SLOT.
           MOVE "N" TO CO-OUT-SW (INV-SET-SUB, DISK-SUB).

       READ-NEXT-COURIER-RECORD.
           READ CMREC-FILE
               AT END
                   SET CMREC-AT-END TO TRUE
               NOT AT END
                   MOVE CM-SET-NAME TO WORK-SET-NAME
                   PERFORM FIND-INV-SET-READONLY
                   IF INV-SET-SUB > 0
                       AND CM-DISK-NUM >= 1 AND CM-DISK-NUM <= MAX-DISKS
                       IF CM-DIRECTION = "O"
                           MOVE "Y" TO CO-OUT-SW (INV-SET-SUB,
                               CM-DISK-NUM)
                       ELSE
                           MOVE "N" TO CO-OUT-SW (INV-SET-SUB,
                               CM-DISK-NUM)
                       END-IF
                   END-IF
           END-READ.

      * Lookup-only against the in-core inventory: unlike
      * FIND-OR-ADD-INV-SET, an unknown name does not claim a bank.
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

       READ-NEXT-CARD.
           READ TXN-FILE
               AT END
                   SET TXN-AT-END TO TRUE
               NOT AT END
                   PERFORM PLAN-ONE-CHANGE
           END-READ.

      * One card: validate it, print its plan, and for a completion
      * that the plan shows is safe, queue the master changes.
       PLAN-ONE-CHANGE.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           SET CARD-OK TO TRUE.
           MOVE SCT-SET-NAME TO RPT-SL-SET.
           MOVE 0 TO RPT-SL-NOW.
           MOVE SPACE TO RPT-SL-TEXT.
           IF SCT-COMPLETION
               MOVE "COMPLETION" TO RPT-SL-MODE
           ELSE
               MOVE "PLAN ONLY" TO RPT-SL-MODE
           END-IF.
           PERFORM FIND-ROTSET-ENTRY.
           EVALUATE TRUE
               WHEN NOT SCT-PLAN-ONLY AND NOT SCT-COMPLETION
                   MOVE "ACTION CODE IS NOT P OR C" TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-CARD
               WHEN FOUND-RS-SUB = 0
                   MOVE "SET IS NOT ON ROTSET" TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-CARD
               WHEN SCT-COMPLETION AND SCT-LIBRARIAN = SPACE
                   MOVE "COMPLETION CARRIES NO LIBRARIAN INITIALS"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-CARD
               WHEN SCT-COMPLETION AND SCT-APPROVER = SPACE
                   MOVE "COMPLETION CARRIES NO APPROVER INITIALS"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-CARD
               WHEN SCT-COMPLETION AND SCT-APPROVER = SCT-LIBRARIAN
                   MOVE "APPROVER MUST BE SOMEONE OTHER THAN LIBRARIAN"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-CARD
               WHEN NOT SCT-DECOMMISSION-SET
                   AND (SCT-NEW-DISKS < 1 OR SCT-NEW-DISKS > MAX-DISKS)
                   MOVE "NEW GENERATION COUNT IS OUT OF RANGE"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-CARD
           END-EVALUATE.
           IF CARD-OK
               PERFORM MEASURE-CURRENT-SET
               MOVE CURRENT-DISKS TO RPT-SL-NOW
               IF SCT-DECOMMISSION-SET
                   MOVE 0 TO TARGET-DISKS
                   MOVE "TO BE DECOMMISSIONED" TO RPT-SL-TEXT
               ELSE
                   MOVE SCT-NEW-DISKS TO TARGET-DISKS
                   MOVE SPACE TO RPT-SL-TEXT
                   STRING "RESIZED TO ", SCT-NEW-DISKS,
                       " GENERATIONS" DELIMITED BY SIZE
                       INTO RPT-SL-TEXT
               END-IF
               WRITE RPT-RECORD FROM RPT-SET-LINE
               IF INV-SET-SUB = 0
                   MOVE "TAPEMAST ALREADY HOLDS THE MAXIMUM SETS"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-CARD
               END-IF
               IF CARD-OK AND TARGET-DISKS = CURRENT-DISKS
                   MOVE "NEW COUNT IS THE CURRENT COUNT, NO CHANGE"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-CARD
               END-IF
           END-IF.
           IF CARD-OK
               ADD 1 TO PLAN-COUNT
               PERFORM PRINT-THE-PLAN
               IF SCT-COMPLETION
                   PERFORM POST-THE-COMPLETION
               END-IF
           END-IF.

       FIND-ROTSET-ENTRY.
           MOVE 0 TO FOUND-RS-SUB.
           PERFORM MATCH-ONE-ROTSET-ENTRY
               VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > RS-COUNT OR FOUND-RS-SUB > 0.

       MATCH-ONE-ROTSET-ENTRY.
           IF RS-SET-NAME (RS-SUB) = SCT-SET-NAME
               MOVE RS-SUB TO FOUND-RS-SUB
           END-IF.

      * The card is listed with its reason; a refused card changes
      * nothing.  Refusals found before the set line went out
      * print it first.
       REFUSE-THE-CARD.
           IF CARD-OK
               MOVE "N" TO CARD-OK-SW
               ADD 1 TO ERROR-COUNT
               IF RPT-SL-TEXT = SPACE
                   MOVE "CARD REFUSED" TO RPT-SL-TEXT
                   WRITE RPT-RECORD FROM RPT-SET-LINE
               END-IF
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.

      * The set's count as ROTSET carries it, or -- for a set that
      * leaves the count to the calendar card -- as many
      * generations as TAPEMAST holds.  Also finds the vault the
      * existing stack sits in (the highest generation's location)
      * and any suspended rotation on HANOICKPT.
       MEASURE-CURRENT-SET.
           MOVE SCT-SET-NAME TO WORK-SET-NAME.
           PERFORM FIND-OR-ADD-INV-SET.
           MOVE 0 TO CURRENT-DISKS.
           MOVE SPACE TO STACK-VAULT.
           IF INV-SET-SUB > 0
               PERFORM NOTE-ONE-STACKED-GEN
                   VARYING DISK-SUB FROM 1 BY 1
                   UNTIL DISK-SUB > MAX-DISKS
           END-IF.
           IF RS-NUM-DISKS (FOUND-RS-SUB) > 0
               MOVE RS-NUM-DISKS (FOUND-RS-SUB) TO CURRENT-DISKS
           END-IF.
           IF STACK-VAULT = SPACE
               IF RS-FROM-POLE (FOUND-RS-SUB) >= 1
                   AND RS-FROM-POLE (FOUND-RS-SUB) <= 3
                   MOVE POLE-NAME-ENTRY (RS-FROM-POLE (FOUND-RS-SUB))
                       TO STACK-VAULT
               ELSE
                   MOVE POLE-NAME-ENTRY (1) TO STACK-VAULT
               END-IF
           END-IF.
           PERFORM FIND-SET-CHECKPOINT.

       NOTE-ONE-STACKED-GEN.
           IF INV-PRESENT (INV-SET-SUB, DISK-SUB)
               MOVE DISK-SUB TO CURRENT-DISKS
               MOVE INV-LOCATION (INV-SET-SUB, DISK-SUB)
                   TO STACK-VAULT
           END-IF.

       FIND-SET-CHECKPOINT.
           MOVE 0 TO CKPT-MOVES-OUT.
           MOVE "N" TO CKPT-AT-END-SW.
           OPEN INPUT CKPT-FILE.
           IF CKPT-FILE-STATUS = "00"
               PERFORM READ-NEXT-CHECKPOINT UNTIL CKPT-AT-END
               CLOSE CKPT-FILE
           END-IF.

       READ-NEXT-CHECKPOINT.
           READ CKPT-FILE
               AT END
                   SET CKPT-AT-END TO TRUE
               NOT AT END
                   IF CKPT-SET-NAME = SCT-SET-NAME
                       MOVE CKPT-MOVE-COUNT TO CKPT-MOVES-OUT
                   END-IF
           END-READ.

       PRINT-THE-PLAN.
           MOVE 0 TO UNREGISTERED-COUNT.
           MOVE 0 TO STILL-OUT-COUNT.
           IF TARGET-DISKS > CURRENT-DISKS
               COMPUTE FIRST-GEN = CURRENT-DISKS + 1
               MOVE TARGET-DISKS TO LAST-GEN
               PERFORM PLAN-ONE-NEW-GEN
                   VARYING GEN-SUB FROM FIRST-GEN BY 1
                   UNTIL GEN-SUB > LAST-GEN
           ELSE
               COMPUTE FIRST-GEN = TARGET-DISKS + 1
               MOVE MAX-DISKS TO LAST-GEN
               PERFORM PLAN-ONE-PULLED-GEN
                   VARYING GEN-SUB FROM FIRST-GEN BY 1
                   UNTIL GEN-SUB > LAST-GEN
           END-IF.
           IF CKPT-MOVES-OUT > 0
               MOVE SPACE TO RPT-NT-TEXT
               STRING "ROTATION SUSPENDED AFTER MOVE ",
                   CKPT-MOVES-OUT,
                   " - CHECKPOINT IS DISCARDED" DELIMITED BY SIZE
                   INTO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.

       PLAN-ONE-NEW-GEN.
           MOVE GEN-SUB TO RPT-AL-DISK.
           MOVE STACK-VAULT TO RPT-AL-VAULT.
           MOVE SCT-SET-NAME TO VX-SEEK-SET.
           MOVE GEN-SUB TO VX-SEEK-DISK.
           PERFORM FIND-TAPE-VOLSER.
           MOVE VX-FOUND-VOLSER TO RPT-AL-VOL.
           IF VX-FOUND-VOLSER = SPACE
               ADD 1 TO UNREGISTERED-COUNT
               MOVE "REGISTER VIA VOLSER-MAINT" TO RPT-AL-NOTE
           ELSE
               MOVE "VOLSER REGISTERED" TO RPT-AL-NOTE
           END-IF.
           WRITE RPT-RECORD FROM RPT-ADD-LINE.

      * Every generation above the new count that TAPEMAST or
      * VOLSXREF still knows -- including strays above the old
      * count the hand edits left behind.
       PLAN-ONE-PULLED-GEN.
           MOVE SCT-SET-NAME TO VX-SEEK-SET.
           MOVE GEN-SUB TO VX-SEEK-DISK.
           PERFORM FIND-TAPE-VOLSER.
           IF INV-PRESENT (INV-SET-SUB, GEN-SUB)
               OR VX-FOUND-VOLSER NOT = SPACE
               MOVE GEN-SUB TO RPT-PL-DISK
               MOVE VX-FOUND-VOLSER TO RPT-PL-VOL
               MOVE INV-LOCATION (INV-SET-SUB, GEN-SUB)
                   TO RPT-PL-VAULT
               EVALUATE TRUE
                   WHEN INV-ON-RECALL (INV-SET-SUB, GEN-SUB)
                       ADD 1 TO STILL-OUT-COUNT
                       MOVE "OUT UNDER AN OPEN RECALL" TO RPT-PL-NOTE
                   WHEN CO-WITH-COURIER (INV-SET-SUB, GEN-SUB)
                       ADD 1 TO STILL-OUT-COUNT
                       MOVE "STILL OUT WITH THE COURIER"
                           TO RPT-PL-NOTE
                   WHEN NOT INV-PRESENT (INV-SET-SUB, GEN-SUB)
                       MOVE "NOT ON TAPEMAST" TO RPT-PL-NOTE
                   WHEN OTHER
                       MOVE "ON THE SHELF" TO RPT-PL-NOTE
               END-EVALUATE
               WRITE RPT-RECORD FROM RPT-PULL-LINE
           END-IF.

      * The librarian says the shelves now match the plan; refuse
      * it if the plan itself says they can't.  One completion per
      * set per run: ROTSET, TAPEMAST, and VOLSXREF are rewritten
      * from a single change entry for the set.
       POST-THE-COMPLETION.
           MOVE SCT-SET-NAME TO WORK-SET-NAME.
           PERFORM FIND-CHANGE-ENTRY.
           EVALUATE TRUE
               WHEN CHANGE-SUB > 0
                   MOVE "REFUSED - SET ALREADY COMPLETED THIS RUN"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-CARD
               WHEN UNREGISTERED-COUNT > 0
                   MOVE "REFUSED - NEW GENERATIONS HAVE NO VOLSER YET"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-CARD
               WHEN STILL-OUT-COUNT > 0
                   MOVE "REFUSED - A GENERATION TO PULL IS STILL OUT"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-CARD
               WHEN CHANGE-COUNT >= 20
                   MOVE "REFUSED - TOO MANY COMPLETIONS IN ONE RUN"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-CARD
               WHEN OTHER
                   PERFORM APPLY-THE-COMPLETION
           END-EVALUATE.

       APPLY-THE-COMPLETION.
           ADD 1 TO APPLIED-COUNT.
           ADD 1 TO CHANGE-COUNT.
           MOVE SCT-SET-NAME TO CH-SET-NAME (CHANGE-COUNT).
           MOVE TARGET-DISKS TO CH-NEW-DISKS (CHANGE-COUNT).
           IF SCT-DECOMMISSION-SET
               MOVE "Y" TO CH-DECOM-SW (CHANGE-COUNT)
           ELSE
               MOVE "N" TO CH-DECOM-SW (CHANGE-COUNT)
           END-IF.
           PERFORM WRITE-CONTROL-HISTORY.
           MOVE TARGET-DISKS TO RS-NUM-DISKS (FOUND-RS-SUB).
           IF TARGET-DISKS > CURRENT-DISKS
               PERFORM SHELVE-ONE-NEW-GEN
                   VARYING GEN-SUB FROM FIRST-GEN BY 1
                   UNTIL GEN-SUB > LAST-GEN
           ELSE
               PERFORM RETIRE-ONE-PULLED-GEN
                   VARYING GEN-SUB FROM FIRST-GEN BY 1
                   UNTIL GEN-SUB > LAST-GEN
           END-IF.
           MOVE SPACE TO RPT-NT-TEXT.
           STRING "COMPLETION POSTED BY ", SCT-LIBRARIAN,
               " - MASTERS UPDATED, CHECKPOINT CLEARED"
               DELIMITED BY SIZE INTO RPT-NT-TEXT.
           WRITE RPT-RECORD FROM RPT-NOTE-LINE.

      * The ROTSET side of the completion, in the same change
      * history CONTROL-MAINT keeps for NITECTL and ROTSET postings.
      * The before value is the count the set was rotating on: its
      * own ROTSET count, or for a set left at 00 the NITECTL
      * NUM-DISKS it fell back to -- or, with none on NITECTL
      * either, the generations TAPEMAST holds.
       WRITE-CONTROL-HISTORY.
           MOVE SPACE TO CTH-RECORD.
           MOVE TODAY-DATE TO CTH-CHANGE-DATE.
           MOVE NOW-TIME TO CTH-CHANGE-TIME.
           MOVE "ROTSET" TO CTH-FILE-ID.
           MOVE SCT-SET-NAME TO CTH-SET-NAME.
           MOVE "NUM-DISKS" TO CTH-FIELD-NAME.
           EVALUATE TRUE
               WHEN RS-NUM-DISKS (FOUND-RS-SUB) > 0
                   MOVE RS-NUM-DISKS (FOUND-RS-SUB) TO DISKS-DISPLAY
               WHEN NITECTL-DISKS > 0
                   MOVE NITECTL-DISKS TO DISKS-DISPLAY
               WHEN OTHER
                   MOVE CURRENT-DISKS TO DISKS-DISPLAY
           END-EVALUATE.
           MOVE DISKS-DISPLAY TO CTH-BEFORE.
           IF SCT-DECOMMISSION-SET
               SET CTH-SET-DROPPED TO TRUE
           ELSE
               SET CTH-FIELD-CHANGE TO TRUE
               MOVE TARGET-DISKS TO DISKS-DISPLAY
               MOVE DISKS-DISPLAY TO CTH-AFTER
           END-IF.
           MOVE SCT-LIBRARIAN TO CTH-REQUESTER.
           MOVE SCT-APPROVER TO CTH-APPROVER.
           WRITE CTH-RECORD.

       SHELVE-ONE-NEW-GEN.
           IF NOT INV-PRESENT (INV-SET-SUB, GEN-SUB)
               SET INV-PRESENT (INV-SET-SUB, GEN-SUB) TO TRUE
               MOVE STACK-VAULT TO INV-LOCATION (INV-SET-SUB, GEN-SUB)
               MOVE TODAY-DATE TO INV-LAST-DATE (INV-SET-SUB, GEN-SUB)
               MOVE NOW-TIME TO INV-LAST-TIME (INV-SET-SUB, GEN-SUB)
               MOVE 0 TO INV-MOVE-COUNT (INV-SET-SUB, GEN-SUB)
               MOVE "N" TO INV-HOLD-SW (INV-SET-SUB, GEN-SUB)
               ADD 1 TO ADDED-GEN-COUNT
           END-IF.

      * The pulled slot leaves TAPEMAST and VOLSXREF; its volser
      * goes to VOLSHIST first so its history survives the drop.
       RETIRE-ONE-PULLED-GEN.
           IF INV-PRESENT (INV-SET-SUB, GEN-SUB)
               MOVE "N" TO INV-PRESENT-SW (INV-SET-SUB, GEN-SUB)
               ADD 1 TO PULLED-GEN-COUNT
           END-IF.
           MOVE SCT-SET-NAME TO VX-SEEK-SET.
           MOVE GEN-SUB TO VX-SEEK-DISK.
           PERFORM FIND-TAPE-VOLSER.
           IF VX-FOUND-VOLSER NOT = SPACE
               MOVE SPACE TO VH-RECORD
               MOVE SCT-SET-NAME TO VH-SET-NAME
               MOVE GEN-SUB TO VH-DISK-NUM
               MOVE VX-FOUND-VOLSER TO VH-OLD-VOLSER
               MOVE TODAY-DATE TO VH-SWAP-DATE
               WRITE VH-RECORD
               MOVE SPACE TO VXE-VOLSER (VX-SET-SUB, GEN-SUB)
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

      * ROTSET, VOLSXREF, and HANOICKPT each stream through the
      * work file and back with the accepted changes applied on the
      * way, so records this run has no business with pass through
      * untouched.
       REWRITE-ROTSET.
           MOVE "N" TO ROTSET-AT-END-SW.
           OPEN INPUT ROTSET-FILE.
           IF ROTSET-FILE-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-ROTSET-RECORD UNTIL ROTSET-AT-END
               CLOSE ROTSET-FILE
               CLOSE WORK-FILE
               MOVE "N" TO WORK-AT-END-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT ROTSET-FILE
               PERFORM COPY-WORK-TO-ROTSET UNTIL WORK-AT-END
               CLOSE WORK-FILE
               CLOSE ROTSET-FILE
           END-IF.

       COPY-ONE-ROTSET-RECORD.
           READ ROTSET-FILE
               AT END
                   SET ROTSET-AT-END TO TRUE
               NOT AT END
                   MOVE SET-NAME TO WORK-SET-NAME
                   PERFORM FIND-CHANGE-ENTRY
                   EVALUATE TRUE
                       WHEN CHANGE-SUB = 0
                           WRITE WORK-RECORD FROM ROTSET-RECORD
                       WHEN CH-DECOMMISSIONED (CHANGE-SUB)
                           CONTINUE
                       WHEN OTHER
                           MOVE CH-NEW-DISKS (CHANGE-SUB)
                               TO SET-NUM-DISKS
                           WRITE WORK-RECORD FROM ROTSET-RECORD
                   END-EVALUATE
           END-READ.

       COPY-WORK-TO-ROTSET.
           READ WORK-FILE
               AT END
                   SET WORK-AT-END TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO ROTSET-RECORD
                   WRITE ROTSET-RECORD
           END-READ.

       FIND-CHANGE-ENTRY.
           MOVE 0 TO CHANGE-SUB.
           PERFORM MATCH-ONE-CHANGE-ENTRY
               VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > CHANGE-COUNT OR CHANGE-SUB > 0.

       MATCH-ONE-CHANGE-ENTRY.
           IF CH-SET-NAME (RS-SUB) = WORK-SET-NAME
               MOVE RS-SUB TO CHANGE-SUB
           END-IF.

      * A VOLSXREF record survives when the in-core slot still
      * carries its volser; the slots the completions retired were
      * blanked in core.
       REWRITE-XREF.
           MOVE "N" TO XREF-AT-END-SW.
           OPEN INPUT XREF-FILE.
           IF XREF-FILE-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-XREF-RECORD UNTIL XREF-AT-END
               CLOSE XREF-FILE
               CLOSE WORK-FILE
               MOVE "N" TO WORK-AT-END-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT XREF-FILE
               PERFORM COPY-WORK-TO-XREF UNTIL WORK-AT-END
               CLOSE WORK-FILE
               CLOSE XREF-FILE
           END-IF.

       COPY-ONE-XREF-RECORD.
           READ XREF-FILE
               AT END
                   SET XREF-AT-END TO TRUE
               NOT AT END
                   MOVE VX-SET-NAME TO WORK-SET-NAME
                   PERFORM FIND-CHANGE-ENTRY
                   IF CHANGE-SUB = 0
                       WRITE WORK-RECORD FROM VX-RECORD
                   ELSE
                       MOVE VX-SET-NAME TO VX-SEEK-SET
                       MOVE VX-DISK-NUM TO VX-SEEK-DISK
                       PERFORM FIND-TAPE-VOLSER
                       IF VX-FOUND-VOLSER = VX-VOLSER
                           WRITE WORK-RECORD FROM VX-RECORD
                       END-IF
                   END-IF
           END-READ.

       COPY-WORK-TO-XREF.
           READ WORK-FILE
               AT END
                   SET WORK-AT-END TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO VX-RECORD
                   WRITE VX-RECORD
           END-READ.

      * The changed sets' HANOICKPT entries are dropped outright;
      * TOWERS-OF-HANOI starts a fresh entry for a set it doesn't
      * find.
       REWRITE-CHECKPOINTS.
           MOVE "N" TO CKPT-AT-END-SW.
           OPEN INPUT CKPT-FILE.
           IF CKPT-FILE-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-CHECKPOINT UNTIL CKPT-AT-END
               CLOSE CKPT-FILE
               CLOSE WORK-FILE
               MOVE "N" TO WORK-AT-END-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT CKPT-FILE
               PERFORM COPY-WORK-TO-CHECKPOINT UNTIL WORK-AT-END
               CLOSE WORK-FILE
               CLOSE CKPT-FILE
           END-IF.

       COPY-ONE-CHECKPOINT.
           READ CKPT-FILE
               AT END
                   SET CKPT-AT-END TO TRUE
               NOT AT END
                   MOVE CKPT-SET-NAME TO WORK-SET-NAME
                   PERFORM FIND-CHANGE-ENTRY
                   IF CHANGE-SUB = 0
                       MOVE CKPT-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
                   END-IF
           END-READ.

       COPY-WORK-TO-CHECKPOINT.
           READ WORK-FILE
               AT END
                   SET WORK-AT-END TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO CKPT-RECORD
                   WRITE CKPT-RECORD
           END-READ.

       WRITE-CHANGE-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "PLANS PRINTED:" TO RPT-CL-LABEL.
           MOVE PLAN-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "COMPLETIONS APPLIED:" TO RPT-CL-LABEL.
           MOVE APPLIED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "GENERATIONS ADDED:" TO RPT-CL-LABEL.
           MOVE ADDED-GEN-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "GENERATIONS PULLED:" TO RPT-CL-LABEL.
           MOVE PULLED-GEN-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CARDS REFUSED:" TO RPT-CL-LABEL.
           MOVE ERROR-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.

       COPY "tape-proc.cbl".

       COPY "vols-proc.cbl".

       COPY "vloc-proc.cbl".
