       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-CYCLE-COUNT.
       DATE-WRITTEN. 2026-10-15.
      * The librarian's quarterly shelf count, reconciled by machine
      * instead of with a highlighter and the TAPEIRPT printout.
      * VLTSCAN carries one record per barcode the scanner read on
      * the walk of ONSITE-SAFE and OVERFLOW-RACK: the volser and
      * the location it was read in.  Every TAPEMAST slot is looked
      * up on the VOLSXREF cross-reference for its volser, and the
      * scans are matched against what the masters say:
      *   MISSING     - TAPEMAST has the tape in a walked vault and
      *                 nobody scanned its volser (a tape out under
      *                 an open recall is expected off the shelf
      *                 and isn't counted missing);
      *   WRONG VAULT - scanned, but somewhere other than where
      *                 TAPEMAST says it sits;
      *   RECALL HELD - a tape TAPE-HOLD-SW still shows checked out
      *                 to a restore turned up back on the shelf:
      *                 post the RECALL-POST release;
      *   NO SLOT     - a volser in the rack that no VOLSXREF slot
      *                 claims (or a slot TAPEMAST has no record of).
      * The CYCLRPT report lists each class with its counts.  Every
      * missing tape raises its own action-required ALERTLOG alert
      * and ends the step RC 8; the other discrepancies end it RC 4;
      * a clean count ends RC 0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO "VLTSCAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCAN-FILE-STATUS.
           SELECT TAPE-FILE ASSIGN TO "TAPEMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TAPE-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "VOLSXREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "CYCLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT VLOC-FILE ASSIGN TO "VAULTLOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VLOC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-FILE.
       01  SCAN-RECORD.
           02  VS-VOLSER               PIC X(06).
           02  VS-LOCATION             PIC X(16).
           02  VS-SCAN-DATE            PIC X(08).
           02  VS-SCANNER              PIC X(03).
           02  FILLER                  PIC X(47).
       FD  TAPE-FILE.
       COPY "tapemast.cbl".
       FD  XREF-FILE.
       COPY "volsxref.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       FD  ALERT-FILE.
       COPY "alertlog.cbl".
       FD  VLOC-FILE.
       COPY "vaultloc.cbl".
       WORKING-STORAGE SECTION.
       COPY "tape-ws.cbl".
       COPY "vols-ws.cbl".
       COPY "alert-ws.cbl".
       77  SCAN-FILE-STATUS            PIC X(02).
       77  TAPE-FILE-STATUS            PIC X(02).
       77  XREF-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  ALERT-FILE-STATUS           PIC X(02).
       77  VLOC-FILE-STATUS            PIC X(02).
       77  SCAN-AT-END-SW              PIC X(01) VALUE "N".
           88  SCAN-AT-END                         VALUE "Y".
       77  MAX-SCANS                   PIC 9(03) VALUE 400.
       77  SCAN-SUB                    PIC 9(03) USAGE COMP.
       77  FOUND-SCAN-SUB              PIC 9(03) USAGE COMP.
       77  SEEK-VOLSER                 PIC X(06).
       77  SLOT-SET-SUB                PIC 99 USAGE COMP.
       77  SLOT-DISK-SUB               PIC 99 USAGE COMP.
       77  WALKED-SW                   PIC X(01).
           88  LOCATION-WALKED                     VALUE "Y".
       77  COUNT-DATE                  PIC X(08) VALUE SPACE.
       77  SCAN-COUNT                  PIC 9(05) USAGE COMP VALUE 0.
       77  BAD-SCAN-COUNT              PIC 9(05) USAGE COMP VALUE 0.
       77  DUP-SCAN-COUNT              PIC 9(05) USAGE COMP VALUE 0.
       77  EXPECTED-COUNT              PIC 9(05) USAGE COMP VALUE 0.
       77  FOUND-COUNT                 PIC 9(05) USAGE COMP VALUE 0.
       77  MISSING-COUNT               PIC 9(05) USAGE COMP VALUE 0.
       77  WRONG-VAULT-COUNT           PIC 9(05) USAGE COMP VALUE 0.
       77  HELD-FOUND-COUNT            PIC 9(05) USAGE COMP VALUE 0.
       77  HELD-AWAY-COUNT             PIC 9(05) USAGE COMP VALUE 0.
       77  NO-VOLSER-COUNT             PIC 9(05) USAGE COMP VALUE 0.
       77  NO-SLOT-COUNT               PIC 9(05) USAGE COMP VALUE 0.
      * The night's scans, held in core while the masters are
      * walked slot by slot; a scan the walk claims is marked so
      * whatever is left over is a volser no slot accounts for.
       01  SCAN-TABLE.
           02  SCAN-ENTRY OCCURS 400 TIMES.
             03  SC-VOLSER             PIC X(06).
             03  SC-LOCATION           PIC X(16).
             03  SC-MATCHED-SW         PIC X(01).
               88  SC-MATCHED                      VALUE "Y".
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(30) VALUE
               "VAULT CYCLE COUNT".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
           02  FILLER                  PIC X(14) VALUE
               "  COUNT DATE: ".
           02  RPT-H2-COUNT-DATE       PIC X(08).
       01  RPT-SECTION-LINE            PIC X(40).
       01  RPT-DETAIL-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-VOL              PIC X(06).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-SET              PIC X(08).
           02  FILLER                  PIC X(04) VALUE " GEN".
           02  RPT-DL-DISK             PIC Z9.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-EXPECTED         PIC X(16).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-FOUND            PIC X(16).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-FLAG             PIC X(22).
       01  RPT-COLUMN-LINE.
           02  FILLER                  PIC X(32) VALUE
               "  VOLSER SET       GEN ".
           02  FILLER                  PIC X(34) VALUE
               "TAPEMAST SAYS    SCANNED IN".
       01  RPT-NONE-LINE.
           02  FILLER                  PIC X(36) VALUE
               "  (SHELVES AGREE WITH THE MASTERS)".
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(32).
           02  RPT-CL-COUNT            PIC ZZZZ9.
       COPY "polenames.cbl".
       COPY "vloc-ws.cbl".

       PROCEDURE DIVISION.
       CYCLE-COUNT-MAIN.
           PERFORM LOAD-VAULT-LOCATIONS.
           PERFORM CLEAR-INVENTORY-TABLE.
           PERFORM LOAD-INVENTORY.
           PERFORM LOAD-VOLSER-XREF.
           OPEN OUTPUT RPT-FILE.
           PERFORM LOAD-THE-SCANS.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RPT-H2-DATE.
           MOVE COUNT-DATE TO RPT-H2-COUNT-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-COLUMN-LINE.
           PERFORM COUNT-ONE-SET-BANK
               VARYING SLOT-SET-SUB FROM 1 BY 1
               UNTIL SLOT-SET-SUB > MAX-SETS.
           PERFORM REPORT-ONE-LEFTOVER-SCAN
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB > SCAN-COUNT.
           IF MISSING-COUNT = 0 AND WRONG-VAULT-COUNT = 0
               AND HELD-FOUND-COUNT = 0 AND NO-SLOT-COUNT = 0
               AND NO-VOLSER-COUNT = 0 AND BAD-SCAN-COUNT = 0
               WRITE RPT-RECORD FROM RPT-NONE-LINE
           END-IF.
           PERFORM WRITE-COUNT-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "VAULT-CYCLE-COUNT: ", FOUND-COUNT, " OF ",
               EXPECTED-COUNT, " EXPECTED TAPES FOUND, ",
               MISSING-COUNT, " MISSING".
           EVALUATE TRUE
               WHEN MISSING-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WRONG-VAULT-COUNT > 0 OR HELD-FOUND-COUNT > 0
                   OR NO-SLOT-COUNT > 0 OR NO-VOLSER-COUNT > 0
                   OR BAD-SCAN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * A scan outside the two walked vaults is a scanner left set
      * to the wrong location, not a tape: it is listed and dropped.
      * The same barcode read twice counts once.
       LOAD-THE-SCANS.
           OPEN INPUT SCAN-FILE.
           IF SCAN-FILE-STATUS = "00"
               PERFORM READ-NEXT-SCAN UNTIL SCAN-AT-END
               CLOSE SCAN-FILE
           ELSE
               DISPLAY "VLTSCAN NOT FOUND, EVERY SHELVED TAPE ",
                   "WILL REPORT MISSING"
           END-IF.

       READ-NEXT-SCAN.
           READ SCAN-FILE
               AT END
                   SET SCAN-AT-END TO TRUE
               NOT AT END
                   IF VS-SCAN-DATE > COUNT-DATE
                       MOVE VS-SCAN-DATE TO COUNT-DATE
                   END-IF
                   MOVE VS-LOCATION TO RPT-DL-FOUND
                   PERFORM CHECK-LOCATION-WALKED
                   MOVE VS-VOLSER TO SEEK-VOLSER
                   PERFORM FIND-SCANNED-VOLSER
                   EVALUATE TRUE
                       WHEN NOT LOCATION-WALKED
                           ADD 1 TO BAD-SCAN-COUNT
                           DISPLAY "VAULT-CYCLE-COUNT: SCAN OF ",
                               VS-VOLSER, " IN ", VS-LOCATION,
                               " IS NOT A WALKED VAULT, DROPPED"
                       WHEN FOUND-SCAN-SUB > 0
                           ADD 1 TO DUP-SCAN-COUNT
                       WHEN SCAN-COUNT >= MAX-SCANS
                           ADD 1 TO BAD-SCAN-COUNT
                           DISPLAY "VAULT-CYCLE-COUNT: MORE THAN ",
                               MAX-SCANS, " SCANS, ", VS-VOLSER,
                               " DROPPED"
                       WHEN OTHER
                           ADD 1 TO SCAN-COUNT
                           MOVE VS-VOLSER TO SC-VOLSER (SCAN-COUNT)
                           MOVE VS-LOCATION
                               TO SC-LOCATION (SCAN-COUNT)
                           MOVE "N" TO SC-MATCHED-SW (SCAN-COUNT)
                   END-EVALUATE
           END-READ.

      * RPT-DL-FOUND holds the location being judged: the walk
      * covers the onsite safe and the overflow rack, pole
      * locations 1 and 2.
       CHECK-LOCATION-WALKED.
           IF RPT-DL-FOUND = POLE-NAME-ENTRY (1)
               OR RPT-DL-FOUND = POLE-NAME-ENTRY (2)
               SET LOCATION-WALKED TO TRUE
           ELSE
               MOVE "N" TO WALKED-SW
           END-IF.

       FIND-SCANNED-VOLSER.
           MOVE 0 TO FOUND-SCAN-SUB.
           PERFORM MATCH-ONE-SCAN
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB > SCAN-COUNT OR FOUND-SCAN-SUB > 0.

       MATCH-ONE-SCAN.
           IF SC-VOLSER (SCAN-SUB) = SEEK-VOLSER
               MOVE SCAN-SUB TO FOUND-SCAN-SUB
           END-IF.

       COUNT-ONE-SET-BANK.
           IF INV-SET-USED (SLOT-SET-SUB)
               PERFORM COUNT-ONE-SLOT
                   VARYING SLOT-DISK-SUB FROM 1 BY 1
                   UNTIL SLOT-DISK-SUB > MAX-DISKS
           END-IF.

      * One TAPEMAST slot against the shelves.  A slot with no
      * volser on VOLSXREF can't be matched to a barcode at all;
      * when it should be on a walked shelf it is listed so the
      * librarian registers it before the next count.
       COUNT-ONE-SLOT.
           IF INV-PRESENT (SLOT-SET-SUB, SLOT-DISK-SUB)
               MOVE INV-SET-NAME (SLOT-SET-SUB) TO RPT-DL-SET
               MOVE SLOT-DISK-SUB TO RPT-DL-DISK
               MOVE INV-LOCATION (SLOT-SET-SUB, SLOT-DISK-SUB)
                   TO RPT-DL-EXPECTED
               MOVE INV-LOCATION (SLOT-SET-SUB, SLOT-DISK-SUB)
                   TO RPT-DL-FOUND
               PERFORM CHECK-LOCATION-WALKED
               IF LOCATION-WALKED
                   ADD 1 TO EXPECTED-COUNT
               END-IF
               MOVE INV-SET-NAME (SLOT-SET-SUB) TO VX-SEEK-SET
               MOVE SLOT-DISK-SUB TO VX-SEEK-DISK
               PERFORM FIND-TAPE-VOLSER
               MOVE VX-FOUND-VOLSER TO RPT-DL-VOL
               MOVE VX-FOUND-VOLSER TO SEEK-VOLSER
               MOVE 0 TO FOUND-SCAN-SUB
               IF VX-FOUND-VOLSER NOT = SPACE
                   PERFORM FIND-SCANNED-VOLSER
               END-IF
               EVALUATE TRUE
                   WHEN VX-FOUND-VOLSER = SPACE
                       IF LOCATION-WALKED
                           ADD 1 TO NO-VOLSER-COUNT
                           MOVE SPACE TO RPT-DL-FOUND
                           MOVE "NO VOLSER ON VOLSXREF" TO RPT-DL-FLAG
                           WRITE RPT-RECORD FROM RPT-DETAIL-LINE
                       END-IF
                   WHEN FOUND-SCAN-SUB > 0
                       PERFORM JUDGE-FOUND-TAPE
                   WHEN INV-ON-RECALL (SLOT-SET-SUB, SLOT-DISK-SUB)
                       ADD 1 TO HELD-AWAY-COUNT
                   WHEN LOCATION-WALKED
                       PERFORM REPORT-MISSING-TAPE
               END-EVALUATE
           END-IF.

       JUDGE-FOUND-TAPE.
           SET SC-MATCHED (FOUND-SCAN-SUB) TO TRUE.
           MOVE SC-LOCATION (FOUND-SCAN-SUB) TO RPT-DL-FOUND.
           EVALUATE TRUE
               WHEN INV-ON-RECALL (SLOT-SET-SUB, SLOT-DISK-SUB)
                   ADD 1 TO HELD-FOUND-COUNT
                   MOVE "RECALL HELD, ON SHELF" TO RPT-DL-FLAG
                   WRITE RPT-RECORD FROM RPT-DETAIL-LINE
               WHEN SC-LOCATION (FOUND-SCAN-SUB)
                   NOT = INV-LOCATION (SLOT-SET-SUB, SLOT-DISK-SUB)
                   ADD 1 TO WRONG-VAULT-COUNT
                   MOVE "WRONG VAULT" TO RPT-DL-FLAG
                   WRITE RPT-RECORD FROM RPT-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO FOUND-COUNT
           END-EVALUATE.

      * The one that matters: the master says the tape is on this
      * shelf and the scanner never saw it.
       REPORT-MISSING-TAPE.
           ADD 1 TO MISSING-COUNT.
           MOVE SPACE TO RPT-DL-FOUND.
           MOVE "MISSING" TO RPT-DL-FLAG.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
           MOVE "A" TO ALERT-SEVERITY.
           MOVE "VAULT-CYCLE-COUNT" TO ALERT-STEP-NAME.
           MOVE SPACE TO ALERT-TEXT.
           STRING "NOT ON SHELF: SET ", RPT-DL-SET,
               " GEN ", VX-SEEK-DISK, " ", RPT-DL-VOL
               DELIMITED BY SIZE INTO ALERT-TEXT.
           PERFORM WRITE-OPERATOR-ALERT.

      * A scan no TAPEMAST slot claimed: either a slot on VOLSXREF
      * that TAPEMAST has no record of, or a volser no slot claims
      * at all -- a stray or foreign cartridge in the rack.
       REPORT-ONE-LEFTOVER-SCAN.
           IF NOT SC-MATCHED (SCAN-SUB)
               ADD 1 TO NO-SLOT-COUNT
               MOVE SC-VOLSER (SCAN-SUB) TO RPT-DL-VOL
               MOVE SC-VOLSER (SCAN-SUB) TO SEEK-VOLSER
               MOVE SPACE TO RPT-DL-EXPECTED
               MOVE SC-LOCATION (SCAN-SUB) TO RPT-DL-FOUND
               PERFORM FIND-VOLSER-SLOT
               IF VX-SET-SUB > 0
                   MOVE VXS-NAME (VX-SET-SUB) TO RPT-DL-SET
                   MOVE VX-DISK-SUB TO RPT-DL-DISK
                   MOVE "SLOT NOT ON TAPEMAST" TO RPT-DL-FLAG
               ELSE
                   MOVE SPACE TO RPT-DL-SET
                   MOVE 0 TO RPT-DL-DISK
                   MOVE "NO SLOT CLAIMS VOLSER" TO RPT-DL-FLAG
               END-IF
               WRITE RPT-RECORD FROM RPT-DETAIL-LINE
           END-IF.

      * Reverse lookup on the cross-reference: which set and
      * generation carries SEEK-VOLSER.  VX-SET-SUB comes back 0
      * when no slot does.
       FIND-VOLSER-SLOT.
           MOVE 0 TO VX-SET-SUB.
           PERFORM SEEK-VOLSER-IN-SET
               VARYING VX-SCAN-SUB FROM 1 BY 1
               UNTIL VX-SCAN-SUB > VX-MAX-SETS OR VX-SET-SUB > 0.

       SEEK-VOLSER-IN-SET.
           IF VXS-USED (VX-SCAN-SUB)
               PERFORM SEEK-VOLSER-IN-SLOT
                   VARYING VX-DISK-SUB FROM 1 BY 1
                   UNTIL VX-DISK-SUB > VX-MAX-DISKS OR VX-SET-SUB > 0
           END-IF.

       SEEK-VOLSER-IN-SLOT.
           IF VXE-VOLSER (VX-SCAN-SUB, VX-DISK-SUB) = SEEK-VOLSER
               MOVE VX-SCAN-SUB TO VX-SET-SUB
           END-IF.

       WRITE-COUNT-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "BARCODES SCANNED:" TO RPT-CL-LABEL.
           MOVE SCAN-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "DUPLICATE SCANS IGNORED:" TO RPT-CL-LABEL.
           MOVE DUP-SCAN-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "SCANS OUTSIDE THE WALKED VAULTS:" TO RPT-CL-LABEL.
           MOVE BAD-SCAN-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "TAPES EXPECTED ON THE SHELVES:" TO RPT-CL-LABEL.
           MOVE EXPECTED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "FOUND WHERE EXPECTED:" TO RPT-CL-LABEL.
           MOVE FOUND-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "MISSING:" TO RPT-CL-LABEL.
           MOVE MISSING-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "IN THE WRONG VAULT:" TO RPT-CL-LABEL.
           MOVE WRONG-VAULT-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "RECALL HELD BUT ON THE SHELF:" TO RPT-CL-LABEL.
           MOVE HELD-FOUND-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "AWAY UNDER OPEN RECALL:" TO RPT-CL-LABEL.
           MOVE HELD-AWAY-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "SCANNED, NO TAPEMAST SLOT:" TO RPT-CL-LABEL.
           MOVE NO-SLOT-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "SHELVED SLOTS WITH NO VOLSER:" TO RPT-CL-LABEL.
           MOVE NO-VOLSER-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.

       COPY "tape-proc.cbl".

       COPY "vols-proc.cbl".

       COPY "alert-proc.cbl".

       COPY "vloc-proc.cbl".
