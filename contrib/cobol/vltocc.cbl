       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-OCCUPANCY-CHECK.
       DATE-WRITTEN. 2026-10-15.
      * Pre-rotation occupancy gate against the VAULTLOC location
      * master.  Starts from where TAPEMAST says every tape sits
      * tonight, then plays forward each rotation set that rotates
      * tonight (every ROTSET set, or the single unnamed rotation
      * when there is no ROTSET): a full rotation lands all of the
      * set's disks on its TO pole, so the set's tapes come off the
      * locations they hold now and all N go onto the TO location.
      * Each set's disks and poles are resolved the way NIGHTRUN
      * stamps its HANOIPRM card -- the set's own, else the calendar
      * card OFFSITE-POLE-PICK saved to CALCARD (HANOIPRM when there
      * is no save), with the NITECTL count and the standard 1/2/3
      * wiring behind those.  Prints the VLTORPT occupancy report
      * (capacity, tapes there now, projected after tonight, and
      * fill percentage per location) and judges the night:
      *   RC 8 - a location would be past its slot capacity: an
      *          action-required ALERTLOG alert per location, and
      *          NIGHTRUN holds the rotations the way it does for
      *          worn media, until slots are freed or the master's
      *          capacity is corrected;
      *   RC 0 - everything fits.
      * A location with a capacity of zero (or no VAULTLOC record)
      * is reported but never holds the night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "NITECTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "HANOIPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT CAL-FILE ASSIGN TO "CALCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT ROTSET-FILE ASSIGN TO "ROTSET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ROTSET-FILE-STATUS.
           SELECT TAPE-FILE ASSIGN TO "TAPEMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TAPE-FILE-STATUS.
           SELECT VLOC-FILE ASSIGN TO "VAULTLOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VLOC-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "VLTORPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       COPY "nitectl.cbl".
       FD  PARM-FILE.
       COPY "hanoiprm.cbl".
       FD  CAL-FILE.
       01  CAL-CARD-RECORD.
           02  CC-NUM-DISKS            PIC 99.
           02  CC-FROM-POLE            PIC 9.
           02  CC-TO-POLE              PIC 9.
           02  CC-VIA-POLE             PIC 9.
           02  FILLER                  PIC X(75).
       FD  ROTSET-FILE.
       COPY "rotset.cbl".
       FD  TAPE-FILE.
       COPY "tapemast.cbl".
       FD  VLOC-FILE.
       COPY "vaultloc.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       FD  ALERT-FILE.
       COPY "alertlog.cbl".
       WORKING-STORAGE SECTION.
       COPY "tape-ws.cbl".
       COPY "polenames.cbl".
       COPY "vloc-ws.cbl".
       COPY "alert-ws.cbl".
       77  CTL-FILE-STATUS             PIC X(02).
       77  PARM-FILE-STATUS            PIC X(02).
       77  CAL-FILE-STATUS             PIC X(02).
       77  ROTSET-FILE-STATUS          PIC X(02).
       77  TAPE-FILE-STATUS            PIC X(02).
       77  VLOC-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  ALERT-FILE-STATUS           PIC X(02).
       77  ROTSET-AT-END-SW            PIC X(01) VALUE "N".
           88  ROTSET-AT-END                       VALUE "Y".
       77  SET-SEEN-SW                 PIC X(01) VALUE "N".
           88  SET-SEEN                            VALUE "Y".
       77  CHAIN-NUM-DISKS             PIC 99 VALUE 4.
       77  SET-DISKS                   PIC 99.
       77  SET-TO-SUB                  PIC 9 USAGE COMP.
       77  POLE-SUB                    PIC 9 USAGE COMP.
       77  FILL-PCT                    PIC 9(05) USAGE COMP.
       77  OVER-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
       77  SETS-PLAYED                 PIC 9(04) USAGE COMP VALUE 0.
      * The calendar card's disks and poles for tonight: the
      * fallback for any set that doesn't carry its own.
       01  CAL-PARM-CARD.
           02  CAL-NUM-DISKS           PIC 99 VALUE 0.
           02  CAL-FROM-POLE           PIC 9 VALUE 0.
           02  CAL-TO-POLE             PIC 9 VALUE 0.
           02  CAL-VIA-POLE            PIC 9 VALUE 0.
      * Tapes per location, one entry per rotation pole: where
      * TAPEMAST has them now, and where tonight's rotations would
      * leave them.
       01  OCCUPANCY-TABLE.
           02  OCC-ENTRY OCCURS 3 TIMES.
             03  OCC-CURRENT           PIC S9(05) USAGE COMP.
             03  OCC-PROJECTED         PIC S9(05) USAGE COMP.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(30) VALUE
               "VAULT OCCUPANCY CHECK".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-COLUMN-LINE.
           02  FILLER                  PIC X(33) VALUE
               "  LOCATION          BUILDING     ".
           02  FILLER                  PIC X(31) VALUE
               "ROOM       CAP  NOW  PROJ  FILL".
       01  RPT-DETAIL-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-NAME             PIC X(16).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-BUILDING         PIC X(12).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-ROOM             PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-CAPACITY         PIC ZZZ9.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-CURRENT          PIC ZZZ9.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-PROJECTED        PIC ZZZ9.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-FILL             PIC X(05).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-FLAG             PIC X(15).
       01  RPT-FILL-EDIT.
           02  RPT-FE-PCT              PIC ZZZ9.
           02  FILLER                  PIC X(01) VALUE "%".
       01  RPT-CUSTODIAN-LINE.
           02  FILLER                  PIC X(14) VALUE
               "    CUSTODIAN ".
           02  RPT-CU-NAME             PIC X(20).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-CU-PHONE            PIC X(12).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(30).
           02  RPT-CL-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.
       VAULT-OCCUPANCY-MAIN.
           PERFORM LOAD-VAULT-LOCATIONS.
           PERFORM READ-CONTROL-CARD.
           PERFORM READ-CALENDAR-CARD.
           PERFORM CLEAR-INVENTORY-TABLE.
           PERFORM LOAD-INVENTORY.
           PERFORM COUNT-CURRENT-OCCUPANCY.
           PERFORM PROJECT-TONIGHTS-SETS.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-COLUMN-LINE.
           PERFORM REPORT-ONE-LOCATION
               VARYING POLE-SUB FROM 1 BY 1 UNTIL POLE-SUB > 3.
           PERFORM WRITE-OCCUPANCY-TOTALS.
           CLOSE RPT-FILE.
           IF OVER-COUNT > 0
               DISPLAY "VAULT-OCCUPANCY-CHECK: ", OVER-COUNT,
                   " LOCATIONS WOULD BE OVER CAPACITY, SEE VLTORPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "VAULT-OCCUPANCY-CHECK: ", SETS-PLAYED,
                   " SETS PROJECTED, EVERY LOCATION FITS"
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           IF CTL-FILE-STATUS = "00"
               READ CTL-FILE
                   NOT AT END
                       IF NITE-NUM-DISKS > 0
                           MOVE NITE-NUM-DISKS TO CHAIN-NUM-DISKS
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.

      * The card NIGHTRUN saved when tonight's pole pick completed;
      * with no save, whatever HANOIPRM holds is the calendar card
      * OFFSITE-POLE-PICK just wrote.  Its NUM-DISKS has the last
      * word over NITECTL's, as in TOWERS-OF-HANOI.
       READ-CALENDAR-CARD.
           OPEN INPUT CAL-FILE.
           IF CAL-FILE-STATUS = "00"
               READ CAL-FILE
                   NOT AT END
                       MOVE CC-NUM-DISKS TO CAL-NUM-DISKS
                       MOVE CC-FROM-POLE TO CAL-FROM-POLE
                       MOVE CC-TO-POLE TO CAL-TO-POLE
                       MOVE CC-VIA-POLE TO CAL-VIA-POLE
               END-READ
               CLOSE CAL-FILE
           ELSE
               OPEN INPUT PARM-FILE
               IF PARM-FILE-STATUS = "00"
                   READ PARM-FILE
                       NOT AT END
                           MOVE PARM-NUM-DISKS TO CAL-NUM-DISKS
                           MOVE PARM-FROM-POLE TO CAL-FROM-POLE
                           MOVE PARM-TO-POLE TO CAL-TO-POLE
                           MOVE PARM-VIA-POLE TO CAL-VIA-POLE
                   END-READ
                   CLOSE PARM-FILE
               END-IF
           END-IF.
           IF CAL-NUM-DISKS > 0
               MOVE CAL-NUM-DISKS TO CHAIN-NUM-DISKS
           END-IF.
           IF CAL-FROM-POLE = 0 OR CAL-TO-POLE = 0
               OR CAL-VIA-POLE = 0
               MOVE 1 TO CAL-FROM-POLE
               MOVE 2 TO CAL-TO-POLE
               MOVE 3 TO CAL-VIA-POLE
           END-IF.

      * Tonight's starting point, straight off TAPEMAST.  A tape at
      * a location that is none of the three poles' names is not
      * counted against any of them.
       COUNT-CURRENT-OCCUPANCY.
           PERFORM CLEAR-ONE-OCCUPANCY
               VARYING POLE-SUB FROM 1 BY 1 UNTIL POLE-SUB > 3.
           PERFORM COUNT-ONE-SET-BANK
               VARYING INV-SET-SUB FROM 1 BY 1
               UNTIL INV-SET-SUB > MAX-SETS.
           PERFORM COPY-ONE-OCCUPANCY
               VARYING POLE-SUB FROM 1 BY 1 UNTIL POLE-SUB > 3.

       CLEAR-ONE-OCCUPANCY.
           MOVE 0 TO OCC-CURRENT (POLE-SUB).
           MOVE 0 TO OCC-PROJECTED (POLE-SUB).

       COUNT-ONE-SET-BANK.
           IF INV-SET-USED (INV-SET-SUB)
               PERFORM COUNT-ONE-DISK
                   VARYING DISK-SUB FROM 1 BY 1
                   UNTIL DISK-SUB > MAX-DISKS
           END-IF.

       COUNT-ONE-DISK.
           IF INV-PRESENT (INV-SET-SUB, DISK-SUB)
               PERFORM FIND-DISK-LOCATION
               IF POLE-SUB > 0
                   ADD 1 TO OCC-CURRENT (POLE-SUB)
               END-IF
           END-IF.

       COPY-ONE-OCCUPANCY.
           MOVE OCC-CURRENT (POLE-SUB) TO OCC-PROJECTED (POLE-SUB).

      * POLE-SUB comes back 0 when INV-LOCATION names no pole.
       FIND-DISK-LOCATION.
           EVALUATE INV-LOCATION (INV-SET-SUB, DISK-SUB)
               WHEN POLE-NAME-ENTRY (1)
                   MOVE 1 TO POLE-SUB
               WHEN POLE-NAME-ENTRY (2)
                   MOVE 2 TO POLE-SUB
               WHEN POLE-NAME-ENTRY (3)
                   MOVE 3 TO POLE-SUB
               WHEN OTHER
                   MOVE 0 TO POLE-SUB
           END-EVALUATE.

      * Every set rotating tonight, in ROTSET order; no ROTSET at
      * all is the single unnamed rotation on the calendar card.
       PROJECT-TONIGHTS-SETS.
           OPEN INPUT ROTSET-FILE.
           IF ROTSET-FILE-STATUS = "00"
               PERFORM READ-NEXT-ROTATION-SET UNTIL ROTSET-AT-END
               CLOSE ROTSET-FILE
           END-IF.
           IF NOT SET-SEEN
               MOVE SPACE TO SET-NAME
               MOVE 0 TO SET-NUM-DISKS
               MOVE 0 TO SET-FROM-POLE
               MOVE 0 TO SET-TO-POLE
               MOVE 0 TO SET-VIA-POLE
               PERFORM PROJECT-ONE-SET
           END-IF.

       READ-NEXT-ROTATION-SET.
           READ ROTSET-FILE
               AT END
                   SET ROTSET-AT-END TO TRUE
               NOT AT END
                   SET SET-SEEN TO TRUE
                   PERFORM PROJECT-ONE-SET
           END-READ.

      * The set's own disks and poles when it has them, the
      * calendar card's otherwise -- what WRITE-SET-PARM-CARD in
      * NIGHTRUN will stamp.  Its tapes leave where they are and all
      * N generations end on the TO pole.
       PROJECT-ONE-SET.
           ADD 1 TO SETS-PLAYED.
           IF SET-NUM-DISKS > 0
               MOVE SET-NUM-DISKS TO SET-DISKS
           ELSE
               MOVE CHAIN-NUM-DISKS TO SET-DISKS
           END-IF.
           IF SET-DISKS > MAX-DISKS
               MOVE MAX-DISKS TO SET-DISKS
           END-IF.
           IF SET-FROM-POLE > 0 AND SET-TO-POLE > 0
               AND SET-VIA-POLE > 0
               MOVE SET-TO-POLE TO SET-TO-SUB
           ELSE
               MOVE CAL-TO-POLE TO SET-TO-SUB
           END-IF.
           IF SET-TO-SUB > 3
               MOVE 2 TO SET-TO-SUB
           END-IF.
           MOVE SET-NAME TO WORK-SET-NAME.
           PERFORM FIND-OR-ADD-INV-SET.
           IF INV-SET-SUB > 0
               PERFORM LIFT-ONE-DISK
                   VARYING DISK-SUB FROM 1 BY 1
                   UNTIL DISK-SUB > SET-DISKS
           END-IF.
           ADD SET-DISKS TO OCC-PROJECTED (SET-TO-SUB).

       LIFT-ONE-DISK.
           IF INV-PRESENT (INV-SET-SUB, DISK-SUB)
               PERFORM FIND-DISK-LOCATION
               IF POLE-SUB > 0
                   SUBTRACT 1 FROM OCC-PROJECTED (POLE-SUB)
               END-IF
           END-IF.

       REPORT-ONE-LOCATION.
           MOVE SPACE TO RPT-DL-FLAG.
           MOVE POLE-NAME-ENTRY (POLE-SUB) TO RPT-DL-NAME.
           MOVE VLOC-BUILDING (POLE-SUB) TO RPT-DL-BUILDING.
           MOVE VLOC-ROOM (POLE-SUB) TO RPT-DL-ROOM.
           MOVE VLOC-CAPACITY (POLE-SUB) TO RPT-DL-CAPACITY.
           MOVE OCC-CURRENT (POLE-SUB) TO RPT-DL-CURRENT.
           MOVE OCC-PROJECTED (POLE-SUB) TO RPT-DL-PROJECTED.
           IF VLOC-CAPACITY (POLE-SUB) = 0
               MOVE "  N/A" TO RPT-DL-FILL
               MOVE "NOT CHECKED" TO RPT-DL-FLAG
           ELSE
               COMPUTE FILL-PCT ROUNDED = OCC-PROJECTED (POLE-SUB)
                   * 100 / VLOC-CAPACITY (POLE-SUB)
               MOVE FILL-PCT TO RPT-FE-PCT
               MOVE RPT-FILL-EDIT TO RPT-DL-FILL
               IF OCC-PROJECTED (POLE-SUB) > VLOC-CAPACITY (POLE-SUB)
                   MOVE "OVER CAPACITY" TO RPT-DL-FLAG
                   ADD 1 TO OVER-COUNT
                   PERFORM WRITE-CAPACITY-ALERT
               END-IF
           END-IF.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
           IF VLOC-CUSTODIAN (POLE-SUB) NOT = SPACE
               MOVE VLOC-CUSTODIAN (POLE-SUB) TO RPT-CU-NAME
               MOVE VLOC-PHONE (POLE-SUB) TO RPT-CU-PHONE
               WRITE RPT-RECORD FROM RPT-CUSTODIAN-LINE
           END-IF.

       WRITE-CAPACITY-ALERT.
           MOVE "A" TO ALERT-SEVERITY.
           MOVE "VAULT-OCCUPANCY-CHECK" TO ALERT-STEP-NAME.
           MOVE SPACE TO ALERT-TEXT.
           STRING "OVER CAPACITY: " DELIMITED BY SIZE
               POLE-NAME-ENTRY (POLE-SUB) DELIMITED BY SPACE
               INTO ALERT-TEXT
           END-STRING.
           PERFORM WRITE-OPERATOR-ALERT.

       WRITE-OCCUPANCY-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "ROTATION SETS PROJECTED:" TO RPT-CL-LABEL.
           MOVE SETS-PLAYED TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "LOCATIONS OVER CAPACITY:" TO RPT-CL-LABEL.
           MOVE OVER-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.

       COPY "tape-proc.cbl".

       COPY "vloc-proc.cbl".

       COPY "alert-proc.cbl".
