      * leaves the slot alone.  Ends RC 0 when every set asked
      * about is answered, RC 4 when any set has no catalog record
      * covering the date.
      *
      * 2026-10-15  A quarter-end or year-end cartridge pulled into
      *             long-term retention (RETMEDIA) answers for its
      *             business date once the rotation has written that
      *             generation over; an overwritten pick with no
      *             retained copy is reported and counts unanswered.
      * 2026-10-15  Location names now come off the VAULTLOC
      *             location master, falling back to the
      *             POLENAMES built-ins for a pole it lacks.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAPE-FILE ASSIGN TO "TAPEMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TAPE-FILE-STATUS.
           SELECT RET-FILE ASSIGN TO "RETMEDIA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RET-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "RESTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT VLOC-FILE ASSIGN TO "VAULTLOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VLOC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REST-PARM-FILE.
       COPY "bkcatlg.cbl".
       FD  TAPE-FILE.
       COPY "tapemast.cbl".
       FD  RET-FILE.
       COPY "retmedia.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       FD  VLOC-FILE.
       COPY "vaultloc.cbl".
       WORKING-STORAGE SECTION.
       COPY "tape-ws.cbl".
       COPY "polenames.cbl".
       COPY "vloc-ws.cbl".
       77  REST-PARM-STATUS            PIC X(02).
       77  CAT-FILE-STATUS             PIC X(02).
       77  TAPE-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  RET-FILE-STATUS             PIC X(02).
       77  VLOC-FILE-STATUS            PIC X(02).
       77  RET-AT-END-SW               PIC X(01) VALUE "N".
           88  RET-AT-END                          VALUE "Y".
       77  CAT-AT-END-SW               PIC X(01) VALUE "N".
           88  CAT-AT-END                          VALUE "Y".
       77  ASK-BUS-DATE                PIC X(08) VALUE SPACE.
           88  ONE-SET-ONLY                        VALUE "Y".
       77  PICK-SUB                    PIC 99 USAGE COMP.
       77  SCAN-PICK-SUB               PIC 99 USAGE COMP.
       77  RETAIN-SUB                  PIC 99 USAGE COMP.
       77  SCAN-RETAIN-SUB             PIC 99 USAGE COMP.
       77  ANSWERED-COUNT              PIC 9(03) USAGE COMP VALUE 0.
       77  UNANSWERED-COUNT            PIC 9(03) USAGE COMP VALUE 0.
      * The newest on-or-before catalog record per set, peeled off
             03  PK-VOLSER             PIC X(06).
             03  PK-REC-COUNT          PIC 9(09).
             03  PK-NET-AMOUNT         PIC S9(11)V99.
             03  PK-OVERWRITTEN-SW     PIC X(01).
               88  PK-OVERWRITTEN                  VALUE "Y".
      * The newest retained (RETMEDIA status R) cartridge per set
      * with a business date on or before the asked date.
       01  RETAIN-TABLE.
           02  RETAIN-COUNT            PIC 99 USAGE COMP VALUE 0.
           02  RETAIN-ENTRY OCCURS 8 TIMES.
             03  RT-SET-NAME           PIC X(08).
             03  RT-BUS-DATE           PIC X(08).
             03  RT-DISK-NUM           PIC 99.
             03  RT-VOLSER             PIC X(06).
             03  RT-REC-COUNT          PIC 9(09).
             03  RT-NET-AMOUNT         PIC S9(11)V99.
             03  RT-PULL-DATE          PIC X(08).
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(24) VALUE
               "RESTORE PLANNING REPORT".
       01  RPT-NOTE-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-NT-TEXT             PIC X(60).
       01  RPT-RETAIN-LINE.
           02  FILLER                  PIC X(14) VALUE
               "  RETAINED GEN".
           02  RPT-RN-DISK             PIC Z9.
           02  FILLER                  PIC X(06) VALUE "  VOL ".
           02  RPT-RN-VOLSER           PIC X(06).
           02  FILLER                  PIC X(13) VALUE "  PULLED ON ".
           02  RPT-RN-PULL-DATE        PIC X(08).
       01  RPT-NONE-LINE.
           02  FILLER                  PIC X(44) VALUE
               "  NO CATALOG RECORD COVERS THE ASKED DATE".

       PROCEDURE DIVISION.
       RESTORE-PLAN-MAIN.
           PERFORM LOAD-VAULT-LOCATIONS.
           PERFORM READ-RESTORE-CARD.
           PERFORM PICK-CATALOG-RECORDS.
           PERFORM LOAD-RETAINED-MEDIA.
           PERFORM CLEAR-INVENTORY-TABLE.
           PERFORM LOAD-INVENTORY.
           PERFORM WRITE-RESTORE-REPORT.
               AT END
                   SET CAT-AT-END TO TRUE
               NOT AT END
                   IF NOT ONE-SET-ONLY OR BC-SET-NAME = ASK-SET-NAME
                       IF BC-RUN-DATE <= ASK-BUS-DATE
                           PERFORM TAKE-ONE-CATALOG-RECORD
                       ELSE
                           PERFORM CHECK-PICK-OVERWRITTEN
                       END-IF
                   END-IF
           END-READ.

               MOVE BC-VOLSER TO PK-VOLSER (PICK-SUB)
               MOVE BC-REC-COUNT TO PK-REC-COUNT (PICK-SUB)
               MOVE BC-NET-AMOUNT TO PK-NET-AMOUNT (PICK-SUB)
               MOVE "N" TO PK-OVERWRITTEN-SW (PICK-SUB)
           END-IF.

      * BKUPCAT is in date order, so by the time a record past the
      * asked date streams by the set's pick is final; a later
      * catalog of the same generation means the tape was written
      * over and no longer holds the asked date.
       CHECK-PICK-OVERWRITTEN.
           MOVE 0 TO PICK-SUB.
           PERFORM MATCH-ONE-PICK-SET
               VARYING SCAN-PICK-SUB FROM 1 BY 1
               UNTIL SCAN-PICK-SUB > PICK-COUNT OR PICK-SUB > 0.
           IF PICK-SUB > 0
               AND BC-DISK-NUM = PK-DISK-NUM (PICK-SUB)
               MOVE "Y" TO PK-OVERWRITTEN-SW (PICK-SUB)
           END-IF.

       MATCH-ONE-PICK-SET.
               MOVE SCAN-PICK-SUB TO PICK-SUB
           END-IF.

      * Retained cartridges on or before the asked date, newest per
      * set; pending and destroyed records are not recallable.
       LOAD-RETAINED-MEDIA.
           OPEN INPUT RET-FILE.
           IF RET-FILE-STATUS = "00"
               PERFORM READ-NEXT-RETAINED UNTIL RET-AT-END
               CLOSE RET-FILE
           END-IF.

       READ-NEXT-RETAINED.
           READ RET-FILE
               AT END
                   SET RET-AT-END TO TRUE
               NOT AT END
                   IF RM-RETAINED
                       AND RM-BUSINESS-DATE <= ASK-BUS-DATE
                       AND (NOT ONE-SET-ONLY
                           OR RM-SET-NAME = ASK-SET-NAME)
                       PERFORM TAKE-ONE-RETAINED-RECORD
                   END-IF
           END-READ.

       TAKE-ONE-RETAINED-RECORD.
           MOVE RM-SET-NAME TO WORK-SET-NAME.
           PERFORM FIND-RETAINED-SET.
           IF RETAIN-SUB = 0 AND RETAIN-COUNT < 8
               ADD 1 TO RETAIN-COUNT
               MOVE RETAIN-COUNT TO RETAIN-SUB
               MOVE RM-SET-NAME TO RT-SET-NAME (RETAIN-SUB)
               MOVE SPACE TO RT-BUS-DATE (RETAIN-SUB)
           END-IF.
           IF RETAIN-SUB > 0
               AND RM-BUSINESS-DATE >= RT-BUS-DATE (RETAIN-SUB)
               MOVE RM-BUSINESS-DATE TO RT-BUS-DATE (RETAIN-SUB)
               MOVE RM-DISK-NUM TO RT-DISK-NUM (RETAIN-SUB)
               MOVE RM-VOLSER TO RT-VOLSER (RETAIN-SUB)
               MOVE RM-REC-COUNT TO RT-REC-COUNT (RETAIN-SUB)
               MOVE RM-NET-AMOUNT TO RT-NET-AMOUNT (RETAIN-SUB)
               MOVE RM-PULL-DATE TO RT-PULL-DATE (RETAIN-SUB)
           END-IF.

       FIND-RETAINED-SET.
           MOVE 0 TO RETAIN-SUB.
           PERFORM MATCH-ONE-RETAINED-SET
               VARYING SCAN-RETAIN-SUB FROM 1 BY 1
               UNTIL SCAN-RETAIN-SUB > RETAIN-COUNT OR RETAIN-SUB > 0.

       MATCH-ONE-RETAINED-SET.
           IF RT-SET-NAME (SCAN-RETAIN-SUB) = WORK-SET-NAME
               MOVE SCAN-RETAIN-SUB TO RETAIN-SUB
           END-IF.

       WRITE-RESTORE-REPORT.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
      * The recall line names where the tape is NOW off TAPEMAST;
      * the cataloged location is shown only when the inventory no
      * longer carries the slot at all.
      * A pick whose own cartridge went into retention, or whose
      * generation has been written over since, is answered from
      * RETMEDIA instead.
       WRITE-ONE-SET-PLAN.
           MOVE PK-SET-NAME (PICK-SUB) TO WORK-SET-NAME.
           PERFORM FIND-RETAINED-SET.
           EVALUATE TRUE
               WHEN RETAIN-SUB > 0
                   AND (PK-OVERWRITTEN (PICK-SUB)
                       OR RT-BUS-DATE (RETAIN-SUB)
                           = PK-RUN-DATE (PICK-SUB))
                   PERFORM WRITE-RETAINED-PLAN
               WHEN PK-OVERWRITTEN (PICK-SUB)
                   PERFORM WRITE-OVERWRITTEN-PLAN
               WHEN OTHER
                   PERFORM WRITE-ROTATION-PLAN
           END-EVALUATE.

       WRITE-ROTATION-PLAN.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE PK-SET-NAME (PICK-SUB) TO RPT-SL-SET.
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.

      * The retained copy may predate the asked business date when
      * the asked day's own tape was not a quarter-end; the set
      * line shows the date it actually holds.
       WRITE-RETAINED-PLAN.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RT-SET-NAME (RETAIN-SUB) TO RPT-SL-SET.
           MOVE RT-BUS-DATE (RETAIN-SUB) TO RPT-SL-DATE.
           WRITE RPT-RECORD FROM RPT-SET-LINE.
           ADD 1 TO ANSWERED-COUNT.
           MOVE RT-DISK-NUM (RETAIN-SUB) TO RPT-RN-DISK.
           MOVE RT-VOLSER (RETAIN-SUB) TO RPT-RN-VOLSER.
           MOVE RT-PULL-DATE (RETAIN-SUB) TO RPT-RN-PULL-DATE.
           WRITE RPT-RECORD FROM RPT-RETAIN-LINE.
           MOVE RT-REC-COUNT (RETAIN-SUB) TO RPT-ST-COUNT.
           MOVE RT-NET-AMOUNT (RETAIN-SUB) TO RPT-ST-AMOUNT.
           WRITE RPT-RECORD FROM RPT-STATE-LINE.
           MOVE "HELD IN LONG-TERM RETENTION - ASK THE RECORDS MANAGER"
               TO RPT-NT-TEXT.
           WRITE RPT-RECORD FROM RPT-NOTE-LINE.
           IF RT-BUS-DATE (RETAIN-SUB) NOT = ASK-BUS-DATE
               MOVE "NEAREST RETAINED CLOSE BEFORE THE ASKED DATE"
                   TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.

       WRITE-OVERWRITTEN-PLAN.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE PK-SET-NAME (PICK-SUB) TO RPT-SL-SET.
           MOVE PK-RUN-DATE (PICK-SUB) TO RPT-SL-DATE.
           WRITE RPT-RECORD FROM RPT-SET-LINE.
           ADD 1 TO UNANSWERED-COUNT.
           MOVE "GENERATION HAS SINCE BEEN WRITTEN OVER AND NO"
               TO RPT-NT-TEXT.
           WRITE RPT-RECORD FROM RPT-NOTE-LINE.
           MOVE "RETAINED CARTRIDGE COVERS THE ASKED DATE"
               TO RPT-NT-TEXT.
           WRITE RPT-RECORD FROM RPT-NOTE-LINE.

       COPY "tape-proc.cbl".

       COPY "vloc-proc.cbl".
