      * nightly stream; the RESTORE-PLAN report answers restores
      * from the file this writes.  A night with no rotation moves
      * catalogs nothing and says so, RC 0 either way.
      * 2026-10-15  Quarter-end and year-end grandfather tapes are
      *             now kept for the seven-year records policy: a
      *             night whose catalog record lands a set's tape at
      *             OFFSITE-COURIER in March, June, September, or
      *             December puts a pending RETMEDIA retained-media
      *             record on file (volser, business date, TRNMAST
      *             figures, expiry seven years on) and prints the
      *             RETNOTE retention-pull notice, so the librarian
      *             pulls the cartridge for good and swaps a fresh
      *             volser into the slot through VOLSER-MAINT.  A
      *             same-day rerun replaces the night's pending
      *             records the same way it replaces the catalog.
      * 2026-10-15  Location names now come off the VAULTLOC
      *             location master, falling back to the
      *             POLENAMES built-ins for a pole it lacks.
      * 2026-10-15  Only the month's grandfather night qualifies for
      *             retention: the run date must also be the last
      *             PROCCAL courier-service day of the month, judged
      *             the way OFFSITE-POLE-PICK judges it.  A pull
      *             beyond the retention table is counted and
      *             reported on the notice instead of stored.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO "BKCTWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT RET-FILE ASSIGN TO "RETMEDIA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RET-FILE-STATUS.
           SELECT NOTE-FILE ASSIGN TO "RETNOTE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NOTE-FILE-STATUS.
           SELECT VLOC-FILE ASSIGN TO "VAULTLOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VLOC-FILE-STATUS.
           SELECT PCAL-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PCAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUD-FILE.
       COPY "bkcatlg.cbl".
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(80).
       FD  RET-FILE.
       COPY "retmedia.cbl".
       FD  NOTE-FILE.
       01  NOTE-RECORD                 PIC X(80).
       FD  VLOC-FILE.
       COPY "vaultloc.cbl".
       FD  PCAL-FILE.
       COPY "procal.cbl".
       WORKING-STORAGE SECTION.
       COPY "tape-ws.cbl".
       COPY "vols-ws.cbl".
       COPY "polenames.cbl".
       COPY "vloc-ws.cbl".
       COPY "pcal-ws.cbl".
       77  AUD-FILE-STATUS             PIC X(02).
       77  TAPE-FILE-STATUS            PIC X(02).
       77  XREF-FILE-STATUS            PIC X(02).
       77  BAL-FILE-STATUS             PIC X(02).
       77  CAT-FILE-STATUS             PIC X(02).
       77  WORK-FILE-STATUS            PIC X(02).
       77  RET-FILE-STATUS             PIC X(02).
       77  NOTE-FILE-STATUS            PIC X(02).
       77  VLOC-FILE-STATUS            PIC X(02).
       77  PCAL-FILE-STATUS            PIC X(02).
       77  RET-AT-END-SW               PIC X(01).
           88  RET-AT-END                          VALUE "Y".
       77  AUD-AT-END-SW               PIC X(01) VALUE "N".
           88  AUD-AT-END                          VALUE "Y".
       77  BAL-AT-END-SW               PIC X(01) VALUE "N".
           88  BAL-FOUND                           VALUE "Y".
       77  NIGHT-REC-COUNT             PIC 9(09) VALUE 0.
       77  NIGHT-NET-AMOUNT            PIC S9(11)V99 VALUE 0.
       77  RETAIN-YEARS                PIC 99 VALUE 7.
       77  RETAIN-SUB                  PIC 99 USAGE COMP.
       77  CLOSE-MONTH                 PIC X(02).
           88  QUARTER-CLOSE-MONTH         VALUES "03" "06" "09" "12".
       77  MAX-RETAIN                  PIC 99 VALUE 8.
       77  RETAIN-OVERFLOW             PIC 9(03) USAGE COMP VALUE 0.
       77  RUN-DATE-NUM                PIC 9(08).
       77  RUN-DATE-INT                PIC 9(07).
       77  SCAN-INT                    PIC 9(07).
       77  SCAN-DATE                   PIC 9(08).
       77  SCAN-DONE-SW                PIC X(01).
           88  SCAN-DONE                           VALUE "Y".
       77  GRANDFATHER-SW              PIC X(01) VALUE "N".
           88  IS-GRANDFATHER-DAY                  VALUE "Y".
      * Business date plus RETAIN-YEARS; a 29 February close
      * expires on 28 February.
       01  EXPIRY-DATE-WORK.
           02  EXPIRY-YEAR             PIC 9(04).
           02  EXPIRY-MMDD             PIC X(04).
      * Tonight's cartridges that qualify for long-term retention.
       01  RETAIN-TABLE.
           02  RETAIN-COUNT            PIC 99 USAGE COMP VALUE 0.
           02  RETAIN-ENTRY OCCURS 8 TIMES.
             03  RN-SET-NAME           PIC X(08).
             03  RN-DISK-NUM           PIC 99.
             03  RN-VOLSER             PIC X(06).
             03  RN-LOCATION           PIC X(16).
       01  NOTE-HEADER-1.
           02  FILLER                  PIC X(30) VALUE
               "RETENTION PULL NOTICE".
       01  NOTE-HEADER-2.
           02  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE: ".
           02  NOTE-H2-DATE            PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  NOTE-H2-TYPE            PIC X(20).
       01  NOTE-PULL-LINE.
           02  FILLER                  PIC X(04) VALUE "SET ".
           02  NOTE-PL-SET             PIC X(08).
           02  FILLER                  PIC X(05) VALUE "  GEN".
           02  NOTE-PL-DISK            PIC Z9.
           02  FILLER                  PIC X(06) VALUE "  VOL ".
           02  NOTE-PL-VOL             PIC X(06).
           02  FILLER                  PIC X(06) VALUE "  AT  ".
           02  NOTE-PL-LOCATION        PIC X(16).
           02  FILLER                  PIC X(10) VALUE "  EXPIRES ".
           02  NOTE-PL-EXPIRY          PIC X(08).
       01  NOTE-OVERFLOW-LINE.
           02  FILLER                  PIC X(04) VALUE SPACE.
           02  NOTE-OL-COUNT           PIC ZZ9.
           02  FILLER                  PIC X(45) VALUE
               " MORE QUALIFY, OVER THE TABLE -- NOT RECORDED".
       01  NOTE-TEXT-LINE.
           02  FILLER                  PIC X(04) VALUE SPACE.
           02  NOTE-TX-TEXT            PIC X(60).
      * The last-moved disk per rotation set on tonight's stretch
      * of the audit trail; HANOIAUD is written in move order, so
      * the last record seen per set wins.

       PROCEDURE DIVISION.
       BACKUP-CATALOG-MAIN.
           PERFORM LOAD-VAULT-LOCATIONS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE-TODAY.
           PERFORM FIND-TONIGHT-TOP-DISKS.
           IF NS-COUNT = 0
           PERFORM LOAD-INVENTORY.
           PERFORM LOAD-VOLSER-XREF.
           PERFORM PURGE-TONIGHTS-CATALOG.
           PERFORM JUDGE-GRANDFATHER-DAY.
           PERFORM WRITE-THE-CATALOG.
           PERFORM ISSUE-RETENTION-PULLS.
           DISPLAY "BACKUP-CATALOG: ", CATALOGED-COUNT,
               " SETS CATALOGED FOR ", RUN-DATE-TODAY.
           IF RETAIN-COUNT > 0
               DISPLAY "BACKUP-CATALOG: ", RETAIN-COUNT,
                   " CARTRIDGES TO PULL FOR LONG-TERM RETENTION"
           END-IF.
           IF RETAIN-OVERFLOW > 0
               DISPLAY "BACKUP-CATALOG: ", RETAIN-OVERFLOW,
                   " MORE QUALIFY, OVER THE RETENTION TABLE"
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

           MOVE NIGHT-NET-AMOUNT TO BC-NET-AMOUNT.
           WRITE BC-RECORD.
           ADD 1 TO CATALOGED-COUNT.
           MOVE RUN-DATE-TODAY (5:2) TO CLOSE-MONTH.
           IF QUARTER-CLOSE-MONTH
               AND IS-GRANDFATHER-DAY
               AND BC-LOCATION = POLE-NAME-ENTRY (3)
               PERFORM NOTE-ONE-RETENTION
           END-IF.

       NOTE-ONE-RETENTION.
           IF RETAIN-COUNT NOT < MAX-RETAIN
               ADD 1 TO RETAIN-OVERFLOW
           ELSE
               ADD 1 TO RETAIN-COUNT
               MOVE BC-SET-NAME TO RN-SET-NAME (RETAIN-COUNT)
               MOVE BC-DISK-NUM TO RN-DISK-NUM (RETAIN-COUNT)
               MOVE BC-VOLSER TO RN-VOLSER (RETAIN-COUNT)
               MOVE BC-LOCATION TO RN-LOCATION (RETAIN-COUNT)
           END-IF.

      * Tonight is the grandfather night when the courier runs today
      * and no later day this month has service on PROCCAL -- the
      * same test OFFSITE-POLE-PICK uses to send the month's tape
      * offsite.  With no calendar on file that is the last day of
      * the month.
       JUDGE-GRANDFATHER-DAY.
           MOVE "N" TO GRANDFATHER-SW.
           MOVE RUN-DATE-TODAY TO RUN-DATE-NUM.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (RUN-DATE-NUM).
           MOVE RUN-DATE-TODAY TO PCAL-SEEK-DATE.
           PERFORM LOOK-UP-CALENDAR-DAY.
           IF PCAL-COURIER-SERVICE
               SET IS-GRANDFATHER-DAY TO TRUE
               MOVE "N" TO SCAN-DONE-SW
               COMPUTE SCAN-INT = RUN-DATE-INT + 1
               PERFORM SCAN-ONE-LATER-DAY UNTIL SCAN-DONE
           END-IF.

       SCAN-ONE-LATER-DAY.
           COMPUTE SCAN-DATE = FUNCTION DATE-OF-INTEGER (SCAN-INT).
           IF SCAN-DATE (1:6) NOT = RUN-DATE-TODAY (1:6)
               SET SCAN-DONE TO TRUE
           ELSE
               MOVE SCAN-DATE TO PCAL-SEEK-DATE
               PERFORM LOOK-UP-CALENDAR-DAY
               IF PCAL-COURIER-SERVICE
                   MOVE "N" TO GRANDFATHER-SW
                   SET SCAN-DONE TO TRUE
               ELSE
                   ADD 1 TO SCAN-INT
               END-IF
           END-IF.

      * A qualifying close is the grandfather write of a quarter-end
      * month: OFFSITE-POLE-PICK sends the month's last courier day
      * to OFFSITE-COURIER, and that tape is the one to keep.  The
      * notice is printed every cataloging night, saying so when
      * there is nothing to pull.
       ISSUE-RETENTION-PULLS.
           MOVE RUN-DATE-TODAY (1:4) TO EXPIRY-YEAR.
           ADD RETAIN-YEARS TO EXPIRY-YEAR.
           MOVE RUN-DATE-TODAY (5:4) TO EXPIRY-MMDD.
           IF EXPIRY-MMDD = "0229"
               MOVE "0228" TO EXPIRY-MMDD
           END-IF.
           PERFORM PURGE-TONIGHTS-RETENTION.
           OPEN OUTPUT NOTE-FILE.
           WRITE NOTE-RECORD FROM NOTE-HEADER-1.
           MOVE RUN-DATE-TODAY TO NOTE-H2-DATE.
           IF RUN-DATE-TODAY (5:2) = "12"
               MOVE "YEAR-END CLOSE" TO NOTE-H2-TYPE
           ELSE
               MOVE "QUARTER-END CLOSE" TO NOTE-H2-TYPE
           END-IF.
           IF RETAIN-COUNT = 0
               MOVE SPACE TO NOTE-H2-TYPE
           END-IF.
           WRITE NOTE-RECORD FROM NOTE-HEADER-2.
           MOVE SPACE TO NOTE-RECORD.
           WRITE NOTE-RECORD.
           IF RETAIN-COUNT = 0
               MOVE "NO CARTRIDGE QUALIFIES FOR RETENTION TONIGHT"
                   TO NOTE-TX-TEXT
               WRITE NOTE-RECORD FROM NOTE-TEXT-LINE
           ELSE
               OPEN EXTEND RET-FILE
               IF RET-FILE-STATUS NOT = "00"
                   OPEN OUTPUT RET-FILE
               END-IF
               PERFORM RETAIN-ONE-CARTRIDGE
                   VARYING RETAIN-SUB FROM 1 BY 1
                   UNTIL RETAIN-SUB > RETAIN-COUNT
               CLOSE RET-FILE
               MOVE SPACE TO NOTE-RECORD
               WRITE NOTE-RECORD
               MOVE "PULL EACH CARTRIDGE OUT OF THE ROTATION FOR GOOD"
                   TO NOTE-TX-TEXT
               WRITE NOTE-RECORD FROM NOTE-TEXT-LINE
               MOVE "AND SWAP A FRESH VOLSER INTO ITS SLOT THROUGH"
                   TO NOTE-TX-TEXT
               WRITE NOTE-RECORD FROM NOTE-TEXT-LINE
               MOVE "VOLSER-MAINT BEFORE THE NEXT ROTATION"
                   TO NOTE-TX-TEXT
               WRITE NOTE-RECORD FROM NOTE-TEXT-LINE
           END-IF.
           IF RETAIN-OVERFLOW > 0
               MOVE SPACE TO NOTE-RECORD
               WRITE NOTE-RECORD
               MOVE RETAIN-OVERFLOW TO NOTE-OL-COUNT
               WRITE NOTE-RECORD FROM NOTE-OVERFLOW-LINE
           END-IF.
           CLOSE NOTE-FILE.

       RETAIN-ONE-CARTRIDGE.
           MOVE SPACE TO RM-RECORD.
           MOVE RN-VOLSER (RETAIN-SUB) TO RM-VOLSER.
           MOVE RN-SET-NAME (RETAIN-SUB) TO RM-SET-NAME.
           MOVE RN-DISK-NUM (RETAIN-SUB) TO RM-DISK-NUM.
           MOVE RUN-DATE-TODAY TO RM-BUSINESS-DATE.
           MOVE NIGHT-REC-COUNT TO RM-REC-COUNT.
           MOVE NIGHT-NET-AMOUNT TO RM-NET-AMOUNT.
           IF RUN-DATE-TODAY (5:2) = "12"
               MOVE "Y" TO RM-CLOSE-TYPE
           ELSE
               MOVE "Q" TO RM-CLOSE-TYPE
           END-IF.
           MOVE EXPIRY-DATE-WORK TO RM-EXPIRY-DATE.
           MOVE "P" TO RM-STATUS.
           WRITE RM-RECORD.
           MOVE RN-SET-NAME (RETAIN-SUB) TO NOTE-PL-SET.
           MOVE RN-DISK-NUM (RETAIN-SUB) TO NOTE-PL-DISK.
           MOVE RN-VOLSER (RETAIN-SUB) TO NOTE-PL-VOL.
           MOVE RN-LOCATION (RETAIN-SUB) TO NOTE-PL-LOCATION.
           MOVE RM-EXPIRY-DATE TO NOTE-PL-EXPIRY.
           WRITE NOTE-RECORD FROM NOTE-PULL-LINE.

      * Tonight's still-pending retention records go the way of
      * tonight's catalog records on a rerun; anything already
      * pulled, or from another night, rides through untouched.
       PURGE-TONIGHTS-RETENTION.
           MOVE "N" TO RET-AT-END-SW.
           OPEN INPUT RET-FILE.
           IF RET-FILE-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-KEEPER-RETENTION UNTIL RET-AT-END
               CLOSE RET-FILE
               CLOSE WORK-FILE
               MOVE "N" TO WORK-AT-END-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT RET-FILE
               PERFORM COPY-WORK-TO-RETENTION UNTIL WORK-AT-END
               CLOSE WORK-FILE
               CLOSE RET-FILE
           END-IF.

       COPY-KEEPER-RETENTION.
           READ RET-FILE
               AT END
                   SET RET-AT-END TO TRUE
               NOT AT END
                   IF RM-BUSINESS-DATE NOT = RUN-DATE-TODAY
                       OR NOT RM-PULL-PENDING
                       WRITE WORK-RECORD FROM RM-RECORD
                   END-IF
           END-READ.

       COPY-WORK-TO-RETENTION.
           READ WORK-FILE
               AT END
                   SET WORK-AT-END TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO RM-RECORD
                   WRITE RM-RECORD
           END-READ.

       COPY "tape-proc.cbl".

       COPY "vols-proc.cbl".

       COPY "vloc-proc.cbl".

       COPY "pcal-proc.cbl".
