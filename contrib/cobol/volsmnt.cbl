      *
      * A missing VOLSXREF is the first-ever load: the master is
      * created from the A postings alone.
      * 2026-10-15  A swap that retires a cartridge BACKUP-CATALOG
      *             flagged for long-term retention marks its
      *             pending RETMEDIA record retained with the swap
      *             date -- the swap is the librarian's proof the
      *             cartridge left the rotation -- and lists it on
      *             VOLSMRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "VOLSHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT RET-FILE ASSIGN TO "RETMEDIA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RET-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "VOLSWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "VOLSMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           02  VH-NEW-VOLSER           PIC X(06).
           02  VH-SWAP-DATE            PIC X(08).
           02  FILLER                  PIC X(50).
       FD  RET-FILE.
       COPY "retmedia.cbl".
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(80).
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  XREF-FILE-STATUS            PIC X(02).
       77  HIST-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  RET-FILE-STATUS             PIC X(02).
       77  WORK-FILE-STATUS            PIC X(02).
       77  RET-AT-END-SW               PIC X(01) VALUE "N".
           88  RET-AT-END                          VALUE "Y".
       77  WORK-AT-END-SW              PIC X(01) VALUE "N".
           88  WORK-AT-END                         VALUE "Y".
       77  SWAP-SUB                    PIC 9(03) USAGE COMP.
       77  RETAINED-COUNT              PIC 9(05) USAGE COMP VALUE 0.
       77  TXN-AT-END-SW               PIC X(01) VALUE "N".
           88  TXN-AT-END                          VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
           02  VXD-SET OCCURS 8 TIMES.
             03  VXD-ENTRY OCCURS 20 TIMES.
               04  VXD-ASSIGN-DATE     PIC X(08).
      * The run's swaps, matched against the pending retention
      * pulls while RETMEDIA streams past once.
       01  SWAP-TABLE.
           02  SWAP-TABLE-COUNT        PIC 9(03) USAGE COMP VALUE 0.
           02  SWAP-ENTRY OCCURS 200 TIMES.
             03  SW-SET-NAME           PIC X(08).
             03  SW-DISK-NUM           PIC 99.
             03  SW-OLD-VOLSER         PIC X(06).
       01  RPT-RETAIN-LINE.
           02  FILLER                  PIC X(05) VALUE SPACE.
           02  RPT-RL-SET              PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-RL-DISK             PIC Z9.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-RL-VOLSER           PIC X(06).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  FILLER                  PIC X(24) VALUE
               "RETAINED - EXPIRES ".
           02  RPT-RL-EXPIRY           PIC X(08).
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(32) VALUE
               "VOLSER CROSS-REFERENCE MAINT".
           WRITE RPT-RECORD.
           PERFORM APPLY-THE-TRANSACTIONS.
           PERFORM REWRITE-THE-XREF.
           IF SWAP-TABLE-COUNT > 0
               PERFORM MARK-RETAINED-PULLS
           END-IF.
           PERFORM WRITE-MAINT-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "VOLSER-MAINT: ", ADD-COUNT, " ADDS, ",
                   MOVE VT-VOLSER TO VH-NEW-VOLSER
                   MOVE TODAY-DATE TO VH-SWAP-DATE
                   WRITE VH-RECORD
                   IF SWAP-TABLE-COUNT < 200
                       ADD 1 TO SWAP-TABLE-COUNT
                       MOVE VT-SET-NAME
                           TO SW-SET-NAME (SWAP-TABLE-COUNT)
                       MOVE VT-DISK-NUM
                           TO SW-DISK-NUM (SWAP-TABLE-COUNT)
                       MOVE VH-OLD-VOLSER
                           TO SW-OLD-VOLSER (SWAP-TABLE-COUNT)
                   END-IF
                   MOVE VT-VOLSER
                       TO VXE-VOLSER (VX-SET-SUB, VT-DISK-NUM)
                   MOVE TODAY-DATE
               WRITE VX-RECORD
           END-IF.

      * A pending retention pull is satisfied by a swap out of its
      * slot: same set and generation, and the retired volser is
      * the one cataloged (or the catalog had none to give).
       MARK-RETAINED-PULLS.
           OPEN INPUT RET-FILE.
           IF RET-FILE-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-RETENTION UNTIL RET-AT-END
               CLOSE RET-FILE
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT RET-FILE
               PERFORM COPY-WORK-TO-RETENTION UNTIL WORK-AT-END
               CLOSE WORK-FILE
               CLOSE RET-FILE
           END-IF.

       COPY-ONE-RETENTION.
           READ RET-FILE
               AT END
                   SET RET-AT-END TO TRUE
               NOT AT END
                   IF RM-PULL-PENDING
                       PERFORM MATCH-ONE-SWAP
                           VARYING SWAP-SUB FROM 1 BY 1
                           UNTIL SWAP-SUB > SWAP-TABLE-COUNT
                   END-IF
                   WRITE WORK-RECORD FROM RM-RECORD
           END-READ.

       MATCH-ONE-SWAP.
           IF RM-PULL-PENDING
               AND SW-SET-NAME (SWAP-SUB) = RM-SET-NAME
               AND SW-DISK-NUM (SWAP-SUB) = RM-DISK-NUM
               AND (RM-VOLSER = SPACE
                   OR RM-VOLSER = SW-OLD-VOLSER (SWAP-SUB))
               MOVE SW-OLD-VOLSER (SWAP-SUB) TO RM-VOLSER
               MOVE "R" TO RM-STATUS
               MOVE TODAY-DATE TO RM-PULL-DATE
               ADD 1 TO RETAINED-COUNT
               MOVE RM-SET-NAME TO RPT-RL-SET
               MOVE RM-DISK-NUM TO RPT-RL-DISK
               MOVE RM-VOLSER TO RPT-RL-VOLSER
               MOVE RM-EXPIRY-DATE TO RPT-RL-EXPIRY
               WRITE RPT-RECORD FROM RPT-RETAIN-LINE
           END-IF.

       COPY-WORK-TO-RETENTION.
           READ WORK-FILE
               AT END
                   SET WORK-AT-END TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO RM-RECORD
                   WRITE RM-RECORD
           END-READ.

       WRITE-MAINT-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "VOLSERS DROPPED:" TO RPT-CL-LABEL.
           MOVE DROP-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CARTRIDGES RETAINED:" TO RPT-CL-LABEL.
           MOVE RETAINED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "POSTINGS IN ERROR:" TO RPT-CL-LABEL.
           MOVE ERROR-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
