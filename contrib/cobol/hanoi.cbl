      *             print under whatever set's header happened to
      *             come last the night before and ROTATION-VERIFY
      *             can attribute them to the right set and night.
      * 2026-10-15  Location names now come off the VAULTLOC
      *             location master, falling back to the
      *             POLENAMES built-ins for a pole it lacks.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "VOLSXREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT VLOC-FILE ASSIGN TO "VAULTLOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VLOC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       COPY "runstats.cbl".
       FD  XREF-FILE.
       COPY "volsxref.cbl".
       FD  VLOC-FILE.
       COPY "vaultloc.cbl".
       WORKING-STORAGE SECTION.
       COPY "vols-ws.cbl".
       77  NUM-DISKS                   PIC 99 VALUE 4.
       77  AUD-FILE-STATUS             PIC X(02).
       77  RST-FILE-STATUS             PIC X(02).
       77  XREF-FILE-STATUS            PIC X(02).
       77  VLOC-FILE-STATUS            PIC X(02).
       77  RUN-START-SECS              PIC 9(07) USAGE COMP.
       77  RUN-END-SECS                PIC 9(07) USAGE COMP.
       77  RUN-ELAPSED-SECS            PIC S9(07) USAGE COMP.
           02  FILLER            PIC X(5) VALUE " VOL ".
           02  RPT-ML-VOL        PIC X(6).
       COPY "polenames.cbl".
       COPY "vloc-ws.cbl".
      * Sized for MAX-STACK-ENTRIES, not MAX-DISKS -- an N-disk
      * rotation recurses to stack depth N+1, one deeper than the
      * disk count itself, so the table needs the extra entry to hold
      * Towers of Hanoi. Assumes paragraphs can be called recursively
       PROCEDURE DIVISION.
       HANOI.
           PERFORM LOAD-VAULT-LOCATIONS.
           PERFORM NOTE-TIME-OF-DAY.
           MOVE RUN-END-SECS TO RUN-START-SECS.
           PERFORM READ-CONTROL-CARD.
           SUBTRACT 1 FROM STACK-POINTER.

       COPY "vols-proc.cbl".

       COPY "vloc-proc.cbl".
