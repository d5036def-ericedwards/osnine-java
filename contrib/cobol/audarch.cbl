           SELECT SUMM-FILE ASSIGN TO "AUDSUMM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUMM-FILE-STATUS.
           SELECT VLOC-FILE ASSIGN TO "VAULTLOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VLOC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  WORK-RECORD                 PIC X(81).
       FD  SUMM-FILE.
       01  SUMM-RECORD                 PIC X(80).
       FD  VLOC-FILE.
       COPY "vaultloc.cbl".
       WORKING-STORAGE SECTION.
       77  CTL-FILE-STATUS             PIC X(02).
       77  AUD-FILE-STATUS             PIC X(02).
       77  ARC-FILE-STATUS             PIC X(02).
       77  WORK-FILE-STATUS            PIC X(02).
       77  SUMM-FILE-STATUS            PIC X(02).
       77  VLOC-FILE-STATUS            PIC X(02).
       77  RETAIN-DAYS                 PIC 9(03) VALUE 90.
       77  TODAY-DATE                  PIC 9(08).
       77  TODAY-INT                   PIC 9(07).
       77  CURRENT-DAY                 PIC X(08) VALUE SPACE.
       77  OLDEST-DATE                 PIC X(08) VALUE SPACE.
       COPY "polenames.cbl".
       COPY "vloc-ws.cbl".
      * Last move number seen per rotation set while streaming the
      * archived records, for spotting checkpoint-restart resumes.
       01  SET-TRACK-TABLE.

       PROCEDURE DIVISION.
       AUDIT-ARCHIVE-MAIN.
           PERFORM LOAD-VAULT-LOCATIONS.
           PERFORM READ-CONTROL-CARD.
           PERFORM COMPUTE-CUTOFF.
           OPEN INPUT AUD-FILE.
                   MOVE WORK-RECORD TO AUD-RECORD
                   WRITE AUD-RECORD
           END-READ.

       COPY "vloc-proc.cbl".
