      *             off each section's run-date/set header the same
      *             way.  A run date with no audit record at all
      *             still fails conservatively as before.
      * 2026-10-15  Location names now come off the VAULTLOC
      *             location master, falling back to the
      *             POLENAMES built-ins for a pole it lacks.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT VLOC-FILE ASSIGN TO "VAULTLOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VLOC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  RPT-RECORD                  PIC X(80).
       FD  ALERT-FILE.
       COPY "alertlog.cbl".
       FD  VLOC-FILE.
       COPY "vaultloc.cbl".
       WORKING-STORAGE SECTION.
       COPY "alert-ws.cbl".
       77  CTL-FILE-STATUS             PIC X(02).
       77  AUD-FILE-STATUS             PIC X(02).
       77  PICK-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  VLOC-FILE-STATUS            PIC X(02).
       77  NUM-DISKS                   PIC 99 VALUE 4.
       77  MAX-DISKS                   PIC 99 VALUE 20.
       77  SETUP-FROM-POLE             PIC 9 VALUE 1.
       77  ERROR-COUNT                 PIC 9(07) USAGE COMP VALUE 0.
       77  EXPECTED-COUNT              PIC 9(07) USAGE COMP.
       COPY "polenames.cbl".
       COPY "vloc-ws.cbl".
      * One stack per pole for the replay: STACK-DEPTH disks, the
      * top of the stack at the highest occupied entry, exactly as
      * the tapes sit in the vaults.

       PROCEDURE DIVISION.
       ROTATION-VERIFY-MAIN.
           PERFORM LOAD-VAULT-LOCATIONS.
           PERFORM READ-CONTROL-CARD.
           PERFORM READ-PARM-CARD.
           PERFORM READ-VERIFY-CARD.
           WRITE RPT-RECORD FROM RPT-VERDICT-LINE.

       COPY "alert-proc.cbl".

       COPY "vloc-proc.cbl".
