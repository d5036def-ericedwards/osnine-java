      *             instead of expecting moves, with no CURMREC
      *             records and CURMREC left untouched -- holiday
      *             weekends stop producing red that means nothing.
      * 2026-10-15  Location names now come off the VAULTLOC
      *             location master, falling back to the
      *             POLENAMES built-ins for a pole it lacks.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCAL-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PCAL-FILE-STATUS.
           SELECT VLOC-FILE ASSIGN TO "VAULTLOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VLOC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MANF-PARM-FILE.
       COPY "volsxref.cbl".
       FD  PCAL-FILE.
       COPY "procal.cbl".
       FD  VLOC-FILE.
       COPY "vaultloc.cbl".
       WORKING-STORAGE SECTION.
       COPY "vols-ws.cbl".
       COPY "pcal-ws.cbl".
       77  MANF-FILE-STATUS            PIC X(02).
       77  CMREC-FILE-STATUS           PIC X(02).
       77  CMWORK-FILE-STATUS          PIC X(02).
       77  VLOC-FILE-STATUS            PIC X(02).
       77  CMREC-AT-END-SW             PIC X(01).
           88  CMREC-AT-END                        VALUE "Y".
       77  CMWORK-AT-END-SW            PIC X(01).
       77  IN-COUNT                    PIC 9(05) USAGE COMP VALUE 0.
       77  LINE-COUNT                  PIC 9(05) USAGE COMP VALUE 0.
       COPY "polenames.cbl".
       COPY "vloc-ws.cbl".
       01  MANF-HEADER-1.
           02  FILLER                  PIC X(24) VALUE
               "OFFSITE COURIER MANIFEST".

       PROCEDURE DIVISION.
       COURIER-MANIFEST-MAIN.
           PERFORM LOAD-VAULT-LOCATIONS.
           PERFORM READ-MANIFEST-CARD.
           MOVE PICKUP-DATE TO PCAL-SEEK-DATE.
           PERFORM LOOK-UP-CALENDAR-DAY.
       COPY "vols-proc.cbl".

       COPY "pcal-proc.cbl".

       COPY "vloc-proc.cbl".
