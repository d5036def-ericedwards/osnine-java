      *             so "where is generation 7" answers with the
      *             serial the rack label and the courier vendor
      *             actually use.
      * 2026-10-15  Location names now come off the VAULTLOC
      *             location master, falling back to the
      *             POLENAMES built-ins for a pole it lacks; each
      *             vault banner shows its building, room, and
      *             custodian, and each vault total its slot
      *             capacity and fill percentage.
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
       FD  TAPE-FILE.
       01  RPT-RECORD                  PIC X(80).
       FD  XREF-FILE.
       COPY "volsxref.cbl".
       FD  VLOC-FILE.
       COPY "vaultloc.cbl".
       WORKING-STORAGE SECTION.
       COPY "tape-ws.cbl".
       COPY "vols-ws.cbl".
       77  TAPE-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  XREF-FILE-STATUS            PIC X(02).
       77  VLOC-FILE-STATUS            PIC X(02).
       77  POLE-SUB                    PIC 9 USAGE COMP.
       77  VAULT-COUNT                 PIC 9(03) USAGE COMP.
       77  TOTAL-COUNT                 PIC 9(03) USAGE COMP VALUE 0.
       77  FILL-PCT                    PIC 9(05) USAGE COMP.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(30) VALUE
               "TAPE INVENTORY BY VAULT".
       01  RPT-VAULT-LINE.
           02  FILLER                  PIC X(07) VALUE "VAULT: ".
           02  RPT-VL-NAME             PIC X(16).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-VL-BUILDING         PIC X(12).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-VL-ROOM             PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-VL-CUSTODIAN        PIC X(20).
       01  RPT-DETAIL-LINE.
           02  FILLER                  PIC X(06) VALUE "  SET ".
           02  RPT-DL-SET              PIC X(08).
           02  FILLER                  PIC X(18) VALUE
               "  TAPES IN VAULT: ".
           02  RPT-VT-COUNT            PIC ZZ9.
           02  RPT-VT-CAPACITY-TEXT    PIC X(30).
       01  RPT-CAPACITY-EDIT.
           02  FILLER                  PIC X(11) VALUE "  CAPACITY ".
           02  RPT-CE-CAPACITY         PIC ZZZ9.
           02  FILLER                  PIC X(07) VALUE "  FILL ".
           02  RPT-CE-FILL             PIC ZZZ9.
           02  FILLER                  PIC X(01) VALUE "%".
       01  RPT-GRAND-TOTAL-LINE.
           02  FILLER                  PIC X(19) VALUE
               "TOTAL TAPES HELD:  ".
           02  FILLER                  PIC X(16) VALUE
               "  (NO TAPES)".
       COPY "polenames.cbl".
       COPY "vloc-ws.cbl".

       PROCEDURE DIVISION.
       TAPE-INQUIRY-MAIN.
           PERFORM LOAD-VAULT-LOCATIONS.
           PERFORM CLEAR-INVENTORY-TABLE.
           PERFORM LOAD-INVENTORY.
           PERFORM LOAD-VOLSER-XREF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * One vault section per pole location: the vault banner with
      * where it is and who keeps it, a detail line per set and
      * generation currently held there, and the vault's tape count
      * against its VAULTLOC slot capacity.
       REPORT-ONE-VAULT.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE POLE-NAME-ENTRY (POLE-SUB) TO RPT-VL-NAME.
           MOVE VLOC-BUILDING (POLE-SUB) TO RPT-VL-BUILDING.
           MOVE VLOC-ROOM (POLE-SUB) TO RPT-VL-ROOM.
           MOVE VLOC-CUSTODIAN (POLE-SUB) TO RPT-VL-CUSTODIAN.
           WRITE RPT-RECORD FROM RPT-VAULT-LINE.
           MOVE 0 TO VAULT-COUNT.
           PERFORM REPORT-ONE-SET-BANK
               WRITE RPT-RECORD FROM RPT-EMPTY-LINE
           END-IF.
           MOVE VAULT-COUNT TO RPT-VT-COUNT.
           IF VLOC-CAPACITY (POLE-SUB) = 0
               MOVE "  CAPACITY NOT SET" TO RPT-VT-CAPACITY-TEXT
           ELSE
               COMPUTE FILL-PCT ROUNDED
                   = VAULT-COUNT * 100 / VLOC-CAPACITY (POLE-SUB)
               MOVE VLOC-CAPACITY (POLE-SUB) TO RPT-CE-CAPACITY
               MOVE FILL-PCT TO RPT-CE-FILL
               MOVE RPT-CAPACITY-EDIT TO RPT-VT-CAPACITY-TEXT
           END-IF.
           WRITE RPT-RECORD FROM RPT-VAULT-TOTAL-LINE.

       REPORT-ONE-SET-BANK.
       COPY "tape-proc.cbl".

       COPY "vols-proc.cbl".

       COPY "vloc-proc.cbl".
