       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-LOCATION-MAINT.
       DATE-WRITTEN. 2026-10-15.
      * Maintains the VAULTLOC vault location master from the
      * action-coded VLOCTXN file, one card per rotation pole (1-3):
      * A adds the pole's location (a pole already on the master
      * bounces), C rewrites its name, capacity, building, room,
      * custodian and phone, D drops it back to the POLENAMES
      * built-in name with no capacity.  TAPEMAST records hold the
      * location name as text, so a C that renames a location, or
      * a D that would rename it back, bounces while any tape sits
      * there under the old name -- empty the location first.  The
      * master is three records at most and is rewritten whole.
      * Every bounce goes on the VLOCRPT report with its reason;
      * ends RC 0 with nothing bounced, RC 4 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "VLOCTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT VLOC-FILE ASSIGN TO "VAULTLOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VLOC-FILE-STATUS.
           SELECT TAPE-FILE ASSIGN TO "TAPEMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TAPE-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "VLOCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       01  LT-RECORD.
           02  LT-ACTION               PIC X(01).
           02  LT-POLE-NUM             PIC X(01).
           02  LT-NAME                 PIC X(16).
           02  LT-CAPACITY             PIC X(04).
           02  LT-BUILDING             PIC X(12).
           02  LT-ROOM                 PIC X(08).
           02  LT-CUSTODIAN            PIC X(20).
           02  LT-PHONE                PIC X(12).
           02  FILLER                  PIC X(06).
       FD  VLOC-FILE.
       COPY "vaultloc.cbl".
       FD  TAPE-FILE.
       COPY "tapemast.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "polenames.cbl".
       77  TXN-FILE-STATUS             PIC X(02).
       77  VLOC-FILE-STATUS            PIC X(02).
       77  TAPE-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  TXN-AT-END-SW               PIC X(01) VALUE "N".
           88  TXN-AT-END                          VALUE "Y".
       77  VLOC-AT-END-SW              PIC X(01) VALUE "N".
           88  VLOC-AT-END                         VALUE "Y".
       77  TAPE-AT-END-SW              PIC X(01).
           88  TAPE-AT-END                         VALUE "Y".
       77  POLE-SUB                    PIC 9 USAGE COMP.
       77  OTHER-POLE-SUB              PIC 9 USAGE COMP.
       77  CURRENT-NAME                PIC X(16).
       77  OTHER-NAME                  PIC X(16).
       77  NAME-IN-USE-SW              PIC X(01).
           88  NAME-IN-USE                         VALUE "Y".
       77  TAPES-THERE                 PIC 9(05) USAGE COMP.
       77  ADD-COUNT                   PIC 9(04) USAGE COMP VALUE 0.
       77  CHANGE-COUNT                PIC 9(04) USAGE COMP VALUE 0.
       77  DROP-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
       77  ERROR-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
      * The whole master in core, one slot per pole, rewritten in
      * pole order once the cards are applied.
       01  MASTER-TABLE.
           02  MASTER-ENTRY OCCURS 3 TIMES.
             03  MT-ON-FILE-SW         PIC X(01).
               88  MT-ON-FILE                      VALUE "Y".
             03  MT-RECORD             PIC X(80).
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(32) VALUE
               "VAULT LOCATION MAINTENANCE".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-ERROR-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-ACTION           PIC X(01).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-POLE             PIC X(01).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-NAME             PIC X(16).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-TEXT             PIC X(44).
       01  RPT-MASTER-LINE.
           02  FILLER                  PIC X(06) VALUE "  POLE".
           02  RPT-ML-POLE             PIC Z9.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-ML-NAME             PIC X(16).
           02  FILLER                  PIC X(05) VALUE " CAP ".
           02  RPT-ML-CAPACITY         PIC ZZZ9.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-ML-BUILDING         PIC X(12).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-ML-ROOM             PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-ML-CUSTODIAN        PIC X(20).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(22).
           02  RPT-CL-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.
       VAULT-LOCATION-MAINT-MAIN.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM LOAD-LOCATION-MASTER.
           OPEN INPUT TXN-FILE.
           IF TXN-FILE-STATUS = "35"
               DISPLAY "VLOCTXN NOT FOUND, NOTHING TO APPLY"
           ELSE
               PERFORM READ-NEXT-POSTING UNTIL TXN-AT-END
               CLOSE TXN-FILE
           END-IF.
           PERFORM REWRITE-LOCATION-MASTER.
           PERFORM WRITE-MAINT-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "VAULT-LOCATION-MAINT: ", ADD-COUNT, " ADDS, ",
               CHANGE-COUNT, " CHANGES, ", DROP-COUNT, " DROPS, ",
               ERROR-COUNT, " ERRORS".
           IF ERROR-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-LOCATION-MASTER.
           PERFORM CLEAR-ONE-MASTER-ENTRY
               VARYING POLE-SUB FROM 1 BY 1 UNTIL POLE-SUB > 3.
           OPEN INPUT VLOC-FILE.
           IF VLOC-FILE-STATUS = "00"
               PERFORM READ-NEXT-LOCATION UNTIL VLOC-AT-END
               CLOSE VLOC-FILE
           END-IF.

       CLEAR-ONE-MASTER-ENTRY.
           MOVE "N" TO MT-ON-FILE-SW (POLE-SUB).
           MOVE SPACE TO MT-RECORD (POLE-SUB).

       READ-NEXT-LOCATION.
           READ VLOC-FILE
               AT END
                   SET VLOC-AT-END TO TRUE
               NOT AT END
                   IF VL-POLE-NUM >= 1 AND VL-POLE-NUM <= 3
                       MOVE VL-POLE-NUM TO POLE-SUB
                       SET MT-ON-FILE (POLE-SUB) TO TRUE
                       MOVE VL-RECORD TO MT-RECORD (POLE-SUB)
                   END-IF
           END-READ.

       READ-NEXT-POSTING.
           READ TXN-FILE
               AT END
                   SET TXN-AT-END TO TRUE
               NOT AT END
                   PERFORM TAKE-ONE-POSTING
           END-READ.

       TAKE-ONE-POSTING.
           MOVE LT-ACTION TO RPT-EL-ACTION.
           MOVE LT-POLE-NUM TO RPT-EL-POLE.
           MOVE LT-NAME TO RPT-EL-NAME.
           EVALUATE TRUE
               WHEN LT-ACTION NOT = "A" AND LT-ACTION NOT = "C"
                   AND LT-ACTION NOT = "D"
                   MOVE "ACTION CODE IS NOT A, C, OR D"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN LT-POLE-NUM NOT NUMERIC
                   OR LT-POLE-NUM < "1" OR LT-POLE-NUM > "3"
                   MOVE "POLE NUMBER IS NOT 1, 2, OR 3" TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN LT-ACTION NOT = "D" AND LT-NAME = SPACE
                   MOVE "LOCATION NAME IS BLANK" TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN LT-ACTION NOT = "D" AND LT-CAPACITY NOT NUMERIC
                   MOVE "CAPACITY IS NOT NUMERIC" TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN OTHER
                   MOVE LT-POLE-NUM TO POLE-SUB
                   PERFORM APPLY-ONE-POSTING
           END-EVALUATE.

      * The location's name as TAPEMAST knows it today: the
      * master's when the pole is on file, the built-in otherwise.
       APPLY-ONE-POSTING.
           IF MT-ON-FILE (POLE-SUB)
               MOVE MT-RECORD (POLE-SUB) TO VL-RECORD
               MOVE VL-NAME TO CURRENT-NAME
           ELSE
               MOVE POLE-NAME-ENTRY (POLE-SUB) TO CURRENT-NAME
           END-IF.
           EVALUATE TRUE
               WHEN LT-ACTION = "A" AND MT-ON-FILE (POLE-SUB)
                   MOVE "ADD BOUNCED - POLE ALREADY ON THE MASTER"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN LT-ACTION = "C" AND NOT MT-ON-FILE (POLE-SUB)
                   MOVE "CHANGE BOUNCED - POLE NOT ON THE MASTER"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN LT-ACTION = "D" AND NOT MT-ON-FILE (POLE-SUB)
                   MOVE "DROP BOUNCED - POLE NOT ON THE MASTER"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN LT-ACTION = "D"
                   IF CURRENT-NAME NOT = POLE-NAME-ENTRY (POLE-SUB)
                       PERFORM COUNT-TAPES-THERE
                   ELSE
                       MOVE 0 TO TAPES-THERE
                   END-IF
                   IF TAPES-THERE > 0
                       MOVE "DROP BOUNCED - TAPES STILL HELD THERE"
                           TO RPT-EL-TEXT
                       PERFORM WRITE-POSTING-ERROR
                   ELSE
                       MOVE "N" TO MT-ON-FILE-SW (POLE-SUB)
                       MOVE SPACE TO MT-RECORD (POLE-SUB)
                       ADD 1 TO DROP-COUNT
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-NAME-IN-USE
                   IF NAME-IN-USE
                       MOVE "NAME ALREADY USED BY ANOTHER POLE"
                           TO RPT-EL-TEXT
                       PERFORM WRITE-POSTING-ERROR
                   ELSE
                       PERFORM CHECK-AND-STORE-LOCATION
                   END-IF
           END-EVALUATE.

       CHECK-AND-STORE-LOCATION.
           IF LT-NAME NOT = CURRENT-NAME
               PERFORM COUNT-TAPES-THERE
           ELSE
               MOVE 0 TO TAPES-THERE
           END-IF
           IF TAPES-THERE > 0
               MOVE "RENAME BOUNCED - TAPES HELD UNDER OLD NAME"
                   TO RPT-EL-TEXT
               PERFORM WRITE-POSTING-ERROR
           ELSE
               PERFORM STORE-ONE-LOCATION
           END-IF.

      * Two poles under one name would merge their tapes on
      * TAPEMAST; the other poles' names are checked as they stand.
       CHECK-NAME-IN-USE.
           MOVE "N" TO NAME-IN-USE-SW.
           PERFORM MATCH-ONE-OTHER-POLE
               VARYING OTHER-POLE-SUB FROM 1 BY 1
               UNTIL OTHER-POLE-SUB > 3.

       MATCH-ONE-OTHER-POLE.
           IF OTHER-POLE-SUB NOT = POLE-SUB
               IF MT-ON-FILE (OTHER-POLE-SUB)
                   MOVE MT-RECORD (OTHER-POLE-SUB) TO VL-RECORD
                   MOVE VL-NAME TO OTHER-NAME
               ELSE
                   MOVE POLE-NAME-ENTRY (OTHER-POLE-SUB) TO OTHER-NAME
               END-IF
               IF OTHER-NAME = LT-NAME
                   SET NAME-IN-USE TO TRUE
               END-IF
           END-IF.

       STORE-ONE-LOCATION.
           MOVE SPACE TO VL-RECORD.
           MOVE POLE-SUB TO VL-POLE-NUM.
           MOVE LT-NAME TO VL-NAME.
           MOVE LT-CAPACITY TO VL-CAPACITY.
           MOVE LT-BUILDING TO VL-BUILDING.
           MOVE LT-ROOM TO VL-ROOM.
           MOVE LT-CUSTODIAN TO VL-CUSTODIAN.
           MOVE LT-PHONE TO VL-PHONE.
           MOVE VL-RECORD TO MT-RECORD (POLE-SUB).
           IF LT-ACTION = "A"
               SET MT-ON-FILE (POLE-SUB) TO TRUE
               ADD 1 TO ADD-COUNT
           ELSE
               ADD 1 TO CHANGE-COUNT
           END-IF.

       COUNT-TAPES-THERE.
           MOVE 0 TO TAPES-THERE.
           MOVE "N" TO TAPE-AT-END-SW.
           OPEN INPUT TAPE-FILE.
           IF TAPE-FILE-STATUS = "00"
               PERFORM COUNT-NEXT-TAPE UNTIL TAPE-AT-END
               CLOSE TAPE-FILE
           END-IF.

       COUNT-NEXT-TAPE.
           READ TAPE-FILE
               AT END
                   SET TAPE-AT-END TO TRUE
               NOT AT END
                   IF TAPE-LOCATION = CURRENT-NAME
                       ADD 1 TO TAPES-THERE
                   END-IF
           END-READ.

       WRITE-POSTING-ERROR.
           ADD 1 TO ERROR-COUNT.
           WRITE RPT-RECORD FROM RPT-ERROR-LINE.

      * The master as it now stands is listed after the bounces so
      * the custodian sheet can be checked against the report.
       REWRITE-LOCATION-MASTER.
           OPEN OUTPUT VLOC-FILE.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM WRITE-ONE-LOCATION
               VARYING POLE-SUB FROM 1 BY 1 UNTIL POLE-SUB > 3.
           CLOSE VLOC-FILE.

       WRITE-ONE-LOCATION.
           IF MT-ON-FILE (POLE-SUB)
               MOVE MT-RECORD (POLE-SUB) TO VL-RECORD
               WRITE VL-RECORD
               MOVE VL-POLE-NUM TO RPT-ML-POLE
               MOVE VL-NAME TO RPT-ML-NAME
               MOVE VL-CAPACITY TO RPT-ML-CAPACITY
               MOVE VL-BUILDING TO RPT-ML-BUILDING
               MOVE VL-ROOM TO RPT-ML-ROOM
               MOVE VL-CUSTODIAN TO RPT-ML-CUSTODIAN
               WRITE RPT-RECORD FROM RPT-MASTER-LINE
           END-IF.

       WRITE-MAINT-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "LOCATIONS ADDED:" TO RPT-CL-LABEL.
           MOVE ADD-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "LOCATIONS CHANGED:" TO RPT-CL-LABEL.
           MOVE CHANGE-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "LOCATIONS DROPPED:" TO RPT-CL-LABEL.
           MOVE DROP-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "POSTINGS IN ERROR:" TO RPT-CL-LABEL.
           MOVE ERROR-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
