       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-EXPIRY-CHECK.
       DATE-WRITTEN. 2026-10-15.
      * Nightly check that no NITECTL or ROTSET change posted to
      * lapse has outlived its expiry date -- the window override
      * left at Y for two weeks is the case in point.  The CTLHIST
      * change history is read front to back, so the last posting
      * seen for each file, set, and field is the one in force.
      * When that posting carried an expiry date now past and the
      * field on NITECTL or ROTSET still holds the value it posted,
      * a warning goes to ALERTLOG naming the field; it goes again
      * every night until a new CONTROL-MAINT posting clears it.
      * A set no longer on ROTSET has nothing left to clear.  The
      * warnings are severity W: an expired override is for the
      * shift to fix, not a reason to hold the rotations.  Ends
      * RC 4 when anything is past its expiry, RC 0 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLH-FILE ASSIGN TO "CTLHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTLH-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "NITECTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT ROTSET-FILE ASSIGN TO "ROTSET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ROTSET-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTLH-FILE.
       COPY "ctlhist.cbl".
       FD  CTL-FILE.
       COPY "nitectl.cbl".
       FD  ROTSET-FILE.
       COPY "rotset.cbl".
       FD  ALERT-FILE.
       COPY "alertlog.cbl".
       WORKING-STORAGE SECTION.
       COPY "alert-ws.cbl".
       COPY "ctlf-ws.cbl".
       77  CTLH-FILE-STATUS            PIC X(02).
       77  CTL-FILE-STATUS             PIC X(02).
       77  ROTSET-FILE-STATUS          PIC X(02).
       77  ALERT-FILE-STATUS           PIC X(02).
       77  CTLH-AT-END-SW              PIC X(01) VALUE "N".
           88  CTLH-AT-END                         VALUE "Y".
       77  ROTSET-AT-END-SW            PIC X(01) VALUE "N".
           88  ROTSET-AT-END                       VALUE "Y".
       77  NITECTL-ON-FILE-SW          PIC X(01) VALUE "N".
           88  NITECTL-ON-FILE                     VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
       77  MAX-ROTSETS                 PIC 99 VALUE 20.
       77  ROTSET-COUNT                PIC 99 USAGE COMP VALUE 0.
       77  RS-SUB                      PIC 99 USAGE COMP.
       77  FOUND-SET-SUB               PIC 99 USAGE COMP.
       77  MAX-LATEST                  PIC 9(03) VALUE 200.
       77  LATEST-COUNT                PIC 9(03) USAGE COMP VALUE 0.
       77  LATEST-SUB                  PIC 9(03) USAGE COMP.
       77  FOUND-SUB                   PIC 9(03) USAGE COMP.
       77  EXPIRED-COUNT               PIC 9(03) USAGE COMP VALUE 0.
       77  ALERT-OWNER                 PIC X(08).
       01  ROTSET-TABLE.
           02  RS-RECORD               PIC X(80) OCCURS 20 TIMES.
      * The posting in force for each file, set, and field that
      * has ever been changed.
       01  LATEST-TABLE.
           02  LATEST-ENTRY OCCURS 200 TIMES.
             03  LP-FILE-ID            PIC X(08).
             03  LP-SET-NAME           PIC X(08).
             03  LP-FIELD-NAME         PIC X(15).
             03  LP-AFTER              PIC X(10).
             03  LP-EXPIRY-DATE        PIC X(08).

       PROCEDURE DIVISION.
       CONTROL-EXPIRY-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           PERFORM LOAD-THE-LATEST-POSTINGS.
           PERFORM LOAD-THE-CONTROLS.
           PERFORM CHECK-ONE-POSTING
               VARYING LATEST-SUB FROM 1 BY 1
               UNTIL LATEST-SUB > LATEST-COUNT.
           DISPLAY "CONTROL-EXPIRY-CHECK: ", EXPIRED-COUNT,
               " CONTROL CHANGES STILL IN FORCE PAST EXPIRY".
           IF EXPIRED-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-THE-LATEST-POSTINGS.
           OPEN INPUT CTLH-FILE.
           IF CTLH-FILE-STATUS = "00"
               PERFORM READ-NEXT-HISTORY UNTIL CTLH-AT-END
               CLOSE CTLH-FILE
           END-IF.

       READ-NEXT-HISTORY.
           READ CTLH-FILE
               AT END
                   SET CTLH-AT-END TO TRUE
               NOT AT END
                   PERFORM NOTE-ONE-POSTING
           END-READ.

       NOTE-ONE-POSTING.
           MOVE 0 TO FOUND-SUB.
           PERFORM MATCH-ONE-LATEST
               VARYING LATEST-SUB FROM 1 BY 1
               UNTIL LATEST-SUB > LATEST-COUNT OR FOUND-SUB > 0.
           IF FOUND-SUB = 0
               IF LATEST-COUNT < MAX-LATEST
                   ADD 1 TO LATEST-COUNT
                   MOVE LATEST-COUNT TO FOUND-SUB
                   MOVE CTH-FILE-ID TO LP-FILE-ID (FOUND-SUB)
                   MOVE CTH-SET-NAME TO LP-SET-NAME (FOUND-SUB)
                   MOVE CTH-FIELD-NAME TO LP-FIELD-NAME (FOUND-SUB)
               ELSE
                   DISPLAY "CONTROL-EXPIRY-CHECK: MORE THAN ",
                       MAX-LATEST, " CONTROL FIELDS ON CTLHIST, ",
                       CTH-FILE-ID, " ", CTH-SET-NAME, " ",
                       CTH-FIELD-NAME, " NOT CHECKED"
               END-IF
           END-IF.
           IF FOUND-SUB > 0
               MOVE CTH-AFTER TO LP-AFTER (FOUND-SUB)
               MOVE CTH-EXPIRY-DATE TO LP-EXPIRY-DATE (FOUND-SUB)
           END-IF.

       MATCH-ONE-LATEST.
           IF LP-FILE-ID (LATEST-SUB) = CTH-FILE-ID
               AND LP-SET-NAME (LATEST-SUB) = CTH-SET-NAME
               AND LP-FIELD-NAME (LATEST-SUB) = CTH-FIELD-NAME
               MOVE LATEST-SUB TO FOUND-SUB
           END-IF.

       LOAD-THE-CONTROLS.
           OPEN INPUT CTL-FILE.
           IF CTL-FILE-STATUS = "00"
               READ CTL-FILE
                   NOT AT END
                       SET NITECTL-ON-FILE TO TRUE
               END-READ
               CLOSE CTL-FILE
           END-IF.
           OPEN INPUT ROTSET-FILE.
           IF ROTSET-FILE-STATUS = "00"
               PERFORM READ-NEXT-ROTATION-SET UNTIL ROTSET-AT-END
               CLOSE ROTSET-FILE
           END-IF.

       READ-NEXT-ROTATION-SET.
           READ ROTSET-FILE
               AT END
                   SET ROTSET-AT-END TO TRUE
               NOT AT END
                   IF ROTSET-COUNT < MAX-ROTSETS
                       ADD 1 TO ROTSET-COUNT
                       MOVE ROTSET-RECORD TO RS-RECORD (ROTSET-COUNT)
                   END-IF
           END-READ.

      * Past its expiry and still holding the value it posted: the
      * field is read back off the file it lives on, so a change
      * made since, by whatever means, counts as cleared.
       CHECK-ONE-POSTING.
           IF LP-EXPIRY-DATE (LATEST-SUB) NOT = SPACE
               AND LP-EXPIRY-DATE (LATEST-SUB) < TODAY-DATE
               MOVE LP-FILE-ID (LATEST-SUB) TO CF-FILE-ID
               MOVE LP-FIELD-NAME (LATEST-SUB) TO CF-FIELD-NAME
               PERFORM FIND-CONTROL-FIELD
               IF CF-SUB > 0
                   PERFORM CHECK-FIELD-STILL-SET
               END-IF
           END-IF.

       CHECK-FIELD-STILL-SET.
           MOVE 0 TO FOUND-SET-SUB.
           IF CF-FILE-ID = "NITECTL"
               IF NITECTL-ON-FILE
                   PERFORM GET-CONTROL-FIELD
                   MOVE "NITECTL" TO ALERT-OWNER
                   MOVE 1 TO FOUND-SET-SUB
               END-IF
           ELSE
               PERFORM MATCH-ONE-ROTATION-SET
                   VARYING RS-SUB FROM 1 BY 1
                   UNTIL RS-SUB > ROTSET-COUNT OR FOUND-SET-SUB > 0
               IF FOUND-SET-SUB > 0
                   MOVE RS-RECORD (FOUND-SET-SUB) TO ROTSET-RECORD
                   PERFORM GET-CONTROL-FIELD
                   MOVE LP-SET-NAME (LATEST-SUB) TO ALERT-OWNER
               END-IF
           END-IF.
           IF FOUND-SET-SUB > 0
               AND CF-VALUE = LP-AFTER (LATEST-SUB)
               PERFORM RAISE-EXPIRY-ALERT
           END-IF.

       MATCH-ONE-ROTATION-SET.
           IF RS-RECORD (RS-SUB) (1:8) = LP-SET-NAME (LATEST-SUB)
               MOVE RS-SUB TO FOUND-SET-SUB
           END-IF.

       RAISE-EXPIRY-ALERT.
           ADD 1 TO EXPIRED-COUNT.
           DISPLAY "CONTROL-EXPIRY-CHECK: ", ALERT-OWNER, " ",
               LP-FIELD-NAME (LATEST-SUB), " = ",
               LP-AFTER (LATEST-SUB), " STILL IN FORCE, EXPIRED ",
               LP-EXPIRY-DATE (LATEST-SUB).
           MOVE "W" TO ALERT-SEVERITY.
           MOVE "CONTROL-EXPIRY-CHECK" TO ALERT-STEP-NAME.
           MOVE SPACE TO ALERT-TEXT.
           STRING LP-FIELD-NAME (LATEST-SUB) DELIMITED BY SPACE,
               " ON " DELIMITED BY SIZE,
               ALERT-OWNER DELIMITED BY SPACE,
               " PAST EXPIRY" DELIMITED BY SIZE
               INTO ALERT-TEXT.
           PERFORM WRITE-OPERATOR-ALERT.

       COPY "alert-proc.cbl".
       COPY "ctlf-proc.cbl".
