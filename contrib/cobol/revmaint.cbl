       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVIEWER-MAINT.
       DATE-WRITTEN. 2026-10-15.
      * Maintains the REVMAST reviewer master from the action-coded
      * REVTXN file, one card per reviewer by initials: A adds the
      * reviewer (initials already on the master bounce), C
      * rewrites the name, weekly capacity, and out-of-office
      * dates, D drops the reviewer.  The out-of-office dates are
      * both punched or both blank, and the first may not be after
      * the second; a C with both blank clears a finished absence.
      * A reviewer who still owns open SAMPDISP items cannot be
      * dropped -- move the items with SAMPLE-REASSIGN first, so
      * nothing is left on the desk of somebody who has gone.  The
      * master is held in core (99 reviewers) and rewritten whole,
      * and is listed after the bounces.  Every bounce goes on the
      * REVMRPT report with its reason; ends RC 0 with nothing
      * bounced, RC 4 otherwise.  A master too big for the table
      * is never rewritten -- the reviewers past the table would be
      * lost -- so the step applies nothing and ends RC 16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "REVTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT REV-FILE ASSIGN TO "REVMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REV-FILE-STATUS.
           SELECT DISP-FILE ASSIGN TO "SAMPDISP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DISP-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "REVMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       01  RX-RECORD.
           02  RX-ACTION               PIC X(01).
           02  RX-INITIALS             PIC X(03).
           02  RX-NAME                 PIC X(30).
           02  RX-CAPACITY             PIC X(03).
           02  RX-OUT-FROM             PIC X(08).
           02  RX-OUT-TO               PIC X(08).
           02  FILLER                  PIC X(27).
       FD  REV-FILE.
       COPY "revmast.cbl".
       FD  DISP-FILE.
       COPY "sampdisp.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  TXN-FILE-STATUS             PIC X(02).
       77  REV-FILE-STATUS             PIC X(02).
       77  DISP-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  TXN-AT-END-SW               PIC X(01) VALUE "N".
           88  TXN-AT-END                          VALUE "Y".
       77  REV-AT-END-SW               PIC X(01) VALUE "N".
           88  REV-AT-END                          VALUE "Y".
       77  DISP-AT-END-SW              PIC X(01).
           88  DISP-AT-END                         VALUE "Y".
       77  MASTER-OVER-SW              PIC X(01) VALUE "N".
           88  MASTER-OVER                         VALUE "Y".
       77  MAX-REVIEWERS               PIC 9(02) VALUE 99.
       77  REVIEWER-COUNT              PIC 9(02) USAGE COMP VALUE 0.
       77  REVIEWER-SUB                PIC 9(02) USAGE COMP.
       77  FOUND-SUB                   PIC 9(02) USAGE COMP.
       77  ITEMS-HELD                  PIC 9(05) USAGE COMP.
       77  ADD-COUNT                   PIC 9(04) USAGE COMP VALUE 0.
       77  CHANGE-COUNT                PIC 9(04) USAGE COMP VALUE 0.
       77  DROP-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
       77  ERROR-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
      * The whole master in core in file order; a dropped reviewer
      * is flagged off and skipped on the rewrite, an added one
      * goes on the end.
       01  MASTER-TABLE.
           02  MASTER-ENTRY OCCURS 99 TIMES.
             03  MT-ON-FILE-SW         PIC X(01).
               88  MT-ON-FILE                      VALUE "Y".
             03  MT-RECORD             PIC X(80).
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(26) VALUE
               "REVIEWER MAINTENANCE".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-ERROR-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-ACTION           PIC X(01).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-INITIALS         PIC X(03).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-NAME             PIC X(20).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-TEXT             PIC X(44).
       01  RPT-MASTER-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-ML-INITIALS         PIC X(03).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-ML-NAME             PIC X(30).
           02  FILLER                  PIC X(05) VALUE " CAP ".
           02  RPT-ML-CAPACITY         PIC ZZ9.
           02  FILLER                  PIC X(05) VALUE " OUT ".
           02  RPT-ML-OUT-FROM         PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-ML-OUT-TO           PIC X(08).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(22).
           02  RPT-CL-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.
       REVIEWER-MAINT-MAIN.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM LOAD-REVIEWER-MASTER.
           IF MASTER-OVER
               MOVE SPACE TO RPT-EL-ACTION
               MOVE SPACE TO RPT-EL-INITIALS
               MOVE SPACE TO RPT-EL-NAME
               MOVE "REVMAST OVER THE TABLE - NOTHING APPLIED"
                   TO RPT-EL-TEXT
               WRITE RPT-RECORD FROM RPT-ERROR-LINE
               CLOSE RPT-FILE
               DISPLAY "REVIEWER-MAINT: REVMAST HOLDS OVER ",
                   MAX-REVIEWERS, " REVIEWERS, RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TXN-FILE.
           IF TXN-FILE-STATUS = "35"
               DISPLAY "REVTXN NOT FOUND, NOTHING TO APPLY"
           ELSE
               PERFORM READ-NEXT-POSTING UNTIL TXN-AT-END
               CLOSE TXN-FILE
           END-IF.
           PERFORM REWRITE-REVIEWER-MASTER.
           PERFORM WRITE-MAINT-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "REVIEWER-MAINT: ", ADD-COUNT, " ADDS, ",
               CHANGE-COUNT, " CHANGES, ", DROP-COUNT, " DROPS, ",
               ERROR-COUNT, " ERRORS".
           IF ERROR-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-REVIEWER-MASTER.
           OPEN INPUT REV-FILE.
           IF REV-FILE-STATUS = "00"
               PERFORM READ-NEXT-REVIEWER UNTIL REV-AT-END
               CLOSE REV-FILE
           END-IF.

       READ-NEXT-REVIEWER.
           READ REV-FILE
               AT END
                   SET REV-AT-END TO TRUE
               NOT AT END
                   IF REVIEWER-COUNT < MAX-REVIEWERS
                       ADD 1 TO REVIEWER-COUNT
                       SET MT-ON-FILE (REVIEWER-COUNT) TO TRUE
                       MOVE RV-RECORD TO MT-RECORD (REVIEWER-COUNT)
                   ELSE
                       SET MASTER-OVER TO TRUE
                       SET REV-AT-END TO TRUE
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
           MOVE RX-ACTION TO RPT-EL-ACTION.
           MOVE RX-INITIALS TO RPT-EL-INITIALS.
           MOVE RX-NAME TO RPT-EL-NAME.
           EVALUATE TRUE
               WHEN RX-ACTION NOT = "A" AND RX-ACTION NOT = "C"
                   AND RX-ACTION NOT = "D"
                   MOVE "ACTION CODE IS NOT A, C, OR D"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN RX-INITIALS = SPACE
                   MOVE "REVIEWER INITIALS ARE BLANK" TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN RX-ACTION NOT = "D" AND RX-NAME = SPACE
                   MOVE "REVIEWER NAME IS BLANK" TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN RX-ACTION NOT = "D" AND RX-CAPACITY NOT NUMERIC
                   MOVE "WEEKLY CAPACITY IS NOT NUMERIC"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN RX-ACTION NOT = "D"
                   AND ((RX-OUT-FROM = SPACE AND RX-OUT-TO NOT = SPACE)
                   OR (RX-OUT-FROM NOT = SPACE AND RX-OUT-TO = SPACE))
                   MOVE "OUT-OF-OFFICE NEEDS BOTH DATES OR NEITHER"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN RX-ACTION NOT = "D" AND RX-OUT-FROM NOT = SPACE
                   AND (RX-OUT-FROM NOT NUMERIC
                   OR RX-OUT-TO NOT NUMERIC)
                   MOVE "OUT-OF-OFFICE DATE IS NOT NUMERIC"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN RX-ACTION NOT = "D" AND RX-OUT-FROM > RX-OUT-TO
                   MOVE "OUT-OF-OFFICE ENDS BEFORE IT STARTS"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN OTHER
                   PERFORM FIND-THE-REVIEWER
                   PERFORM APPLY-ONE-POSTING
           END-EVALUATE.

       FIND-THE-REVIEWER.
           MOVE 0 TO FOUND-SUB.
           PERFORM MATCH-ONE-REVIEWER
               VARYING REVIEWER-SUB FROM 1 BY 1
               UNTIL REVIEWER-SUB > REVIEWER-COUNT.

       MATCH-ONE-REVIEWER.
           IF MT-ON-FILE (REVIEWER-SUB)
               MOVE MT-RECORD (REVIEWER-SUB) TO RV-RECORD
               IF RV-INITIALS = RX-INITIALS
                   MOVE REVIEWER-SUB TO FOUND-SUB
               END-IF
           END-IF.

       APPLY-ONE-POSTING.
           EVALUATE TRUE
               WHEN RX-ACTION = "A" AND FOUND-SUB > 0
                   MOVE "ADD BOUNCED - REVIEWER ALREADY ON THE MASTER"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN RX-ACTION = "A"
                   AND REVIEWER-COUNT >= MAX-REVIEWERS
                   MOVE "ADD BOUNCED - REVIEWER MASTER IS FULL"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN RX-ACTION = "A"
                   ADD 1 TO REVIEWER-COUNT
                   MOVE REVIEWER-COUNT TO FOUND-SUB
                   SET MT-ON-FILE (FOUND-SUB) TO TRUE
                   PERFORM STORE-ONE-REVIEWER
                   ADD 1 TO ADD-COUNT
               WHEN FOUND-SUB = 0
                   MOVE "REVIEWER NOT ON THE MASTER" TO RPT-EL-TEXT
                   PERFORM WRITE-POSTING-ERROR
               WHEN RX-ACTION = "C"
                   PERFORM STORE-ONE-REVIEWER
                   ADD 1 TO CHANGE-COUNT
               WHEN OTHER
                   PERFORM COUNT-ITEMS-HELD
                   IF ITEMS-HELD > 0
                       MOVE "DROP BOUNCED - STILL OWNS OPEN ITEMS"
                           TO RPT-EL-TEXT
                       PERFORM WRITE-POSTING-ERROR
                   ELSE
                       MOVE "N" TO MT-ON-FILE-SW (FOUND-SUB)
                       ADD 1 TO DROP-COUNT
                   END-IF
           END-EVALUATE.

       STORE-ONE-REVIEWER.
           MOVE SPACE TO RV-RECORD.
           MOVE RX-INITIALS TO RV-INITIALS.
           MOVE RX-NAME TO RV-NAME.
           MOVE RX-CAPACITY TO RV-WEEKLY-CAPACITY.
           MOVE RX-OUT-FROM TO RV-OUT-FROM.
           MOVE RX-OUT-TO TO RV-OUT-TO.
           MOVE RV-RECORD TO MT-RECORD (FOUND-SUB).

       COUNT-ITEMS-HELD.
           MOVE 0 TO ITEMS-HELD.
           MOVE "N" TO DISP-AT-END-SW.
           OPEN INPUT DISP-FILE.
           IF DISP-FILE-STATUS = "00"
               PERFORM COUNT-NEXT-ITEM UNTIL DISP-AT-END
               CLOSE DISP-FILE
           END-IF.

       COUNT-NEXT-ITEM.
           READ DISP-FILE
               AT END
                   SET DISP-AT-END TO TRUE
               NOT AT END
                   IF SD-ASSIGNED-TO = RX-INITIALS AND NOT SD-CLOSED
                       ADD 1 TO ITEMS-HELD
                   END-IF
           END-READ.

       WRITE-POSTING-ERROR.
           ADD 1 TO ERROR-COUNT.
           WRITE RPT-RECORD FROM RPT-ERROR-LINE.

       REWRITE-REVIEWER-MASTER.
           OPEN OUTPUT REV-FILE.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM WRITE-ONE-REVIEWER
               VARYING REVIEWER-SUB FROM 1 BY 1
               UNTIL REVIEWER-SUB > REVIEWER-COUNT.
           CLOSE REV-FILE.

       WRITE-ONE-REVIEWER.
           IF MT-ON-FILE (REVIEWER-SUB)
               MOVE MT-RECORD (REVIEWER-SUB) TO RV-RECORD
               WRITE RV-RECORD
               MOVE RV-INITIALS TO RPT-ML-INITIALS
               MOVE RV-NAME TO RPT-ML-NAME
               MOVE RV-WEEKLY-CAPACITY TO RPT-ML-CAPACITY
               MOVE RV-OUT-FROM TO RPT-ML-OUT-FROM
               MOVE RV-OUT-TO TO RPT-ML-OUT-TO
               WRITE RPT-RECORD FROM RPT-MASTER-LINE
           END-IF.

       WRITE-MAINT-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "REVIEWERS ADDED:" TO RPT-CL-LABEL.
           MOVE ADD-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "REVIEWERS CHANGED:" TO RPT-CL-LABEL.
           MOVE CHANGE-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "REVIEWERS DROPPED:" TO RPT-CL-LABEL.
           MOVE DROP-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "POSTINGS IN ERROR:" TO RPT-CL-LABEL.
           MOVE ERROR-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
