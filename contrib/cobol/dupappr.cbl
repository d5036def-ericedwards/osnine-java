       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-SUSPECT-APPROVE.
       DATE-WRITTEN. 2026-10-15.
      * Adds the duplicate suspects the audit manager approves to
      * the sample as judgmental selections.  Each DUPAPTXN card
      * names a TRN-KEY off the DUPSRPT suspect report and the
      * manager's initials; an approved key gets a SAMPDISP record
      * dated today, status drawn, selection type J, with the
      * initials as the approver -- from there it is worked,
      * aged, and carries findings exactly like a drawn item, but
      * stays out of the random draw's statistics.  A card is
      * refused, and listed on DUPAPRPT with the reason, when the
      * key or initials are missing, the key is not on tonight's
      * DUPSUSP suspect file or no longer on TRNMAST, the key
      * already has an open item in the sample, or an earlier card
      * in the run already approved it.  Ends RC 4 when any card
      * was refused, RC 0 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "DUPAPTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT DUPS-FILE ASSIGN TO "DUPSUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DUPS-FILE-STATUS.
           SELECT TRN-FILE ASSIGN TO "TRNMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT DISP-FILE ASSIGN TO "SAMPDISP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DISP-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "DUPAPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       01  DA-RECORD.
           02  DA-TRN-KEY              PIC X(10).
           02  DA-APPROVER             PIC X(03).
           02  FILLER                  PIC X(67).
       FD  DUPS-FILE.
       COPY "dupsusp.cbl".
       FD  TRN-FILE.
       COPY "trnrec.cbl".
       FD  DISP-FILE.
       COPY "sampdisp.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  TXN-FILE-STATUS             PIC X(02).
       77  DUPS-FILE-STATUS            PIC X(02).
       77  TRN-FILE-STATUS             PIC X(02).
       77  DISP-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  TXN-AT-END-SW               PIC X(01) VALUE "N".
           88  TXN-AT-END                          VALUE "Y".
       77  DUPS-AT-END-SW              PIC X(01) VALUE "N".
           88  DUPS-AT-END                         VALUE "Y".
       77  DISP-AT-END-SW              PIC X(01) VALUE "N".
           88  DISP-AT-END                         VALUE "Y".
       77  MASTER-OPEN-SW              PIC X(01) VALUE "N".
           88  MASTER-OPEN                         VALUE "Y".
       77  REPEAT-SW                   PIC X(01).
           88  REPEAT-CARD                         VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
       77  MAX-POSTINGS                PIC 9(03) VALUE 200.
       77  POSTING-COUNT               PIC 9(03) USAGE COMP VALUE 0.
       77  POSTING-SUB                 PIC 9(03) USAGE COMP.
       77  ADDED-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
       77  ERROR-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
      * The run's approvals, checked against the suspect file, the
      * master, and the sample before anything is added.
       01  POSTING-TABLE.
           02  POSTING-ENTRY OCCURS 200 TIMES.
             03  PT-TRN-KEY            PIC X(10).
             03  PT-APPROVER           PIC X(03).
             03  PT-FLAGGED-SW         PIC X(01).
               88  PT-FLAGGED                      VALUE "Y".
             03  PT-IN-SAMPLE-SW       PIC X(01).
               88  PT-IN-SAMPLE                    VALUE "Y".
             03  PT-REASON             PIC X(40).
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(35) VALUE
               "DUPLICATE SUSPECT SAMPLE APPROVALS".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-ADDED-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-AL-KEY              PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-AL-APPROVER         PIC X(03).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-AL-DATE             PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-AL-AMOUNT           PIC -(7)9.99.
           02  FILLER                  PIC X(26) VALUE
               "  ADDED TO SAMPLE, TYPE J".
       01  RPT-ERROR-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-KEY              PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-APPROVER         PIC X(03).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-TEXT             PIC X(40).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(24).
           02  RPT-CL-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.
       SUSPECT-APPROVE-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM LOAD-THE-APPROVALS.
           IF POSTING-COUNT > 0
               PERFORM MARK-FLAGGED-KEYS
               PERFORM MARK-KEYS-IN-SAMPLE
               PERFORM ADD-THE-SELECTIONS
           END-IF.
           PERFORM WRITE-APPROVE-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "DUPLICATE-SUSPECT-APPROVE: ", ADDED-COUNT,
               " ADDED TO THE SAMPLE, ", ERROR-COUNT, " REFUSED".
           IF ERROR-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-THE-APPROVALS.
           OPEN INPUT TXN-FILE.
           IF TXN-FILE-STATUS = "35"
               DISPLAY "DUPAPTXN NOT FOUND, NOTHING TO APPROVE"
           ELSE
               PERFORM READ-NEXT-APPROVAL UNTIL TXN-AT-END
               CLOSE TXN-FILE
           END-IF.

       READ-NEXT-APPROVAL.
           READ TXN-FILE
               AT END
                   SET TXN-AT-END TO TRUE
               NOT AT END
                   MOVE "N" TO REPEAT-SW
                   PERFORM MATCH-EARLIER-CARD
                       VARYING POSTING-SUB FROM 1 BY 1
                       UNTIL POSTING-SUB > POSTING-COUNT
                   EVALUATE TRUE
                       WHEN DA-TRN-KEY = SPACE
                           MOVE "CARD CARRIES NO TRN-KEY"
                               TO RPT-EL-TEXT
                           PERFORM WRITE-CARD-ERROR
                       WHEN DA-APPROVER = SPACE
                           MOVE "CARD CARRIES NO APPROVER INITIALS"
                               TO RPT-EL-TEXT
                           PERFORM WRITE-CARD-ERROR
                       WHEN REPEAT-CARD
                           MOVE "KEY ALREADY APPROVED EARLIER IN RUN"
                               TO RPT-EL-TEXT
                           PERFORM WRITE-CARD-ERROR
                       WHEN POSTING-COUNT >= MAX-POSTINGS
                           MOVE "CARD DROPPED - OVER THE RUN LIMIT"
                               TO RPT-EL-TEXT
                           PERFORM WRITE-CARD-ERROR
                       WHEN OTHER
                           ADD 1 TO POSTING-COUNT
                           MOVE DA-TRN-KEY TO PT-TRN-KEY (POSTING-COUNT)
                           MOVE DA-APPROVER
                               TO PT-APPROVER (POSTING-COUNT)
                           MOVE "N" TO PT-FLAGGED-SW (POSTING-COUNT)
                           MOVE "N" TO PT-IN-SAMPLE-SW (POSTING-COUNT)
                           MOVE SPACE TO PT-REASON (POSTING-COUNT)
                   END-EVALUATE
           END-READ.

       MATCH-EARLIER-CARD.
           IF PT-TRN-KEY (POSTING-SUB) = DA-TRN-KEY
               SET REPEAT-CARD TO TRUE
           END-IF.

       WRITE-CARD-ERROR.
           MOVE DA-TRN-KEY TO RPT-EL-KEY.
           MOVE DA-APPROVER TO RPT-EL-APPROVER.
           WRITE RPT-RECORD FROM RPT-ERROR-LINE.
           ADD 1 TO ERROR-COUNT.

      * Only a key the scan actually flagged can be approved: either
      * side of any suspect pair on the current DUPSUSP will do.
       MARK-FLAGGED-KEYS.
           OPEN INPUT DUPS-FILE.
           IF DUPS-FILE-STATUS = "00"
               PERFORM CHECK-NEXT-SUSPECT UNTIL DUPS-AT-END
               CLOSE DUPS-FILE
           ELSE
               DISPLAY "DUPSUSP NOT FOUND, NO SUSPECTS TO APPROVE"
           END-IF.

       CHECK-NEXT-SUSPECT.
           READ DUPS-FILE
               AT END
                   SET DUPS-AT-END TO TRUE
               NOT AT END
                   PERFORM MATCH-ONE-SUSPECT
                       VARYING POSTING-SUB FROM 1 BY 1
                       UNTIL POSTING-SUB > POSTING-COUNT
           END-READ.

       MATCH-ONE-SUSPECT.
           IF PT-TRN-KEY (POSTING-SUB) = DS-KEY-1
               OR PT-TRN-KEY (POSTING-SUB) = DS-KEY-2
               SET PT-FLAGGED (POSTING-SUB) TO TRUE
           END-IF.

      * A key with an item still open in the sample, drawn or
      * judgmental, is already being looked at.
       MARK-KEYS-IN-SAMPLE.
           OPEN INPUT DISP-FILE.
           IF DISP-FILE-STATUS = "00"
               PERFORM CHECK-NEXT-DISPOSITION UNTIL DISP-AT-END
               CLOSE DISP-FILE
           END-IF.

       CHECK-NEXT-DISPOSITION.
           READ DISP-FILE
               AT END
                   SET DISP-AT-END TO TRUE
               NOT AT END
                   IF NOT SD-CLOSED
                       PERFORM MATCH-ONE-DISPOSITION
                           VARYING POSTING-SUB FROM 1 BY 1
                           UNTIL POSTING-SUB > POSTING-COUNT
                   END-IF
           END-READ.

       MATCH-ONE-DISPOSITION.
           IF PT-TRN-KEY (POSTING-SUB) = SD-TRN-KEY
               SET PT-IN-SAMPLE (POSTING-SUB) TO TRUE
           END-IF.

       ADD-THE-SELECTIONS.
           OPEN INPUT TRN-FILE.
           IF TRN-FILE-STATUS = "00"
               SET MASTER-OPEN TO TRUE
           END-IF.
           OPEN EXTEND DISP-FILE.
           IF DISP-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISP-FILE
           END-IF.
           PERFORM ADD-ONE-SELECTION
               VARYING POSTING-SUB FROM 1 BY 1
               UNTIL POSTING-SUB > POSTING-COUNT.
           CLOSE DISP-FILE.
           IF MASTER-OPEN
               CLOSE TRN-FILE
           END-IF.

       ADD-ONE-SELECTION.
           EVALUATE TRUE
               WHEN NOT PT-FLAGGED (POSTING-SUB)
                   MOVE "KEY IS NOT ON THE DUPSUSP SUSPECT FILE"
                       TO PT-REASON (POSTING-SUB)
               WHEN PT-IN-SAMPLE (POSTING-SUB)
                   MOVE "KEY ALREADY HAS AN OPEN SAMPLE ITEM"
                       TO PT-REASON (POSTING-SUB)
               WHEN OTHER
                   PERFORM READ-SUSPECT-MASTER
           END-EVALUATE.
           IF PT-REASON (POSTING-SUB) = SPACE
               PERFORM WRITE-JUDGMENTAL-ITEM
           ELSE
               MOVE PT-TRN-KEY (POSTING-SUB) TO RPT-EL-KEY
               MOVE PT-APPROVER (POSTING-SUB) TO RPT-EL-APPROVER
               MOVE PT-REASON (POSTING-SUB) TO RPT-EL-TEXT
               WRITE RPT-RECORD FROM RPT-ERROR-LINE
               ADD 1 TO ERROR-COUNT
           END-IF.

       READ-SUSPECT-MASTER.
           IF MASTER-OPEN
               MOVE PT-TRN-KEY (POSTING-SUB) TO TRN-KEY
               READ TRN-FILE
                   INVALID KEY
                       MOVE "KEY IS NO LONGER ON TRNMAST"
                           TO PT-REASON (POSTING-SUB)
               END-READ
           ELSE
               MOVE "TRNMAST NOT AVAILABLE"
                   TO PT-REASON (POSTING-SUB)
           END-IF.

       WRITE-JUDGMENTAL-ITEM.
           MOVE SPACE TO SD-RECORD.
           MOVE TODAY-DATE TO SD-SAMPLE-DATE.
           MOVE PT-TRN-KEY (POSTING-SUB) TO SD-TRN-KEY.
           MOVE "J" TO SD-SELECT-TYPE.
           MOVE PT-APPROVER (POSTING-SUB) TO SD-APPROVER.
           WRITE SD-RECORD.
           ADD 1 TO ADDED-COUNT.
           MOVE PT-TRN-KEY (POSTING-SUB) TO RPT-AL-KEY.
           MOVE PT-APPROVER (POSTING-SUB) TO RPT-AL-APPROVER.
           MOVE TRN-DATE TO RPT-AL-DATE.
           MOVE TRN-AMOUNT TO RPT-AL-AMOUNT.
           WRITE RPT-RECORD FROM RPT-ADDED-LINE.

       WRITE-APPROVE-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "ADDED TO THE SAMPLE:" TO RPT-CL-LABEL.
           MOVE ADDED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CARDS REFUSED:" TO RPT-CL-LABEL.
           MOVE ERROR-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
