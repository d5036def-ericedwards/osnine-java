       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-REASSIGN.
       DATE-WRITTEN. 2026-10-15.
      * Moves open sampled items off one reviewer's worklist when
      * the reviewer leaves, goes on extended absence, or is simply
      * overloaded.  Each SAMPRTXN posting names the reviewer the
      * items come from and the reviewer they go to; with a sample
      * date and key it moves that one item, with both blank every
      * open item the from-reviewer owns.  A blank to-reviewer
      * releases the items instead: they go back to unowned and the
      * next SAMPLE-ASSIGN spreads them over whoever has room.  The
      * to-reviewer must be on the REVMAST reviewer master and not
      * the from-reviewer.  A reviewer is never handed a key they
      * changed themselves -- such an item is released rather than
      * moved, and listed, so SAMPLE-ASSIGN can find it a reviewer
      * who did not touch it.  Moved items take today's date as
      * their assigned date.  The whole disposition file streams
      * through the SAMPRWRK work file and back.  Every item moved
      * or released is listed on the SAMPRRPT report with the
      * refused postings; refusals end the step RC 4.  When the
      * journal holds more of the to-reviewers' changes than the
      * change table can keep, nothing is reassigned at all -- the
      * own-change rule could not be enforced -- and the step ends
      * RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "SAMPRTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT REV-FILE ASSIGN TO "REVMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REV-FILE-STATUS.
           SELECT JRNL-FILE ASSIGN TO "TRNJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.
           SELECT DISP-FILE ASSIGN TO "SAMPDISP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DISP-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "SAMPRWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "SAMPRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       01  SRT-RECORD.
           02  SRT-FROM                PIC X(03).
           02  SRT-TO                  PIC X(03).
           02  SRT-SAMPLE-DATE         PIC X(08).
           02  SRT-TRN-KEY             PIC X(10).
           02  FILLER                  PIC X(56).
       FD  REV-FILE.
       COPY "revmast.cbl".
       FD  JRNL-FILE.
       COPY "trnjrnl.cbl".
       FD  DISP-FILE.
       COPY "sampdisp.cbl".
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(80).
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  TXN-FILE-STATUS             PIC X(02).
       77  REV-FILE-STATUS             PIC X(02).
       77  JRNL-FILE-STATUS            PIC X(02).
       77  DISP-FILE-STATUS            PIC X(02).
       77  WORK-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  MAX-POSTINGS                PIC 9(04) VALUE 999.
       77  POSTING-COUNT               PIC 9(04) USAGE COMP VALUE 0.
       77  POSTING-SUB                 PIC 9(04) USAGE COMP.
       77  MATCH-SUB                   PIC 9(04) USAGE COMP.
       77  MAX-REVIEWERS               PIC 9(02) VALUE 99.
       77  REVIEWER-COUNT              PIC 9(02) USAGE COMP VALUE 0.
       77  REVIEWER-SUB                PIC 9(02) USAGE COMP.
       77  MAX-CHANGES                 PIC 9(04) VALUE 9999.
       77  CHANGE-COUNT                PIC 9(04) USAGE COMP VALUE 0.
       77  CHANGE-SUB                  PIC 9(04) USAGE COMP.
       77  TXN-AT-END-SW               PIC X(01) VALUE "N".
           88  TXN-AT-END                          VALUE "Y".
       77  REV-AT-END-SW               PIC X(01) VALUE "N".
           88  REV-AT-END                          VALUE "Y".
       77  JRNL-AT-END-SW              PIC X(01) VALUE "N".
           88  JRNL-AT-END                         VALUE "Y".
       77  DISP-AT-END-SW              PIC X(01) VALUE "N".
           88  DISP-AT-END                         VALUE "Y".
       77  WORK-AT-END-SW              PIC X(01) VALUE "N".
           88  WORK-AT-END                         VALUE "Y".
       77  FOUND-SW                    PIC X(01).
           88  FOUND                               VALUE "Y".
       77  CHANGES-OVER-SW             PIC X(01) VALUE "N".
           88  CHANGES-OVER                        VALUE "Y".
       77  CHANGED-SW                  PIC X(01).
           88  CHANGED-BY-TO                       VALUE "Y".
       77  LOOK-INITIALS               PIC X(03).
       77  MOVED-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
       77  RELEASED-COUNT              PIC 9(04) USAGE COMP VALUE 0.
       77  ERROR-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
       77  TODAY-DATE                  PIC X(08).
       01  REVIEWER-TABLE.
           02  RT-INITIALS             PIC X(03) OCCURS 99 TIMES.
      * The day's postings, held in core while the disposition
      * file streams past once.
       01  POSTING-TABLE.
           02  POSTING-ENTRY OCCURS 999 TIMES.
             03  PT-FROM               PIC X(03).
             03  PT-TO                 PIC X(03).
             03  PT-SAMPLE-DATE        PIC X(08).
             03  PT-TRN-KEY            PIC X(10).
             03  PT-ITEM-COUNT         PIC 9(04) USAGE COMP.
      * Every journalled change keyed by one of the to-reviewers.
       01  CHANGE-TABLE.
           02  CHANGE-ENTRY OCCURS 9999 TIMES.
             03  CT-USER-ID            PIC X(03).
             03  CT-TRN-KEY            PIC X(10).
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(27) VALUE
               "SAMPLE REASSIGNMENT REPORT".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-ERROR-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-DATE             PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-KEY              PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-TEXT             PIC X(40).
       01  RPT-MOVE-TEXT.
           02  RPT-MT-VERB             PIC X(09).
           02  RPT-MT-FROM             PIC X(03).
           02  RPT-MT-CONNECT          PIC X(04).
           02  RPT-MT-TO               PIC X(03).
           02  RPT-MT-NOTE             PIC X(21).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(22).
           02  RPT-CL-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.
       SAMPLE-REASSIGN-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM LOAD-THE-REVIEWERS.
           PERFORM LOAD-THE-POSTINGS.
           IF POSTING-COUNT > 0
               PERFORM LOAD-THE-CHANGES
           END-IF.
           IF CHANGES-OVER
               PERFORM REFUSE-THE-RUN
               GOBACK
           END-IF.
           IF POSTING-COUNT > 0
               PERFORM APPLY-TO-DISPOSITION-FILE
           END-IF.
           PERFORM REPORT-EMPTY-POSTINGS.
           PERFORM WRITE-REASSIGN-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "SAMPLE-REASSIGN: MOVED ", MOVED-COUNT,
               " RELEASED ", RELEASED-COUNT, " ITEMS, ",
               ERROR-COUNT, " POSTINGS IN ERROR".
           IF ERROR-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Without every change the to-reviewers keyed, a key one of
      * them changed could be handed to them, so SAMPDISP is left
      * exactly as it stands.
       REFUSE-THE-RUN.
           MOVE SPACE TO RPT-EL-DATE.
           MOVE SPACE TO RPT-EL-KEY.
           MOVE "RUN REFUSED - TRNJRNL OVER CHANGE TABLE"
               TO RPT-EL-TEXT.
           WRITE RPT-RECORD FROM RPT-ERROR-LINE.
           MOVE "NOTHING REASSIGNED" TO RPT-EL-TEXT.
           WRITE RPT-RECORD FROM RPT-ERROR-LINE.
           CLOSE RPT-FILE.
           DISPLAY "SAMPLE-REASSIGN: TRNJRNL HOLDS OVER ", MAX-CHANGES,
               " CHANGES BY THE TO-REVIEWERS, NOTHING REASSIGNED".
           MOVE 8 TO RETURN-CODE.

       LOAD-THE-REVIEWERS.
           OPEN INPUT REV-FILE.
           IF REV-FILE-STATUS = "00"
               PERFORM LOAD-ONE-REVIEWER UNTIL REV-AT-END
               CLOSE REV-FILE
           END-IF.

       LOAD-ONE-REVIEWER.
           READ REV-FILE
               AT END
                   SET REV-AT-END TO TRUE
               NOT AT END
                   IF REVIEWER-COUNT < MAX-REVIEWERS
                       ADD 1 TO REVIEWER-COUNT
                       MOVE RV-INITIALS TO RT-INITIALS (REVIEWER-COUNT)
                   END-IF
           END-READ.

       FIND-THE-REVIEWER.
           MOVE "N" TO FOUND-SW.
           PERFORM MATCH-ONE-REVIEWER
               VARYING REVIEWER-SUB FROM 1 BY 1
               UNTIL REVIEWER-SUB > REVIEWER-COUNT OR FOUND.

       MATCH-ONE-REVIEWER.
           IF RT-INITIALS (REVIEWER-SUB) = LOOK-INITIALS
               SET FOUND TO TRUE
           END-IF.

       LOAD-THE-POSTINGS.
           OPEN INPUT TXN-FILE.
           IF TXN-FILE-STATUS = "35"
               DISPLAY "SAMPRTXN NOT FOUND, NOTHING TO POST"
           ELSE
               PERFORM READ-NEXT-POSTING UNTIL TXN-AT-END
               CLOSE TXN-FILE
           END-IF.

       READ-NEXT-POSTING.
           READ TXN-FILE
               AT END
                   SET TXN-AT-END TO TRUE
               NOT AT END
                   PERFORM TAKE-ONE-POSTING
           END-READ.

       TAKE-ONE-POSTING.
           MOVE SRT-TO TO LOOK-INITIALS.
           PERFORM FIND-THE-REVIEWER.
           MOVE SRT-SAMPLE-DATE TO RPT-EL-DATE.
           MOVE SRT-TRN-KEY TO RPT-EL-KEY.
           IF SRT-TRN-KEY = SPACE
               MOVE SRT-FROM TO RPT-EL-KEY
           END-IF.
           EVALUATE TRUE
               WHEN SRT-FROM = SPACE
                   MOVE "NO REVIEWER TO MOVE ITEMS FROM"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-REFUSED-LINE
               WHEN SRT-TO = SRT-FROM
                   MOVE "ITEMS WOULD MOVE TO THEIR OWN OWNER"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-REFUSED-LINE
               WHEN SRT-TO NOT = SPACE AND NOT FOUND
                   MOVE "REVIEWER NOT ON REVMAST" TO RPT-EL-TEXT
                   PERFORM WRITE-REFUSED-LINE
               WHEN SRT-SAMPLE-DATE = SPACE
                   AND SRT-TRN-KEY NOT = SPACE
                   MOVE "GIVE SAMPLE DATE AND KEY, OR NEITHER"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-REFUSED-LINE
               WHEN SRT-SAMPLE-DATE NOT = SPACE
                   AND SRT-TRN-KEY = SPACE
                   MOVE "GIVE SAMPLE DATE AND KEY, OR NEITHER"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-REFUSED-LINE
               WHEN POSTING-COUNT >= MAX-POSTINGS
                   MOVE "POSTING DROPPED - OVER THE DAILY LIMIT"
                       TO RPT-EL-TEXT
                   PERFORM WRITE-REFUSED-LINE
               WHEN OTHER
                   ADD 1 TO POSTING-COUNT
                   MOVE SRT-FROM TO PT-FROM (POSTING-COUNT)
                   MOVE SRT-TO TO PT-TO (POSTING-COUNT)
                   MOVE SRT-SAMPLE-DATE
                       TO PT-SAMPLE-DATE (POSTING-COUNT)
                   MOVE SRT-TRN-KEY TO PT-TRN-KEY (POSTING-COUNT)
                   MOVE 0 TO PT-ITEM-COUNT (POSTING-COUNT)
           END-EVALUATE.

       WRITE-REFUSED-LINE.
           ADD 1 TO ERROR-COUNT.
           WRITE RPT-RECORD FROM RPT-ERROR-LINE.

      * Only the to-reviewers' changes matter, so only they are
      * kept.
       LOAD-THE-CHANGES.
           OPEN INPUT JRNL-FILE.
           IF JRNL-FILE-STATUS = "00"
               PERFORM LOAD-ONE-CHANGE UNTIL JRNL-AT-END
               CLOSE JRNL-FILE
           END-IF.

       LOAD-ONE-CHANGE.
           READ JRNL-FILE
               AT END
                   SET JRNL-AT-END TO TRUE
               NOT AT END
                   IF JR-USER-ID NOT = SPACE
                       MOVE "N" TO FOUND-SW
                       PERFORM MATCH-ONE-TO-REVIEWER
                           VARYING POSTING-SUB FROM 1 BY 1
                           UNTIL POSTING-SUB > POSTING-COUNT OR FOUND
                       IF FOUND
                           PERFORM KEEP-ONE-CHANGE
                       END-IF
                   END-IF
           END-READ.

       KEEP-ONE-CHANGE.
           IF CHANGE-COUNT NOT < MAX-CHANGES
               SET CHANGES-OVER TO TRUE
               SET JRNL-AT-END TO TRUE
           ELSE
               ADD 1 TO CHANGE-COUNT
               MOVE JR-USER-ID TO CT-USER-ID (CHANGE-COUNT)
               MOVE JR-TRN-KEY TO CT-TRN-KEY (CHANGE-COUNT)
           END-IF.

       MATCH-ONE-TO-REVIEWER.
           IF PT-TO (POSTING-SUB) = JR-USER-ID
               SET FOUND TO TRUE
           END-IF.

      * One streaming pass: each open item owned by a posting's
      * from-reviewer moves (or is released) on the way past; the
      * first posting that fits an item is the one applied.
       APPLY-TO-DISPOSITION-FILE.
           OPEN INPUT DISP-FILE.
           IF DISP-FILE-STATUS NOT = "00"
               DISPLAY "SAMPDISP NOT FOUND, NOTHING TO REASSIGN"
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-DISPOSITION UNTIL DISP-AT-END
               CLOSE DISP-FILE
               CLOSE WORK-FILE
               PERFORM COPY-WORK-BACK
           END-IF.

       COPY-ONE-DISPOSITION.
           READ DISP-FILE
               AT END
                   SET DISP-AT-END TO TRUE
               NOT AT END
                   IF NOT SD-CLOSED AND SD-ASSIGNED-TO NOT = SPACE
                       MOVE 0 TO MATCH-SUB
                       PERFORM MATCH-ONE-POSTING
                           VARYING POSTING-SUB FROM 1 BY 1
                           UNTIL POSTING-SUB > POSTING-COUNT
                           OR MATCH-SUB > 0
                       IF MATCH-SUB > 0
                           PERFORM REASSIGN-ONE-ITEM
                       END-IF
                   END-IF
                   WRITE WORK-RECORD FROM SD-RECORD
           END-READ.

       MATCH-ONE-POSTING.
           IF PT-FROM (POSTING-SUB) = SD-ASSIGNED-TO
               IF PT-TRN-KEY (POSTING-SUB) = SPACE
                   OR (PT-SAMPLE-DATE (POSTING-SUB) = SD-SAMPLE-DATE
                   AND PT-TRN-KEY (POSTING-SUB) = SD-TRN-KEY)
                   MOVE POSTING-SUB TO MATCH-SUB
               END-IF
           END-IF.

       REASSIGN-ONE-ITEM.
           ADD 1 TO PT-ITEM-COUNT (MATCH-SUB).
           MOVE "N" TO CHANGED-SW.
           IF PT-TO (MATCH-SUB) NOT = SPACE
               PERFORM CHECK-ONE-CHANGE
                   VARYING CHANGE-SUB FROM 1 BY 1
                   UNTIL CHANGE-SUB > CHANGE-COUNT OR CHANGED-BY-TO
           END-IF.
           MOVE SD-SAMPLE-DATE TO RPT-EL-DATE.
           MOVE SD-TRN-KEY TO RPT-EL-KEY.
           MOVE SD-ASSIGNED-TO TO RPT-MT-FROM.
           IF PT-TO (MATCH-SUB) = SPACE OR CHANGED-BY-TO
               ADD 1 TO RELEASED-COUNT
               MOVE "RELEASED " TO RPT-MT-VERB
               MOVE SPACE TO RPT-MT-CONNECT
               MOVE SPACE TO RPT-MT-TO
               IF CHANGED-BY-TO
                   MOVE " -- " TO RPT-MT-CONNECT
                   MOVE PT-TO (MATCH-SUB) TO RPT-MT-TO
                   MOVE " CHANGED THE KEY" TO RPT-MT-NOTE
               ELSE
                   MOVE SPACE TO RPT-MT-NOTE
               END-IF
               MOVE SPACE TO SD-ASSIGNED-TO
               MOVE SPACE TO SD-ASSIGNED-DATE
           ELSE
               ADD 1 TO MOVED-COUNT
               MOVE "MOVED    " TO RPT-MT-VERB
               MOVE " TO " TO RPT-MT-CONNECT
               MOVE PT-TO (MATCH-SUB) TO RPT-MT-TO
               MOVE SPACE TO RPT-MT-NOTE
               MOVE PT-TO (MATCH-SUB) TO SD-ASSIGNED-TO
               MOVE TODAY-DATE TO SD-ASSIGNED-DATE
           END-IF.
           MOVE RPT-MOVE-TEXT TO RPT-EL-TEXT.
           WRITE RPT-RECORD FROM RPT-ERROR-LINE.

       CHECK-ONE-CHANGE.
           IF CT-USER-ID (CHANGE-SUB) = PT-TO (MATCH-SUB)
               AND CT-TRN-KEY (CHANGE-SUB) = SD-TRN-KEY
               SET CHANGED-BY-TO TO TRUE
           END-IF.

       COPY-WORK-BACK.
           MOVE "N" TO WORK-AT-END-SW.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT DISP-FILE.
           PERFORM COPY-ONE-WORK-RECORD UNTIL WORK-AT-END.
           CLOSE WORK-FILE.
           CLOSE DISP-FILE.

       COPY-ONE-WORK-RECORD.
           READ WORK-FILE
               AT END
                   SET WORK-AT-END TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO SD-RECORD
                   WRITE SD-RECORD
           END-READ.

      * A posting that found nothing open to move is listed; a
      * single-item posting most likely names the wrong owner.
       REPORT-EMPTY-POSTINGS.
           PERFORM CHECK-ONE-EMPTY
               VARYING POSTING-SUB FROM 1 BY 1
               UNTIL POSTING-SUB > POSTING-COUNT.

       CHECK-ONE-EMPTY.
           IF PT-ITEM-COUNT (POSTING-SUB) = 0
               MOVE PT-SAMPLE-DATE (POSTING-SUB) TO RPT-EL-DATE
               MOVE PT-TRN-KEY (POSTING-SUB) TO RPT-EL-KEY
               IF PT-TRN-KEY (POSTING-SUB) = SPACE
                   MOVE PT-FROM (POSTING-SUB) TO RPT-EL-KEY
                   MOVE "REVIEWER OWNS NO OPEN ITEMS"
                       TO RPT-EL-TEXT
               ELSE
                   MOVE "NO OPEN ITEM OWNED BY THE FROM-REVIEWER"
                       TO RPT-EL-TEXT
               END-IF
               PERFORM WRITE-REFUSED-LINE
           END-IF.

       WRITE-REASSIGN-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "POSTINGS TAKEN:" TO RPT-CL-LABEL.
           MOVE POSTING-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS MOVED:" TO RPT-CL-LABEL.
           MOVE MOVED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS RELEASED:" TO RPT-CL-LABEL.
           MOVE RELEASED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "POSTINGS IN ERROR:" TO RPT-CL-LABEL.
           MOVE ERROR-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
