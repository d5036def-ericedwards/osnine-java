       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-MAINT.
       DATE-WRITTEN. 2026-10-15.
      * Applies change-controlled postings to the NITECTL control
      * card and the ROTSET rotation-set master, which until now
      * were edited by hand with nothing recording who changed
      * what.  Each CTLTXN posting names the file, an action, the
      * set (ROTSET only), one field by its copybook name less the
      * NITE- or SET- prefix (see ctlf-ws.cbl), the new value keyed
      * exactly as the field sits on the file (digits in the
      * field's own width, a tolerance of .25 as 25, a time as
      * HHMM, the override switch as Y or N), an optional expiry
      * date, and the initials of the requester and of the
      * approver, who must be somebody else.  NITECTL takes field
      * changes (C) only.  ROTSET takes C for a set's poles and A
      * to add a new set with its NUM-DISKS; resizing or
      * decommissioning a set moves tapes and is done through
      * ROTATION-SET-CHANGE, which keeps TAPEMAST, VOLSXREF, and
      * HANOICKPT in line, so C of NUM-DISKS and D are refused
      * here.  Each new value is range-checked against the fields
      * it works with: NUM-DISKS within the 20-disk maximum,
      * tolerance low below high and wear warn below retire (when
      * both ends are set), times of day as real HHMM times, poles
      * 0 (calendar) or 1-3 and all different.  A window override
      * switched on must carry the date it expires.  Postings apply
      * in card order, each against the file as the ones ahead of
      * it left it.  Every accepted posting appends its before and
      * after values, with both sets of initials and any expiry, to
      * the permanent CTLHIST change history; CONTROL-EXPIRY-CHECK
      * reads it nightly and the morning run report lists it.  The
      * CTLMRPT report shows every posting, applied or refused with
      * its reason, then both files as they now stand.  Ends RC 0
      * with nothing refused, RC 4 otherwise.  A ROTSET with more
      * sets than the table holds is never rewritten: nothing is
      * posted and the step ends RC 16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "CTLTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "NITECTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT ROTSET-FILE ASSIGN TO "ROTSET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ROTSET-FILE-STATUS.
           SELECT CTLH-FILE ASSIGN TO "CTLHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTLH-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "CTLMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       01  CX-RECORD.
           02  CX-FILE-ID              PIC X(08).
           02  CX-ACTION               PIC X(01).
           02  CX-SET-NAME             PIC X(08).
           02  CX-FIELD-NAME           PIC X(15).
           02  CX-NEW-VALUE            PIC X(10).
           02  CX-EXPIRY-DATE          PIC X(08).
           02  CX-REQUESTER            PIC X(03).
           02  CX-APPROVER             PIC X(03).
           02  FILLER                  PIC X(24).
       FD  CTL-FILE.
       COPY "nitectl.cbl".
       FD  ROTSET-FILE.
       COPY "rotset.cbl".
       FD  CTLH-FILE.
       COPY "ctlhist.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "ctlf-ws.cbl".
       77  TXN-FILE-STATUS             PIC X(02).
       77  CTL-FILE-STATUS             PIC X(02).
       77  ROTSET-FILE-STATUS          PIC X(02).
       77  CTLH-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  TXN-AT-END-SW               PIC X(01) VALUE "N".
           88  TXN-AT-END                          VALUE "Y".
       77  ROTSET-AT-END-SW            PIC X(01) VALUE "N".
           88  ROTSET-AT-END                       VALUE "Y".
       77  CARD-OK-SW                  PIC X(01).
           88  CARD-OK                             VALUE "Y".
       77  NITECTL-CHANGED-SW          PIC X(01) VALUE "N".
           88  NITECTL-CHANGED                     VALUE "Y".
       77  ROTSET-CHANGED-SW           PIC X(01) VALUE "N".
           88  ROTSET-CHANGED                      VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
       77  NOW-TIME                    PIC X(08).
       77  MAX-DISKS                   PIC 99 VALUE 20.
       77  MAX-ROTSETS                 PIC 99 VALUE 20.
       77  MAX-ROTATED-SETS            PIC 99 VALUE 8.
       77  ROTSET-OVER-SW              PIC X(01) VALUE "N".
           88  ROTSET-OVER                         VALUE "Y".
       77  ROTSET-COUNT                PIC 99 USAGE COMP VALUE 0.
       77  RS-SUB                      PIC 99 USAGE COMP.
       77  FOUND-SET-SUB               PIC 99 USAGE COMP.
       77  BEFORE-VALUE                PIC X(10).
       77  AFTER-VALUE                 PIC X(10).
       77  EDIT-WIDTH                  PIC 9.
       77  CHECK-HHMM                  PIC 9(04).
       77  CHECK-HH                    PIC 9(02).
       77  CHECK-MM                    PIC 9(02).
       77  SAVE-CTL-RECORD             PIC X(80).
       77  POSTING-COUNT               PIC 9(04) USAGE COMP VALUE 0.
       77  APPLIED-COUNT               PIC 9(04) USAGE COMP VALUE 0.
       77  ERROR-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
      * ROTSET in core, as many sets as ROTATION-SET-CHANGE keeps;
      * an add still stops at the eight sets NIGHTRUN rotates.
       01  ROTSET-TABLE.
           02  RS-RECORD               PIC X(80) OCCURS 20 TIMES.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(30) VALUE
               "CONTROL MAINTENANCE REPORT".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-COLUMN-LINE.
           02  FILLER                  PIC X(38) VALUE
               "  FILE     SET      A FIELD           ".
           02  FILLER                  PIC X(33) VALUE
               "BEFORE        AFTER       REQ/APP".
       01  RPT-POST-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-PL-FILE             PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-PL-SET              PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-PL-ACTION           PIC X(01).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-PL-FIELD            PIC X(15).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-PL-BEFORE           PIC X(10).
           02  FILLER                  PIC X(04) VALUE " TO ".
           02  RPT-PL-AFTER            PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-PL-REQUESTER        PIC X(03).
           02  FILLER                  PIC X(01) VALUE "/".
           02  RPT-PL-APPROVER         PIC X(03).
       01  RPT-NOTE-LINE.
           02  FILLER                  PIC X(04) VALUE SPACE.
           02  RPT-NT-TEXT             PIC X(60).
       01  RPT-FIELD-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-FL-FIELD            PIC X(15).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-FL-VALUE            PIC X(10).
       01  RPT-SET-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-SL-SET              PIC X(08).
           02  FILLER                  PIC X(12) VALUE
               "  NUM-DISKS ".
           02  RPT-SL-DISKS            PIC 99.
           02  FILLER                  PIC X(07) VALUE "  FROM ".
           02  RPT-SL-FROM             PIC 9.
           02  FILLER                  PIC X(05) VALUE "  TO ".
           02  RPT-SL-TO               PIC 9.
           02  FILLER                  PIC X(06) VALUE "  VIA ".
           02  RPT-SL-VIA              PIC 9.
       01  RPT-SECTION-LINE            PIC X(40).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(22).
           02  RPT-CL-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.
       CONTROL-MAINT-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO NOW-TIME.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-COLUMN-LINE.
           PERFORM LOAD-NITECTL.
           PERFORM LOAD-ROTSET.
           IF ROTSET-OVER
               MOVE "ROTSET OVER THE TABLE - NOTHING POSTED"
                   TO RPT-SECTION-LINE
               WRITE RPT-RECORD FROM RPT-SECTION-LINE
               CLOSE RPT-FILE
               DISPLAY "CONTROL-MAINT: ROTSET HOLDS OVER ", MAX-ROTSETS,
                   " SETS, RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TXN-FILE.
           IF TXN-FILE-STATUS = "35"
               DISPLAY "CTLTXN NOT FOUND, NOTHING TO POST"
           ELSE
               OPEN EXTEND CTLH-FILE
               IF CTLH-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CTLH-FILE
               END-IF
               PERFORM READ-NEXT-POSTING UNTIL TXN-AT-END
               CLOSE TXN-FILE
               CLOSE CTLH-FILE
           END-IF.
           IF NITECTL-CHANGED
               OPEN OUTPUT CTL-FILE
               WRITE NITE-CTL-RECORD
               CLOSE CTL-FILE
           END-IF.
           IF ROTSET-CHANGED
               OPEN OUTPUT ROTSET-FILE
               PERFORM WRITE-ONE-ROTSET-RECORD
                   VARYING RS-SUB FROM 1 BY 1
                   UNTIL RS-SUB > ROTSET-COUNT
               CLOSE ROTSET-FILE
           END-IF.
           PERFORM LIST-THE-CONTROLS.
           PERFORM WRITE-MAINT-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "CONTROL-MAINT: APPLIED ", APPLIED-COUNT, " OF ",
               POSTING-COUNT, " POSTINGS, ", ERROR-COUNT, " REFUSED".
           IF ERROR-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A missing NITECTL starts as an all-default card: every
      * field zero, the override switch blank.
       LOAD-NITECTL.
           MOVE SPACE TO NITE-CTL-RECORD.
           INITIALIZE NITE-CTL-RECORD.
           OPEN INPUT CTL-FILE.
           IF CTL-FILE-STATUS = "00"
               READ CTL-FILE
                   AT END
                       MOVE SPACE TO NITE-CTL-RECORD
                       INITIALIZE NITE-CTL-RECORD
               END-READ
               CLOSE CTL-FILE
           END-IF.

       LOAD-ROTSET.
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
                   ELSE
                       SET ROTSET-OVER TO TRUE
                       SET ROTSET-AT-END TO TRUE
                   END-IF
           END-READ.

       WRITE-ONE-ROTSET-RECORD.
           MOVE RS-RECORD (RS-SUB) TO ROTSET-RECORD.
           WRITE ROTSET-RECORD.

       READ-NEXT-POSTING.
           READ TXN-FILE
               AT END
                   SET TXN-AT-END TO TRUE
               NOT AT END
                   PERFORM TAKE-ONE-POSTING
           END-READ.

      * The initials and the expiry are checked before the file is
      * looked at; the field checks follow per file.
       TAKE-ONE-POSTING.
           ADD 1 TO POSTING-COUNT.
           SET CARD-OK TO TRUE.
           MOVE SPACE TO BEFORE-VALUE.
           MOVE CX-NEW-VALUE TO AFTER-VALUE.
           MOVE SPACE TO RPT-NT-TEXT.
           EVALUATE TRUE
               WHEN CX-REQUESTER = SPACE OR CX-APPROVER = SPACE
                   MOVE "REQUESTER AND APPROVER INITIALS BOTH REQUIRED"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN CX-REQUESTER = CX-APPROVER
                   MOVE "REQUESTER MAY NOT APPROVE THEIR OWN CHANGE"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN CX-EXPIRY-DATE NOT = SPACE
                   AND (CX-EXPIRY-DATE NOT NUMERIC
                   OR CX-EXPIRY-DATE < TODAY-DATE)
                   MOVE "EXPIRY IS NOT A DATE (YYYYMMDD) FROM TODAY ON"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN CX-FILE-ID = "NITECTL"
                   PERFORM POST-TO-NITECTL
               WHEN CX-FILE-ID = "ROTSET"
                   PERFORM POST-TO-ROTSET
               WHEN OTHER
                   MOVE "FILE IS NOT NITECTL OR ROTSET" TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
           END-EVALUATE.
           IF CARD-OK
               PERFORM ACCEPT-THE-POSTING
           END-IF.
           PERFORM WRITE-POSTING-LINES.

       REFUSE-THE-POSTING.
           IF CARD-OK
               MOVE "N" TO CARD-OK-SW
               ADD 1 TO ERROR-COUNT
           END-IF.

       POST-TO-NITECTL.
           MOVE "NITECTL" TO CF-FILE-ID.
           MOVE CX-FIELD-NAME TO CF-FIELD-NAME.
           PERFORM FIND-CONTROL-FIELD.
           EVALUATE TRUE
               WHEN CX-ACTION NOT = "C"
                   MOVE "NITECTL TAKES FIELD CHANGES (C) ONLY"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN CF-SUB = 0
                   MOVE "NO SUCH FIELD ON NITECTL" TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN OTHER
                   MOVE NITE-CTL-RECORD TO SAVE-CTL-RECORD
                   PERFORM PUT-THE-NEW-VALUE
                   IF CARD-OK
                       PERFORM CHECK-NITECTL-RANGES
                   END-IF
                   IF CARD-OK
                       SET NITECTL-CHANGED TO TRUE
                   ELSE
                       MOVE SAVE-CTL-RECORD TO NITE-CTL-RECORD
                   END-IF
           END-EVALUATE.

      * Checks the keyed value's form, notes the value it replaces,
      * and puts it on the record; the caller restores the record
      * if a later check refuses the posting.
       PUT-THE-NEW-VALUE.
           PERFORM GET-CONTROL-FIELD.
           MOVE CF-VALUE TO BEFORE-VALUE.
           MOVE CF-CAT-WIDTH (CF-SUB) TO EDIT-WIDTH.
           IF CF-CAT-NUMERIC (CF-SUB)
               IF CX-NEW-VALUE (1 : EDIT-WIDTH) NOT NUMERIC
                   OR CX-NEW-VALUE (EDIT-WIDTH + 1 :) NOT = SPACE
                   STRING "VALUE IS NOT A ", EDIT-WIDTH,
                       "-DIGIT NUMBER" DELIMITED BY SIZE
                       INTO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               END-IF
           ELSE
               IF CX-NEW-VALUE NOT = "Y" AND CX-NEW-VALUE NOT = "N"
                   AND CX-NEW-VALUE NOT = SPACE
                   MOVE "SWITCH VALUE IS NOT Y OR N" TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               END-IF
               IF CARD-OK AND CX-NEW-VALUE = "Y"
                   AND CX-EXPIRY-DATE = SPACE
                   MOVE "AN OVERRIDE MUST CARRY ITS EXPIRY DATE"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               END-IF
           END-IF.
           IF CARD-OK
               MOVE CX-NEW-VALUE TO CF-VALUE
               PERFORM PUT-CONTROL-FIELD
               PERFORM GET-CONTROL-FIELD
               MOVE CF-VALUE TO AFTER-VALUE
               IF AFTER-VALUE = BEFORE-VALUE
                   AND CX-EXPIRY-DATE = SPACE AND CX-ACTION = "C"
                   MOVE "VALUE IS ALREADY IN FORCE, NOTHING CHANGES"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               END-IF
           END-IF.

      * Each field is checked against the fields it works with;
      * a zero end of a pair is the consuming program's default.
       CHECK-NITECTL-RANGES.
           EVALUATE CF-FIELD-NAME
               WHEN "NUM-DISKS"
                   IF NITE-NUM-DISKS > MAX-DISKS
                       MOVE "NUM-DISKS IS OVER THE 20-DISK MAXIMUM"
                           TO RPT-NT-TEXT
                       PERFORM REFUSE-THE-POSTING
                   END-IF
               WHEN "LOW-TOL"
               WHEN "HIGH-TOL"
                   IF NITE-LOW-TOL > 0 AND NITE-HIGH-TOL > 0
                       AND NITE-LOW-TOL NOT < NITE-HIGH-TOL
                       MOVE "TOLERANCE LOW IS NOT BELOW TOLERANCE HIGH"
                           TO RPT-NT-TEXT
                       PERFORM REFUSE-THE-POSTING
                   END-IF
               WHEN "WEAR-WARN"
               WHEN "WEAR-RETIRE"
                   IF NITE-WEAR-WARN > 0 AND NITE-WEAR-RETIRE > 0
                       AND NITE-WEAR-WARN NOT < NITE-WEAR-RETIRE
                       MOVE "WEAR WARN IS NOT BELOW WEAR RETIRE"
                           TO RPT-NT-TEXT
                       PERFORM REFUSE-THE-POSTING
                   END-IF
               WHEN "WINDOW-END"
                   MOVE NITE-WINDOW-END TO CHECK-HHMM
                   PERFORM CHECK-TIME-OF-DAY
               WHEN "SUSPEND-HHMM"
                   MOVE NITE-SUSPEND-HHMM TO CHECK-HHMM
                   PERFORM CHECK-TIME-OF-DAY
           END-EVALUATE.

       CHECK-TIME-OF-DAY.
           DIVIDE CHECK-HHMM BY 100 GIVING CHECK-HH
               REMAINDER CHECK-MM.
           IF CHECK-HH > 23 OR CHECK-MM > 59
               MOVE "VALUE IS NOT A TIME OF DAY (HHMM)" TO RPT-NT-TEXT
               PERFORM REFUSE-THE-POSTING
           END-IF.

       POST-TO-ROTSET.
           PERFORM FIND-ROTATION-SET.
           MOVE "ROTSET" TO CF-FILE-ID.
           MOVE CX-FIELD-NAME TO CF-FIELD-NAME.
           PERFORM FIND-CONTROL-FIELD.
           EVALUATE TRUE
               WHEN CX-SET-NAME = SPACE
                   MOVE "ROTSET POSTING NAMES NO SET" TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN CX-ACTION = "D"
                   MOVE "DECOMMISSION THROUGH ROTATION-SET-CHANGE"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN CX-ACTION = "A"
                   PERFORM ADD-ROTATION-SET
               WHEN CX-ACTION NOT = "C"
                   MOVE "ACTION IS NOT A, C, OR D" TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN FOUND-SET-SUB = 0
                   MOVE "SET IS NOT ON ROTSET" TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN CF-SUB = 0
                   MOVE "NO SUCH FIELD ON ROTSET" TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN CX-FIELD-NAME = "NUM-DISKS"
                   MOVE "RESIZE THROUGH ROTATION-SET-CHANGE"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN OTHER
                   MOVE RS-RECORD (FOUND-SET-SUB) TO ROTSET-RECORD
                   PERFORM PUT-THE-NEW-VALUE
                   IF CARD-OK
                       PERFORM CHECK-THE-POLES
                   END-IF
                   IF CARD-OK
                       MOVE ROTSET-RECORD TO RS-RECORD (FOUND-SET-SUB)
                       SET ROTSET-CHANGED TO TRUE
                   END-IF
           END-EVALUATE.

       FIND-ROTATION-SET.
           MOVE 0 TO FOUND-SET-SUB.
           PERFORM MATCH-ONE-ROTATION-SET
               VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > ROTSET-COUNT OR FOUND-SET-SUB > 0.

       MATCH-ONE-ROTATION-SET.
           IF RS-RECORD (RS-SUB) (1:8) = CX-SET-NAME
               MOVE RS-SUB TO FOUND-SET-SUB
           END-IF.

      * A new set comes in with its NUM-DISKS and calendar poles;
      * its own poles, if any, follow as C postings.
       ADD-ROTATION-SET.
           EVALUATE TRUE
               WHEN FOUND-SET-SUB > 0
                   MOVE "SET IS ALREADY ON ROTSET" TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN CX-FIELD-NAME NOT = "NUM-DISKS"
                   MOVE "AN ADD POSTS THE NEW SET'S NUM-DISKS"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN ROTSET-COUNT >= MAX-ROTATED-SETS
                   MOVE "ROTSET ALREADY HOLDS EIGHT SETS" TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN OTHER
                   MOVE SPACE TO ROTSET-RECORD
                   MOVE CX-SET-NAME TO SET-NAME
                   MOVE 0 TO SET-NUM-DISKS
                   MOVE 0 TO SET-FROM-POLE
                   MOVE 0 TO SET-TO-POLE
                   MOVE 0 TO SET-VIA-POLE
                   PERFORM PUT-THE-NEW-VALUE
                   MOVE SPACE TO BEFORE-VALUE
                   IF CARD-OK AND SET-NUM-DISKS > MAX-DISKS
                       MOVE "NUM-DISKS IS OVER THE 20-DISK MAXIMUM"
                           TO RPT-NT-TEXT
                       PERFORM REFUSE-THE-POSTING
                   END-IF
                   IF CARD-OK
                       ADD 1 TO ROTSET-COUNT
                       MOVE ROTSET-RECORD TO RS-RECORD (ROTSET-COUNT)
                       SET ROTSET-CHANGED TO TRUE
                   END-IF
           END-EVALUATE.

       CHECK-THE-POLES.
           EVALUATE TRUE
               WHEN SET-FROM-POLE > 3 OR SET-TO-POLE > 3
                   OR SET-VIA-POLE > 3
                   MOVE "POLE IS NOT 0 (CALENDAR) OR 1-3" TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
               WHEN (SET-FROM-POLE > 0
                   AND (SET-FROM-POLE = SET-TO-POLE
                   OR SET-FROM-POLE = SET-VIA-POLE))
                   OR (SET-TO-POLE > 0 AND SET-TO-POLE = SET-VIA-POLE)
                   MOVE "FROM, TO, AND VIA POLES MUST ALL DIFFER"
                       TO RPT-NT-TEXT
                   PERFORM REFUSE-THE-POSTING
           END-EVALUATE.

       ACCEPT-THE-POSTING.
           ADD 1 TO APPLIED-COUNT.
           MOVE SPACE TO CTH-RECORD.
           MOVE TODAY-DATE TO CTH-CHANGE-DATE.
           MOVE NOW-TIME TO CTH-CHANGE-TIME.
           MOVE CX-FILE-ID TO CTH-FILE-ID.
           MOVE CX-SET-NAME TO CTH-SET-NAME.
           MOVE CX-ACTION TO CTH-ACTION.
           MOVE CX-FIELD-NAME TO CTH-FIELD-NAME.
           MOVE BEFORE-VALUE TO CTH-BEFORE.
           MOVE AFTER-VALUE TO CTH-AFTER.
           MOVE CX-REQUESTER TO CTH-REQUESTER.
           MOVE CX-APPROVER TO CTH-APPROVER.
           MOVE CX-EXPIRY-DATE TO CTH-EXPIRY-DATE.
           WRITE CTH-RECORD.
           IF CX-EXPIRY-DATE = SPACE
               MOVE "APPLIED" TO RPT-NT-TEXT
           ELSE
               STRING "APPLIED, EXPIRES ", CX-EXPIRY-DATE
                   DELIMITED BY SIZE INTO RPT-NT-TEXT
           END-IF.

       WRITE-POSTING-LINES.
           MOVE CX-FILE-ID TO RPT-PL-FILE.
           MOVE CX-SET-NAME TO RPT-PL-SET.
           MOVE CX-ACTION TO RPT-PL-ACTION.
           MOVE CX-FIELD-NAME TO RPT-PL-FIELD.
           MOVE BEFORE-VALUE TO RPT-PL-BEFORE.
           MOVE AFTER-VALUE TO RPT-PL-AFTER.
           MOVE CX-REQUESTER TO RPT-PL-REQUESTER.
           MOVE CX-APPROVER TO RPT-PL-APPROVER.
           WRITE RPT-RECORD FROM RPT-POST-LINE.
           IF NOT CARD-OK
               MOVE RPT-NT-TEXT TO RPT-RECORD
               MOVE SPACE TO RPT-NT-TEXT
               STRING "REFUSED - ", RPT-RECORD DELIMITED BY SIZE
                   INTO RPT-NT-TEXT
           END-IF.
           WRITE RPT-RECORD FROM RPT-NOTE-LINE.

      * Both files as they stand after the run, for the change
      * folder.
       LIST-THE-CONTROLS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "NITECTL AS IT NOW STANDS" TO RPT-SECTION-LINE.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE.
           MOVE "NITECTL" TO CF-FILE-ID.
           PERFORM LIST-ONE-CONTROL-FIELD
               VARYING CF-SUB FROM 1 BY 1
               UNTIL CF-SUB > CF-FIELD-COUNT.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "ROTSET AS IT NOW STANDS" TO RPT-SECTION-LINE.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE.
           PERFORM LIST-ONE-ROTATION-SET
               VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > ROTSET-COUNT.

       LIST-ONE-CONTROL-FIELD.
           IF CF-CAT-FILE-ID (CF-SUB) = "NITECTL"
               PERFORM GET-CONTROL-FIELD
               MOVE CF-CAT-FIELD-NAME (CF-SUB) TO RPT-FL-FIELD
               MOVE CF-VALUE TO RPT-FL-VALUE
               WRITE RPT-RECORD FROM RPT-FIELD-LINE
           END-IF.

       LIST-ONE-ROTATION-SET.
           MOVE RS-RECORD (RS-SUB) TO ROTSET-RECORD.
           MOVE SET-NAME TO RPT-SL-SET.
           MOVE SET-NUM-DISKS TO RPT-SL-DISKS.
           MOVE SET-FROM-POLE TO RPT-SL-FROM.
           MOVE SET-TO-POLE TO RPT-SL-TO.
           MOVE SET-VIA-POLE TO RPT-SL-VIA.
           WRITE RPT-RECORD FROM RPT-SET-LINE.

       WRITE-MAINT-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "POSTINGS READ:" TO RPT-CL-LABEL.
           MOVE POSTING-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "POSTINGS APPLIED:" TO RPT-CL-LABEL.
           MOVE APPLIED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "POSTINGS REFUSED:" TO RPT-CL-LABEL.
           MOVE ERROR-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.

       COPY "ctlf-proc.cbl".
