       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSTATEMENT-EVALUATION.
       DATE-WRITTEN. 2026-10-15.
      * Evaluates the audit sample drawn over a period against the
      * findings it turned up and prints the MISEVRPT evaluation.
      * The period (sample dates from/to), the confidence level,
      * and the tolerable misstatement come off the MISEVPRM card;
      * a blank date leaves that end of the period open, as on
      * FINDING-REPORT's card.  The dollar bands are the ones on
      * the TRNSAMPRM card the draws were made under; no bands is
      * one band over everything, as in TRANSACTION-SAMPLE.
      * For each band:
      *   population  every transaction dated in the period, on
      *               TRNMAST or, once purged, on TRNARCH -- count
      *               and dollars (amount without its sign);
      *   sample      the SAMPDISP items drawn in the period, each
      *               banded by its TRNMAST (or TRNARCH) amount;
      *               judgmental additions are left out entirely,
      *               they were never a random draw and project to
      *               nothing, and so is an item whose transaction
      *               is dated outside the period or charged outside
      *               the account range -- it is not in the
      *               population it would be projected over, so it
      *               is counted on the report and its findings are
      *               not projected;
      *   exposure    the FINDINGS dollars posted against those
      *               items, resolved or not -- a corrected error
      *               was still an error in the population.
      * The projected misstatement is the sample's mean exposure
      * per item times the band's population count.  The upper
      * misstatement limit adds a sampling allowance: with two or
      * more errors in the band, the confidence level's normal
      * factor times the population count times the standard error
      * of the mean exposure (finite-population corrected); with
      * fewer, the zero-error reliability factor over the sample
      * size times the band's dollars, since a spread taken from
      * one error or none claims a certainty the sample does not
      * have.  A band nothing was drawn from has all its dollars
      * as allowance, and no band's limit runs past its dollars.
      * The total projection is the sum of the bands; the total
      * allowance combines the bands' allowances as the square
      * root of their squares.  Confidence levels 80, 90, 95 and
      * 99 are carried; zero or any other level takes 95.
      * When the total upper limit exceeds the tolerable
      * misstatement the sample is too dirty to stand -- it has to
      * be expanded -- and the step ends RC 8 with an ALERTLOG
      * warning.  With no tolerable misstatement on the card there
      * is nothing to judge against and the step ends RC 4.
      * 2026-10-15  A TRNSAMPRM card carrying a ledger account range
      *             narrows the population to those accounts, as it
      *             narrowed the draw; archived records from before
      *             the account was carried fall inside any range
      *             left open at the bottom.
      * 2026-10-15  A drawn item whose transaction falls outside the
      *             period's dates or the account range is no longer
      *             banded into the sample; it is counted on its own
      *             report line and its findings are not projected.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVAL-PARM-FILE ASSIGN TO "MISEVPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EVAL-PARM-STATUS.
           SELECT PARM-FILE ASSIGN TO "TRNSAMPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT DISP-FILE ASSIGN TO "SAMPDISP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DISP-FILE-STATUS.
           SELECT TRN-FILE ASSIGN TO "TRNMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT ARCH-FILE ASSIGN TO "TRNARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT FIND-FILE ASSIGN TO "FINDINGS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FIND-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "MISEVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EVAL-PARM-FILE.
       01  EVAL-PARM-RECORD.
           02  MEP-FROM-DATE           PIC X(08).
           02  MEP-TO-DATE             PIC X(08).
           02  MEP-CONFIDENCE          PIC 9(02).
           02  MEP-TOLERABLE           PIC 9(9)V99.
           02  FILLER                  PIC X(51).
       FD  PARM-FILE.
       COPY "trnsamprm.cbl".
       FD  DISP-FILE.
       COPY "sampdisp.cbl".
       FD  TRN-FILE.
       COPY "trnrec.cbl".
       FD  ARCH-FILE.
       01  ARCH-RECORD.
           02  AR-KEY                  PIC X(10).
           02  AR-DATE                 PIC X(08).
           02  AR-AMOUNT               PIC S9(7)V99.
           02  AR-ACCOUNT              PIC X(06).
       FD  FIND-FILE.
       COPY "finding.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       FD  ALERT-FILE.
       COPY "alertlog.cbl".
       WORKING-STORAGE SECTION.
       COPY "alert-ws.cbl".
       77  EVAL-PARM-STATUS            PIC X(02).
       77  PARM-FILE-STATUS            PIC X(02).
       77  DISP-FILE-STATUS            PIC X(02).
       77  TRN-FILE-STATUS             PIC X(02).
       77  ARCH-FILE-STATUS            PIC X(02).
       77  FIND-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  ALERT-FILE-STATUS           PIC X(02).
       77  DISP-AT-END-SW              PIC X(01) VALUE "N".
           88  DISP-AT-END                         VALUE "Y".
       77  TRN-AT-END-SW               PIC X(01) VALUE "N".
           88  TRN-AT-END                          VALUE "Y".
       77  ARCH-AT-END-SW              PIC X(01) VALUE "N".
           88  ARCH-AT-END                         VALUE "Y".
       77  FIND-AT-END-SW              PIC X(01) VALUE "N".
           88  FIND-AT-END                         VALUE "Y".
       77  ENTRY-FOUND-SW              PIC X(01) VALUE "N".
           88  ENTRY-FOUND                         VALUE "Y".
       77  OVER-TOLERABLE-SW           PIC X(01) VALUE "N".
           88  OVER-TOLERABLE                      VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
       77  FROM-DATE                   PIC X(08) VALUE SPACE.
       77  TO-DATE                     PIC X(08) VALUE HIGH-VALUES.
       77  ACCT-FROM                   PIC X(06) VALUE LOW-VALUES.
       77  ACCT-THRU                   PIC X(06) VALUE HIGH-VALUES.
       77  CONFIDENCE-LEVEL            PIC 9(02) VALUE 95.
       77  TOLERABLE-AMOUNT            PIC 9(9)V99 VALUE 0.
       77  NORMAL-FACTOR               PIC 9V999.
       77  RELIABILITY-FACTOR          PIC 9V99.
       77  FACTOR-SUB                  PIC 9 USAGE COMP.
       77  BAND-COUNT                  PIC 9 USAGE COMP VALUE 0.
       77  BAND-SUB                    PIC 9 USAGE COMP.
       77  WORK-BAND                   PIC 9 USAGE COMP.
       77  WORK-AMOUNT                 PIC S9(7)V99.
       77  MAX-SAMPLE-ITEMS            PIC 9(04) VALUE 5000.
       77  SAMPLE-COUNT                PIC 9(04) USAGE COMP VALUE 0.
       77  SAMPLE-SUB                  PIC 9(04) USAGE COMP.
       77  UNBANDED-COUNT              PIC 9(04) USAGE COMP VALUE 0.
       77  OVERFLOW-COUNT              PIC 9(05) USAGE COMP VALUE 0.
       77  JUDGMENTAL-COUNT            PIC 9(05) USAGE COMP VALUE 0.
       77  JUDGMENTAL-EXPOSURE         PIC 9(11)V99 VALUE 0.
       77  NOT-FOUND-COUNT             PIC 9(05) USAGE COMP VALUE 0.
       77  OUT-OF-FRAME-COUNT          PIC 9(05) USAGE COMP VALUE 0.
       77  UNMATCHED-COUNT             PIC 9(05) USAGE COMP VALUE 0.
       77  EXPOSURE-SQ                 PIC S9(15)V9(4) USAGE COMP-3.
       77  MEAN-EXPOSURE               PIC S9(9)V9(6).
       77  MEAN-SQ                     PIC S9(15)V9(4) USAGE COMP-3.
       77  VARIANCE                    PIC S9(15)V9(4) USAGE COMP-3.
       77  STANDARD-ERROR              PIC S9(9)V9(6).
       77  DEGREES-FREEDOM             PIC 9(05) USAGE COMP.
       77  FPC-FACTOR                  PIC S9(9)V9(6).
      * Band allowances squared in whole dollars, room for a band
      * allowance up to a billion.
       77  ALLOWANCE-SQ-TOTAL          PIC S9(18) USAGE COMP-3
                                       VALUE 0.
       77  TOTAL-POP-COUNT             PIC 9(09) USAGE COMP VALUE 0.
       77  TOTAL-POP-DOLLARS           PIC 9(11)V99 VALUE 0.
       77  TOTAL-SAMPLED               PIC 9(05) USAGE COMP VALUE 0.
       77  TOTAL-ERRORS                PIC 9(05) USAGE COMP VALUE 0.
       77  TOTAL-EXPOSURE              PIC 9(11)V99 VALUE 0.
       77  TOTAL-PROJECTED             PIC 9(11)V99 VALUE 0.
       77  TOTAL-ALLOWANCE             PIC 9(11)V99 VALUE 0.
       77  TOTAL-UPPER-LIMIT           PIC 9(11)V99 VALUE 0.
      * Normal factor (one-sided) and zero-error reliability factor
      * for each confidence level carried.
       01  FACTOR-VALUES.
           02  FILLER                  PIC X(09) VALUE "800842161".
           02  FILLER                  PIC X(09) VALUE "901282231".
           02  FILLER                  PIC X(09) VALUE "951645300".
           02  FILLER                  PIC X(09) VALUE "992326461".
       01  FACTOR-TABLE REDEFINES FACTOR-VALUES.
           02  FACTOR-ENTRY OCCURS 4 TIMES.
             03  FT-LEVEL              PIC 9(02).
             03  FT-NORMAL             PIC 9V999.
             03  FT-RELIABILITY        PIC 9V99.
       01  BAND-TABLE.
           02  BAND OCCURS 5 TIMES.
             03  B-LIMIT               PIC 9(7)V99.
             03  B-POP-COUNT           PIC 9(09) USAGE COMP.
             03  B-POP-DOLLARS         PIC 9(11)V99.
             03  B-SAMPLED             PIC 9(05) USAGE COMP.
             03  B-ERRORS              PIC 9(05) USAGE COMP.
             03  B-EXPOSURE            PIC 9(11)V99.
             03  B-EXPOSURE-SQ         PIC S9(15)V9(4) USAGE COMP-3.
             03  B-PROJECTED           PIC 9(11)V99.
             03  B-ALLOWANCE           PIC 9(11)V99.
             03  B-UPPER-LIMIT         PIC 9(11)V99.
      * One entry per SAMPDISP item drawn in the period; the band
      * stays zero until the key turns up on TRNMAST or TRNARCH.
       01  SAMPLE-TABLE.
           02  SAMPLE-ENTRY OCCURS 5000 TIMES.
             03  ST-SAMPLE-DATE        PIC X(08).
             03  ST-TRN-KEY            PIC X(10).
             03  ST-SELECT-TYPE        PIC X(01).
                 88  ST-JUDGMENTAL                 VALUE "J".
             03  ST-BAND               PIC 9 USAGE COMP.
             03  ST-FRAME-SW           PIC X(01).
                 88  ST-OUT-OF-FRAME               VALUE "Y".
             03  ST-EXPOSURE           PIC 9(9)V99.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(33) VALUE
               "PROJECTED MISSTATEMENT EVALUATION".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
           02  FILLER                  PIC X(10) VALUE "  PERIOD ".
           02  RPT-H2-FROM             PIC X(08).
           02  FILLER                  PIC X(04) VALUE " TO ".
           02  RPT-H2-TO               PIC X(08).
           02  FILLER                  PIC X(14) VALUE
               "  CONFIDENCE ".
           02  RPT-H2-CONFIDENCE       PIC 99.
           02  FILLER                  PIC X(01) VALUE "%".
       01  RPT-POP-COLUMN-LINE.
           02  FILLER                  PIC X(44) VALUE
               "  BAND      LIMIT  POP COUNT     POP DOLLARS".
           02  FILLER                  PIC X(31) VALUE
               "  SAMPLED  ERRORS      EXPOSURE".
       01  RPT-POP-DETAIL-LINE.
           02  FILLER                  PIC X(05) VALUE SPACE.
           02  RPT-PD-BAND             PIC 9.
           02  RPT-PD-BAND-X REDEFINES RPT-PD-BAND
                                       PIC X(01).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-PD-LIMIT            PIC Z(6)9.99.
           02  RPT-PD-LIMIT-X REDEFINES RPT-PD-LIMIT
                                       PIC X(10).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-PD-POP-COUNT        PIC Z(8)9.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-PD-POP-DOLLARS      PIC Z(11)9.99.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-PD-SAMPLED          PIC Z(6)9.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-PD-ERRORS           PIC Z(5)9.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-PD-EXPOSURE         PIC Z(9)9.99.
       01  RPT-PROJ-COLUMN-LINE.
           02  FILLER                  PIC X(39) VALUE
               "  BAND        PROJECTED       ALLOWANCE".
           02  FILLER                  PIC X(16) VALUE
               "     UPPER LIMIT".
       01  RPT-PROJ-DETAIL-LINE.
           02  RPT-PJ-LABEL            PIC X(06).
           02  RPT-PJ-BAND-AREA REDEFINES RPT-PJ-LABEL.
             03  FILLER                PIC X(05).
             03  RPT-PJ-BAND           PIC 9.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-PJ-PROJECTED        PIC Z(11)9.99.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-PJ-ALLOWANCE        PIC Z(11)9.99.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-PJ-UPPER-LIMIT      PIC Z(11)9.99.
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(40).
           02  RPT-CL-COUNT            PIC ZZZZ9.
       01  RPT-DOLLAR-LINE.
           02  RPT-DOL-LABEL           PIC X(40).
           02  RPT-DOL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  RPT-VERDICT-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-VL-TEXT             PIC X(60).

       PROCEDURE DIVISION.
       MISSTATEMENT-EVALUATION-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           PERFORM READ-EVAL-PARM-CARD.
           PERFORM SET-THE-FACTORS.
           PERFORM READ-BAND-CARD.
           PERFORM LOAD-THE-SAMPLE.
           PERFORM PASS-THE-MASTER.
           PERFORM PASS-THE-ARCHIVE.
           PERFORM PASS-THE-FINDINGS.
           PERFORM TALLY-ONE-SAMPLE-ITEM
               VARYING SAMPLE-SUB FROM 1 BY 1
               UNTIL SAMPLE-SUB > SAMPLE-COUNT.
           PERFORM PROJECT-ONE-BAND
               VARYING BAND-SUB FROM 1 BY 1
               UNTIL BAND-SUB > BAND-COUNT.
           PERFORM PROJECT-THE-TOTAL.
           PERFORM WRITE-THE-EVALUATION.
           DISPLAY "MISSTATEMENT-EVALUATION: UPPER LIMIT ",
               TOTAL-UPPER-LIMIT, " TOLERABLE ", TOLERABLE-AMOUNT.
           EVALUATE TRUE
               WHEN OVER-TOLERABLE
                   MOVE "W" TO ALERT-SEVERITY
                   MOVE "MISSTATEMENT-EVALUATION" TO ALERT-STEP-NAME
                   MOVE "SAMPLE UPPER LIMIT OVER TOLERABLE"
                       TO ALERT-TEXT
                   PERFORM WRITE-OPERATOR-ALERT
                   MOVE 8 TO RETURN-CODE
               WHEN TOLERABLE-AMOUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       READ-EVAL-PARM-CARD.
           OPEN INPUT EVAL-PARM-FILE.
           IF EVAL-PARM-STATUS = "00"
               READ EVAL-PARM-FILE
                   NOT AT END
                       IF MEP-FROM-DATE NOT = SPACE
                           MOVE MEP-FROM-DATE TO FROM-DATE
                       END-IF
                       IF MEP-TO-DATE NOT = SPACE
                           MOVE MEP-TO-DATE TO TO-DATE
                       END-IF
                       IF MEP-CONFIDENCE IS NUMERIC
                           AND MEP-CONFIDENCE > 0
                           MOVE MEP-CONFIDENCE TO CONFIDENCE-LEVEL
                       END-IF
                       IF MEP-TOLERABLE IS NUMERIC
                           MOVE MEP-TOLERABLE TO TOLERABLE-AMOUNT
                       END-IF
               END-READ
               CLOSE EVAL-PARM-FILE
           END-IF.

      * A level not in the table falls back to 95.
       SET-THE-FACTORS.
           MOVE 0 TO NORMAL-FACTOR.
           PERFORM MATCH-ONE-FACTOR
               VARYING FACTOR-SUB FROM 1 BY 1 UNTIL FACTOR-SUB > 4.
           IF NORMAL-FACTOR = 0
               MOVE 95 TO CONFIDENCE-LEVEL
               MOVE 3 TO FACTOR-SUB
               MOVE FT-NORMAL (FACTOR-SUB) TO NORMAL-FACTOR
               MOVE FT-RELIABILITY (FACTOR-SUB) TO RELIABILITY-FACTOR
           END-IF.

       MATCH-ONE-FACTOR.
           IF FT-LEVEL (FACTOR-SUB) = CONFIDENCE-LEVEL
               MOVE FT-NORMAL (FACTOR-SUB) TO NORMAL-FACTOR
               MOVE FT-RELIABILITY (FACTOR-SUB) TO RELIABILITY-FACTOR
           END-IF.

      * The bands as TRANSACTION-SAMPLE reads them: punched in
      * ascending limit order, a zero count ends the list, no
      * bands at all is one band over every amount.  A blank end
      * of the account range stays open.
       READ-BAND-CARD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       PERFORM LOAD-ONE-CARD-BAND
                           VARYING BAND-SUB FROM 1 BY 1
                           UNTIL BAND-SUB > 5
                           OR TRNSAMP-BAND-COUNT (BAND-SUB) = 0
                       IF TRNSAMP-ACCT-FROM NOT = SPACE
                           MOVE TRNSAMP-ACCT-FROM TO ACCT-FROM
                       END-IF
                       IF TRNSAMP-ACCT-THRU NOT = SPACE
                           MOVE TRNSAMP-ACCT-THRU TO ACCT-THRU
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF BAND-COUNT = 0
               MOVE 1 TO BAND-COUNT
               MOVE 9999999.99 TO B-LIMIT (1)
           END-IF.
           PERFORM CLEAR-ONE-BAND
               VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 5.

       LOAD-ONE-CARD-BAND.
           ADD 1 TO BAND-COUNT.
           MOVE TRNSAMP-BAND-LIMIT (BAND-SUB) TO B-LIMIT (BAND-COUNT).

       CLEAR-ONE-BAND.
           MOVE 0 TO B-POP-COUNT (BAND-SUB).
           MOVE 0 TO B-POP-DOLLARS (BAND-SUB).
           MOVE 0 TO B-SAMPLED (BAND-SUB).
           MOVE 0 TO B-ERRORS (BAND-SUB).
           MOVE 0 TO B-EXPOSURE (BAND-SUB).
           MOVE 0 TO B-EXPOSURE-SQ (BAND-SUB).
           MOVE 0 TO B-PROJECTED (BAND-SUB).
           MOVE 0 TO B-ALLOWANCE (BAND-SUB).
           MOVE 0 TO B-UPPER-LIMIT (BAND-SUB).

      * The first band whose limit covers the amount; past every
      * limit lands in the last band punched.
       FIND-THE-BAND.
           MOVE BAND-COUNT TO WORK-BAND.
           PERFORM MATCH-ONE-BAND
               VARYING BAND-SUB FROM BAND-COUNT BY -1
               UNTIL BAND-SUB < 1.

       MATCH-ONE-BAND.
           IF WORK-AMOUNT <= B-LIMIT (BAND-SUB)
               MOVE BAND-SUB TO WORK-BAND
           END-IF.

       LOAD-THE-SAMPLE.
           OPEN INPUT DISP-FILE.
           IF DISP-FILE-STATUS NOT = "00"
               DISPLAY "SAMPDISP NOT FOUND, NO SAMPLE TO EVALUATE"
           ELSE
               PERFORM LOAD-ONE-SAMPLE-ITEM UNTIL DISP-AT-END
               CLOSE DISP-FILE
           END-IF.

      * Judgmental items go in the table too, so a finding posted
      * against one can be recognized and set aside.
       LOAD-ONE-SAMPLE-ITEM.
           READ DISP-FILE
               AT END
                   SET DISP-AT-END TO TRUE
               NOT AT END
                   IF SD-SAMPLE-DATE >= FROM-DATE
                       AND SD-SAMPLE-DATE <= TO-DATE
                       IF SAMPLE-COUNT < MAX-SAMPLE-ITEMS
                           PERFORM STORE-ONE-SAMPLE-ITEM
                       ELSE
                           ADD 1 TO OVERFLOW-COUNT
                       END-IF
                   END-IF
           END-READ.

       STORE-ONE-SAMPLE-ITEM.
           ADD 1 TO SAMPLE-COUNT.
           MOVE SD-SAMPLE-DATE TO ST-SAMPLE-DATE (SAMPLE-COUNT).
           MOVE SD-TRN-KEY TO ST-TRN-KEY (SAMPLE-COUNT).
           MOVE SD-SELECT-TYPE TO ST-SELECT-TYPE (SAMPLE-COUNT).
           MOVE 0 TO ST-BAND (SAMPLE-COUNT).
           MOVE "N" TO ST-FRAME-SW (SAMPLE-COUNT).
           MOVE 0 TO ST-EXPOSURE (SAMPLE-COUNT).
           IF ST-JUDGMENTAL (SAMPLE-COUNT)
               ADD 1 TO JUDGMENTAL-COUNT
           ELSE
               ADD 1 TO UNBANDED-COUNT
           END-IF.

      * Each drawn key is banded by a random read first; the
      * population then comes off one pass from the top.
       PASS-THE-MASTER.
           OPEN INPUT TRN-FILE.
           IF TRN-FILE-STATUS NOT = "00"
               DISPLAY "TRNMAST NOT FOUND, NO CURRENT POPULATION"
           ELSE
               PERFORM BAND-ONE-FROM-MASTER
                   VARYING SAMPLE-SUB FROM 1 BY 1
                   UNTIL SAMPLE-SUB > SAMPLE-COUNT
               MOVE LOW-VALUES TO TRN-KEY
               START TRN-FILE KEY NOT < TRN-KEY
                   INVALID KEY
                       SET TRN-AT-END TO TRUE
               END-START
               PERFORM COUNT-ONE-MASTER-RECORD UNTIL TRN-AT-END
               CLOSE TRN-FILE
           END-IF.

       BAND-ONE-FROM-MASTER.
           IF NOT ST-JUDGMENTAL (SAMPLE-SUB)
               MOVE ST-TRN-KEY (SAMPLE-SUB) TO TRN-KEY
               READ TRN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRN-DATE >= FROM-DATE AND TRN-DATE <= TO-DATE
                           AND TRN-ACCOUNT NOT < ACCT-FROM
                           AND TRN-ACCOUNT NOT > ACCT-THRU
                           MOVE TRN-AMOUNT TO WORK-AMOUNT
                           PERFORM FIND-THE-BAND
                           MOVE WORK-BAND TO ST-BAND (SAMPLE-SUB)
                       ELSE
                           SET ST-OUT-OF-FRAME (SAMPLE-SUB) TO TRUE
                       END-IF
                       SUBTRACT 1 FROM UNBANDED-COUNT
               END-READ
           END-IF.

       COUNT-ONE-MASTER-RECORD.
           READ TRN-FILE NEXT RECORD
               AT END
                   SET TRN-AT-END TO TRUE
               NOT AT END
                   IF TRN-DATE >= FROM-DATE AND TRN-DATE <= TO-DATE
                       AND TRN-ACCOUNT NOT < ACCT-FROM
                       AND TRN-ACCOUNT NOT > ACCT-THRU
                       MOVE TRN-AMOUNT TO WORK-AMOUNT
                       PERFORM ADD-TO-POPULATION
                   END-IF
           END-READ.

       ADD-TO-POPULATION.
           PERFORM FIND-THE-BAND.
           ADD 1 TO B-POP-COUNT (WORK-BAND).
           IF WORK-AMOUNT < 0
               SUBTRACT WORK-AMOUNT FROM B-POP-DOLLARS (WORK-BAND)
           ELSE
               ADD WORK-AMOUNT TO B-POP-DOLLARS (WORK-BAND)
           END-IF.

      * Purged years live on TRNARCH; a drawn key purged since its
      * draw is banded from here.
       PASS-THE-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF ARCH-FILE-STATUS = "00"
               PERFORM COUNT-ONE-ARCHIVE-RECORD UNTIL ARCH-AT-END
               CLOSE ARCH-FILE
           END-IF.

       COUNT-ONE-ARCHIVE-RECORD.
           READ ARCH-FILE
               AT END
                   SET ARCH-AT-END TO TRUE
               NOT AT END
                   MOVE AR-AMOUNT TO WORK-AMOUNT
                   IF AR-DATE >= FROM-DATE AND AR-DATE <= TO-DATE
                       AND AR-ACCOUNT NOT < ACCT-FROM
                       AND AR-ACCOUNT NOT > ACCT-THRU
                       PERFORM ADD-TO-POPULATION
                   END-IF
                   IF UNBANDED-COUNT > 0
                       PERFORM FIND-THE-BAND
                       PERFORM BAND-ONE-FROM-ARCHIVE
                           VARYING SAMPLE-SUB FROM 1 BY 1
                           UNTIL SAMPLE-SUB > SAMPLE-COUNT
                   END-IF
           END-READ.

       BAND-ONE-FROM-ARCHIVE.
           IF ST-TRN-KEY (SAMPLE-SUB) = AR-KEY
               AND ST-BAND (SAMPLE-SUB) = 0
               AND NOT ST-OUT-OF-FRAME (SAMPLE-SUB)
               AND NOT ST-JUDGMENTAL (SAMPLE-SUB)
               IF AR-DATE >= FROM-DATE AND AR-DATE <= TO-DATE
                   AND AR-ACCOUNT NOT < ACCT-FROM
                   AND AR-ACCOUNT NOT > ACCT-THRU
                   MOVE WORK-BAND TO ST-BAND (SAMPLE-SUB)
               ELSE
                   SET ST-OUT-OF-FRAME (SAMPLE-SUB) TO TRUE
               END-IF
               SUBTRACT 1 FROM UNBANDED-COUNT
           END-IF.

       PASS-THE-FINDINGS.
           OPEN INPUT FIND-FILE.
           IF FIND-FILE-STATUS = "00"
               PERFORM MATCH-ONE-FINDING UNTIL FIND-AT-END
               CLOSE FIND-FILE
           END-IF.

      * A finding against a judgmental item is totalled but not
      * projected; one matching no item in the period is counted.
       MATCH-ONE-FINDING.
           READ FIND-FILE
               AT END
                   SET FIND-AT-END TO TRUE
               NOT AT END
                   IF FN-SAMPLE-DATE >= FROM-DATE
                       AND FN-SAMPLE-DATE <= TO-DATE
                       PERFORM FIND-THE-SAMPLE-ITEM
                       EVALUATE TRUE
                           WHEN NOT ENTRY-FOUND
                               ADD 1 TO UNMATCHED-COUNT
                           WHEN ST-JUDGMENTAL (SAMPLE-SUB)
                               ADD FN-EXPOSURE TO JUDGMENTAL-EXPOSURE
                           WHEN OTHER
                               ADD FN-EXPOSURE
                                   TO ST-EXPOSURE (SAMPLE-SUB)
                       END-EVALUATE
                   END-IF
           END-READ.

       FIND-THE-SAMPLE-ITEM.
           MOVE "N" TO ENTRY-FOUND-SW.
           PERFORM CHECK-ONE-SAMPLE-ITEM
               VARYING SAMPLE-SUB FROM 1 BY 1
               UNTIL SAMPLE-SUB > SAMPLE-COUNT OR ENTRY-FOUND.
           IF ENTRY-FOUND
               SUBTRACT 1 FROM SAMPLE-SUB
           END-IF.

       CHECK-ONE-SAMPLE-ITEM.
           IF ST-SAMPLE-DATE (SAMPLE-SUB) = FN-SAMPLE-DATE
               AND ST-TRN-KEY (SAMPLE-SUB) = FN-TRN-KEY
               SET ENTRY-FOUND TO TRUE
           END-IF.

      * A drawn key on neither TRNMAST nor TRNARCH has no band and
      * is counted, not guessed at; so is one outside the frame.
       TALLY-ONE-SAMPLE-ITEM.
           EVALUATE TRUE
               WHEN ST-JUDGMENTAL (SAMPLE-SUB)
                   CONTINUE
               WHEN ST-OUT-OF-FRAME (SAMPLE-SUB)
                   ADD 1 TO OUT-OF-FRAME-COUNT
               WHEN ST-BAND (SAMPLE-SUB) = 0
                   ADD 1 TO NOT-FOUND-COUNT
               WHEN OTHER
                   MOVE ST-BAND (SAMPLE-SUB) TO WORK-BAND
                   ADD 1 TO B-SAMPLED (WORK-BAND)
                   IF ST-EXPOSURE (SAMPLE-SUB) > 0
                       ADD 1 TO B-ERRORS (WORK-BAND)
                       ADD ST-EXPOSURE (SAMPLE-SUB)
                           TO B-EXPOSURE (WORK-BAND)
                       COMPUTE EXPOSURE-SQ = ST-EXPOSURE (SAMPLE-SUB)
                           * ST-EXPOSURE (SAMPLE-SUB)
                       ADD EXPOSURE-SQ TO B-EXPOSURE-SQ (WORK-BAND)
                   END-IF
           END-EVALUATE.

       PROJECT-ONE-BAND.
           IF B-SAMPLED (BAND-SUB) = 0
               MOVE 0 TO B-PROJECTED (BAND-SUB)
               MOVE B-POP-DOLLARS (BAND-SUB) TO B-ALLOWANCE (BAND-SUB)
           ELSE
               COMPUTE MEAN-EXPOSURE ROUNDED = B-EXPOSURE (BAND-SUB)
                   / B-SAMPLED (BAND-SUB)
               COMPUTE B-PROJECTED (BAND-SUB) ROUNDED =
                   B-EXPOSURE (BAND-SUB) * B-POP-COUNT (BAND-SUB)
                   / B-SAMPLED (BAND-SUB)
               PERFORM FIND-THE-ALLOWANCE
           END-IF.
           IF B-PROJECTED (BAND-SUB) > B-POP-DOLLARS (BAND-SUB)
               MOVE 0 TO B-ALLOWANCE (BAND-SUB)
           ELSE
               IF B-PROJECTED (BAND-SUB) + B-ALLOWANCE (BAND-SUB)
                   > B-POP-DOLLARS (BAND-SUB)
                   COMPUTE B-ALLOWANCE (BAND-SUB) =
                       B-POP-DOLLARS (BAND-SUB) - B-PROJECTED (BAND-SUB)
               END-IF
           END-IF.
           COMPUTE B-UPPER-LIMIT (BAND-SUB) =
               B-PROJECTED (BAND-SUB) + B-ALLOWANCE (BAND-SUB).
           ADD B-POP-COUNT (BAND-SUB) TO TOTAL-POP-COUNT.
           ADD B-POP-DOLLARS (BAND-SUB) TO TOTAL-POP-DOLLARS.
           ADD B-SAMPLED (BAND-SUB) TO TOTAL-SAMPLED.
           ADD B-ERRORS (BAND-SUB) TO TOTAL-ERRORS.
           ADD B-EXPOSURE (BAND-SUB) TO TOTAL-EXPOSURE.
           ADD B-PROJECTED (BAND-SUB) TO TOTAL-PROJECTED.
           COMPUTE ALLOWANCE-SQ-TOTAL ROUNDED = ALLOWANCE-SQ-TOTAL
               + B-ALLOWANCE (BAND-SUB) * B-ALLOWANCE (BAND-SUB).

      * A band drawn in full has no sampling risk left.  Fewer than
      * two errors takes the zero-error reliability factor; two or
      * more take the normal factor on the spread, clamped at zero
      * where truncation leaves the variance slightly negative.
       FIND-THE-ALLOWANCE.
           IF B-SAMPLED (BAND-SUB) >= B-POP-COUNT (BAND-SUB)
               MOVE 0 TO B-ALLOWANCE (BAND-SUB)
           ELSE
               COMPUTE FPC-FACTOR ROUNDED = 1 - B-SAMPLED (BAND-SUB)
                   / B-POP-COUNT (BAND-SUB)
               IF B-ERRORS (BAND-SUB) < 2
                   COMPUTE B-ALLOWANCE (BAND-SUB) ROUNDED =
                       RELIABILITY-FACTOR * B-POP-DOLLARS (BAND-SUB)
                       / B-SAMPLED (BAND-SUB)
               ELSE
                   COMPUTE MEAN-SQ ROUNDED = MEAN-EXPOSURE
                       * MEAN-EXPOSURE * B-SAMPLED (BAND-SUB)
                   SUBTRACT 1 FROM B-SAMPLED (BAND-SUB)
                       GIVING DEGREES-FREEDOM
                   COMPUTE VARIANCE ROUNDED =
                       (B-EXPOSURE-SQ (BAND-SUB) - MEAN-SQ)
                       / DEGREES-FREEDOM
                   IF VARIANCE < 0
                       MOVE 0 TO VARIANCE
                   END-IF
                   COMPUTE VARIANCE ROUNDED = VARIANCE
                       / B-SAMPLED (BAND-SUB) * FPC-FACTOR
                   COMPUTE STANDARD-ERROR ROUNDED =
                       FUNCTION SQRT (VARIANCE)
                   COMPUTE B-ALLOWANCE (BAND-SUB) ROUNDED =
                       NORMAL-FACTOR * STANDARD-ERROR
                       * B-POP-COUNT (BAND-SUB)
               END-IF
           END-IF.

       PROJECT-THE-TOTAL.
           COMPUTE TOTAL-ALLOWANCE ROUNDED =
               FUNCTION SQRT (ALLOWANCE-SQ-TOTAL).
           IF TOTAL-PROJECTED + TOTAL-ALLOWANCE > TOTAL-POP-DOLLARS
               AND TOTAL-PROJECTED <= TOTAL-POP-DOLLARS
               COMPUTE TOTAL-ALLOWANCE =
                   TOTAL-POP-DOLLARS - TOTAL-PROJECTED
           END-IF.
           COMPUTE TOTAL-UPPER-LIMIT =
               TOTAL-PROJECTED + TOTAL-ALLOWANCE.
           IF TOLERABLE-AMOUNT > 0
               AND TOTAL-UPPER-LIMIT > TOLERABLE-AMOUNT
               SET OVER-TOLERABLE TO TRUE
           END-IF.

       WRITE-THE-EVALUATION.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           MOVE FROM-DATE TO RPT-H2-FROM.
           IF TO-DATE = HIGH-VALUES
               MOVE SPACE TO RPT-H2-TO
           ELSE
               MOVE TO-DATE TO RPT-H2-TO
           END-IF.
           MOVE CONFIDENCE-LEVEL TO RPT-H2-CONFIDENCE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-POP-COLUMN-LINE.
           PERFORM WRITE-ONE-POP-LINE
               VARYING BAND-SUB FROM 1 BY 1
               UNTIL BAND-SUB > BAND-COUNT.
           MOVE SPACE TO RPT-PD-BAND-X.
           MOVE "     TOTAL" TO RPT-PD-LIMIT-X.
           MOVE TOTAL-POP-COUNT TO RPT-PD-POP-COUNT.
           MOVE TOTAL-POP-DOLLARS TO RPT-PD-POP-DOLLARS.
           MOVE TOTAL-SAMPLED TO RPT-PD-SAMPLED.
           MOVE TOTAL-ERRORS TO RPT-PD-ERRORS.
           MOVE TOTAL-EXPOSURE TO RPT-PD-EXPOSURE.
           WRITE RPT-RECORD FROM RPT-POP-DETAIL-LINE.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-PROJ-COLUMN-LINE.
           PERFORM WRITE-ONE-PROJ-LINE
               VARYING BAND-SUB FROM 1 BY 1
               UNTIL BAND-SUB > BAND-COUNT.
           MOVE " TOTAL" TO RPT-PJ-LABEL.
           MOVE TOTAL-PROJECTED TO RPT-PJ-PROJECTED.
           MOVE TOTAL-ALLOWANCE TO RPT-PJ-ALLOWANCE.
           MOVE TOTAL-UPPER-LIMIT TO RPT-PJ-UPPER-LIMIT.
           WRITE RPT-RECORD FROM RPT-PROJ-DETAIL-LINE.
           PERFORM WRITE-EVALUATION-TOTALS.
           CLOSE RPT-FILE.

       WRITE-ONE-POP-LINE.
           MOVE BAND-SUB TO RPT-PD-BAND.
           MOVE B-LIMIT (BAND-SUB) TO RPT-PD-LIMIT.
           MOVE B-POP-COUNT (BAND-SUB) TO RPT-PD-POP-COUNT.
           MOVE B-POP-DOLLARS (BAND-SUB) TO RPT-PD-POP-DOLLARS.
           MOVE B-SAMPLED (BAND-SUB) TO RPT-PD-SAMPLED.
           MOVE B-ERRORS (BAND-SUB) TO RPT-PD-ERRORS.
           MOVE B-EXPOSURE (BAND-SUB) TO RPT-PD-EXPOSURE.
           WRITE RPT-RECORD FROM RPT-POP-DETAIL-LINE.

       WRITE-ONE-PROJ-LINE.
           MOVE SPACE TO RPT-PJ-LABEL.
           MOVE BAND-SUB TO RPT-PJ-BAND.
           MOVE B-PROJECTED (BAND-SUB) TO RPT-PJ-PROJECTED.
           MOVE B-ALLOWANCE (BAND-SUB) TO RPT-PJ-ALLOWANCE.
           MOVE B-UPPER-LIMIT (BAND-SUB) TO RPT-PJ-UPPER-LIMIT.
           WRITE RPT-RECORD FROM RPT-PROJ-DETAIL-LINE.

       WRITE-EVALUATION-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "JUDGMENTAL ITEMS NOT PROJECTED:" TO RPT-CL-LABEL.
           MOVE JUDGMENTAL-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "JUDGMENTAL EXPOSURE NOT PROJECTED:" TO RPT-DOL-LABEL.
           MOVE JUDGMENTAL-EXPOSURE TO RPT-DOL-AMOUNT.
           WRITE RPT-RECORD FROM RPT-DOLLAR-LINE.
           MOVE "DRAWN KEYS NOT ON TRNMAST OR TRNARCH:"
               TO RPT-CL-LABEL.
           MOVE NOT-FOUND-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "DRAWN ITEMS OUTSIDE PERIOD OR ACCOUNTS:"
               TO RPT-CL-LABEL.
           MOVE OUT-OF-FRAME-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "FINDINGS MATCHING NO ITEM DRAWN:" TO RPT-CL-LABEL.
           MOVE UNMATCHED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           IF OVERFLOW-COUNT > 0
               MOVE "ITEMS OVER THE SAMPLE TABLE, NOT READ:"
                   TO RPT-CL-LABEL
               MOVE OVERFLOW-COUNT TO RPT-CL-COUNT
               WRITE RPT-RECORD FROM RPT-COUNT-LINE
           END-IF.
           MOVE "TOTAL UPPER MISSTATEMENT LIMIT:" TO RPT-DOL-LABEL.
           MOVE TOTAL-UPPER-LIMIT TO RPT-DOL-AMOUNT.
           WRITE RPT-RECORD FROM RPT-DOLLAR-LINE.
           MOVE "TOLERABLE MISSTATEMENT:" TO RPT-DOL-LABEL.
           MOVE TOLERABLE-AMOUNT TO RPT-DOL-AMOUNT.
           WRITE RPT-RECORD FROM RPT-DOLLAR-LINE.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           EVALUATE TRUE
               WHEN OVER-TOLERABLE
                   MOVE "UPPER LIMIT OVER TOLERABLE - EXPAND THE SAMPLE"
                       TO RPT-VL-TEXT
               WHEN TOLERABLE-AMOUNT = 0
                   MOVE "NO TOLERABLE MISSTATEMENT ON THE CARD"
                       TO RPT-VL-TEXT
               WHEN OTHER
                   MOVE "UPPER LIMIT WITHIN TOLERABLE MISSTATEMENT"
                       TO RPT-VL-TEXT
           END-EVALUATE.
           WRITE RPT-RECORD FROM RPT-VERDICT-LINE.

       COPY "alert-proc.cbl".
