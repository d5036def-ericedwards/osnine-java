       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-STATEMENT-RECON.
       DATE-WRITTEN. 2026-10-15.
      * The monthly check of the offsite vendor's statement before
      * accounts payable releases the payment.  VENDSTMT is the
      * vendor's statement keyed from their file: an H line per
      * cartridge on their holdings list (volser, the dates they
      * received and returned it, the days billed and the storage
      * charge for them) and a P line per pickup charged (the
      * pickup date and charge).  VENDPRM names the billing month
      * (YYYYMM); a missing or blank card means last month.
      *
      * Our side of the account is CURMREC: every O record sends a
      * tape to the vendor and the next I record for the same slot
      * brings it back, so streaming the file up to the month end
      * gives each volser's days actually held in the month and
      * whether it is still out.  VENDRPT lists
      *   - cartridge-days billed beyond the days CURMREC shows the
      *     tape held, chiefly days billed after its return;
      *   - tapes CURMREC shows at the vendor at month end that
      *     their holdings list lacks -- each one also raises an
      *     action-required ALERTLOG alert, it may be a lost tape;
      *   - pickups billed on a day PROCCAL says the courier does
      *     not run;
      *   - volsers billed that no VOLSXREF slot carries;
      * and ends with the disputed-dollar total for accounts
      * payable to hold back.  RC 8 when a tape is missing from the
      * holdings list, RC 4 for any other discrepancy, RC 0 when
      * the statement agrees with our records.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "VENDPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT STMT-FILE ASSIGN TO "VENDSTMT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STMT-FILE-STATUS.
           SELECT CMREC-FILE ASSIGN TO "CURMREC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CMREC-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "VOLSXREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT PCAL-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PCAL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "VENDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  VEND-PARM-RECORD.
           02  VNP-BILL-MONTH          PIC X(06).
           02  FILLER                  PIC X(74).
       FD  STMT-FILE.
       01  STMT-HOLDING-RECORD.
           02  VS-REC-TYPE             PIC X(01).
               88  VS-HOLDING-LINE                 VALUE "H".
               88  VS-PICKUP-LINE                  VALUE "P".
           02  VS-VOLSER               PIC X(06).
           02  VS-RECEIVED-DATE        PIC X(08).
           02  VS-RETURNED-DATE        PIC X(08).
           02  VS-DAYS-BILLED          PIC 9(03).
           02  VS-DAY-CHARGE           PIC 9(05)V99.
           02  FILLER                  PIC X(47).
       01  STMT-PICKUP-RECORD.
           02  FILLER                  PIC X(01).
           02  VS-PICKUP-DATE          PIC X(08).
           02  VS-PICKUP-CHARGE        PIC 9(05)V99.
           02  FILLER                  PIC X(64).
       FD  CMREC-FILE.
       COPY "curmrec.cbl".
       FD  XREF-FILE.
       COPY "volsxref.cbl".
       FD  PCAL-FILE.
       COPY "procal.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       FD  ALERT-FILE.
       COPY "alertlog.cbl".
       WORKING-STORAGE SECTION.
       COPY "vols-ws.cbl".
       COPY "pcal-ws.cbl".
       COPY "alert-ws.cbl".
       77  PARM-FILE-STATUS            PIC X(02).
       77  STMT-FILE-STATUS            PIC X(02).
       77  CMREC-FILE-STATUS           PIC X(02).
       77  XREF-FILE-STATUS            PIC X(02).
       77  PCAL-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  ALERT-FILE-STATUS           PIC X(02).
       77  STMT-AT-END-SW              PIC X(01) VALUE "N".
           88  STMT-AT-END                         VALUE "Y".
       77  CMREC-AT-END-SW             PIC X(01) VALUE "N".
           88  CMREC-AT-END                        VALUE "Y".
       77  MAX-SETS                    PIC 99 VALUE 8.
       77  MAX-DISKS                   PIC 99 VALUE 20.
       77  SET-SUB                     PIC 99 USAGE COMP.
       77  SCAN-SET-SUB                PIC 99 USAGE COMP.
       77  DISK-SUB                    PIC 99 USAGE COMP.
       77  WORK-SET-NAME               PIC X(08).
       77  MAX-VOLSERS                 PIC 9(03) VALUE 500.
       77  VOL-COUNT                   PIC 9(03) USAGE COMP VALUE 0.
       77  VOL-SUB                     PIC 9(03) USAGE COMP.
       77  SCAN-VOL-SUB                PIC 9(03) USAGE COMP.
       77  SEEK-VOLSER                 PIC X(06).
       77  BILL-MONTH                  PIC X(06) VALUE SPACE.
       77  MONTH-START                 PIC 9(08).
       77  MONTH-END                   PIC 9(08).
       77  MONTH-START-INT             PIC 9(07).
       77  MONTH-END-INT               PIC 9(07).
       77  NEXT-MONTH-START            PIC 9(08).
       77  WORK-DATE                   PIC 9(08).
       77  FROM-INT                    PIC 9(07).
       77  TO-INT                      PIC 9(07).
       77  HELD-DAYS                   PIC S9(05) USAGE COMP.
       77  EXCESS-DAYS                 PIC S9(05) USAGE COMP.
       77  LINE-DISPUTE                PIC S9(07)V99.
       77  HOLDING-COUNT               PIC 9(05) USAGE COMP VALUE 0.
       77  PICKUP-COUNT                PIC 9(05) USAGE COMP VALUE 0.
       77  BAD-LINE-COUNT              PIC 9(05) USAGE COMP VALUE 0.
       77  OVERBILL-COUNT              PIC 9(05) USAGE COMP VALUE 0.
       77  MISSING-COUNT               PIC 9(05) USAGE COMP VALUE 0.
       77  NO-SERVICE-COUNT            PIC 9(05) USAGE COMP VALUE 0.
       77  UNKNOWN-COUNT               PIC 9(05) USAGE COMP VALUE 0.
       77  BILLED-TOTAL                PIC S9(09)V99 VALUE 0.
       77  OVERBILL-DOLLARS            PIC S9(09)V99 VALUE 0.
       77  NO-SERVICE-DOLLARS          PIC S9(09)V99 VALUE 0.
       77  UNKNOWN-DOLLARS             PIC S9(09)V99 VALUE 0.
       77  DISPUTED-TOTAL              PIC S9(09)V99 VALUE 0.
      * Directory of the rotation-set names seen on CURMREC, giving
      * each a bank of generation slots -- the same scheme the
      * courier return reconciliation uses.  A slot remembers which
      * volser entry its last O record sent, so the closing I
      * record (which may carry no volser) finds the tape again.
       01  SET-DIRECTORY.
           02  USED-SET-COUNT          PIC 99 USAGE COMP VALUE 0.
           02  DIR-SET-NAME            PIC X(08) OCCURS 8 TIMES.
       01  SLOT-TABLE.
           02  SLOT-SET OCCURS 8 TIMES.
             03  SLOT-VOL-SUB          PIC 9(03) USAGE COMP
                                       OCCURS 20 TIMES.
      * One entry per volser CURMREC sent out up to the month end:
      * the days it spent at the vendor inside the billing month,
      * whether it is still there at month end, and whether the
      * vendor's holdings list carried it.
       01  VOLSER-TABLE.
           02  VOLSER-ENTRY OCCURS 500 TIMES.
             03  VT-VOLSER             PIC X(06).
             03  VT-SET-NAME           PIC X(08).
             03  VT-DISK-NUM           PIC 99.
             03  VT-OUT-DATE           PIC X(08).
             03  VT-IN-DATE            PIC X(08).
             03  VT-HELD-DAYS          PIC S9(05) USAGE COMP.
             03  VT-OUT-SW             PIC X(01).
               88  VT-AT-VENDOR                    VALUE "Y".
             03  VT-RETURNED-SW        PIC X(01).
               88  VT-EVER-RETURNED                VALUE "Y".
             03  VT-LISTED-SW          PIC X(01).
               88  VT-LISTED                       VALUE "Y".
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(36) VALUE
               "VENDOR STATEMENT RECONCILIATION".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
           02  FILLER                  PIC X(17) VALUE
               "  BILLING MONTH: ".
           02  RPT-H2-MONTH            PIC X(06).
       01  RPT-SECTION-LINE            PIC X(60).
       01  RPT-BILL-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-BL-VOL              PIC X(06).
           02  FILLER                  PIC X(08) VALUE "  BILLED".
           02  RPT-BL-BILLED           PIC ZZ9.
           02  FILLER                  PIC X(06) VALUE "  HELD".
           02  RPT-BL-HELD             PIC ZZ9.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-BL-AMOUNT           PIC Z(06)9.99.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-BL-TEXT             PIC X(32).
       01  RPT-MISSING-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-ML-VOL              PIC X(06).
           02  FILLER                  PIC X(06) VALUE "  SET ".
           02  RPT-ML-SET              PIC X(08).
           02  FILLER                  PIC X(05) VALUE "  GEN".
           02  RPT-ML-DISK             PIC Z9.
           02  FILLER                  PIC X(07) VALUE "  SENT ".
           02  RPT-ML-DATE             PIC X(08).
       01  RPT-PICKUP-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-PL-DATE             PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-PL-AMOUNT           PIC Z(06)9.99.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-PL-TEXT             PIC X(40).
       01  RPT-NOTE-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-NT-TEXT             PIC X(60).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(32).
           02  RPT-CL-COUNT            PIC ZZZZ9.
       01  RPT-DOLLAR-LINE.
           02  RPT-DL-LABEL            PIC X(32).
           02  RPT-DL-AMOUNT           PIC -Z(08)9.99.

       PROCEDURE DIVISION.
       VENDOR-RECON-MAIN.
           PERFORM READ-VENDOR-PARM-CARD.
           PERFORM LOAD-VOLSER-XREF.
           PERFORM CLEAR-SLOT-TABLE.
           PERFORM LOAD-COURIER-RECORDS.
           PERFORM CLOSE-OUT-THE-MONTH
               VARYING VOL-SUB FROM 1 BY 1 UNTIL VOL-SUB > VOL-COUNT.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RPT-H2-DATE.
           MOVE BILL-MONTH TO RPT-H2-MONTH.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           OPEN INPUT STMT-FILE.
           IF STMT-FILE-STATUS NOT = "00"
               DISPLAY "VENDSTMT NOT FOUND, NOTHING TO RECONCILE"
               MOVE SPACE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "NO VENDOR STATEMENT WAS SUPPLIED" TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
               CLOSE RPT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE STMT-FILE.
           PERFORM CHECK-DAYS-BILLED.
           PERFORM CHECK-HOLDINGS-LIST.
           PERFORM CHECK-PICKUP-DAYS.
           PERFORM CHECK-UNKNOWN-VOLSERS.
           PERFORM WRITE-RECON-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "VENDOR-STATEMENT-RECON: ", BILL-MONTH,
               " DISPUTED ", RPT-DL-AMOUNT, ", ", MISSING-COUNT,
               " TAPES MISSING FROM THE HOLDINGS LIST".
           EVALUATE TRUE
               WHEN MISSING-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OVERBILL-COUNT > 0 OR NO-SERVICE-COUNT > 0
                   OR UNKNOWN-COUNT > 0 OR BAD-LINE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * The billing month off VENDPRM; a blank card or none at all
      * means the calendar month before today's, which is when the
      * statement normally arrives.
       READ-VENDOR-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF VNP-BILL-MONTH IS NUMERIC
                           MOVE VNP-BILL-MONTH TO BILL-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF BILL-MONTH = SPACE
               MOVE FUNCTION CURRENT-DATE (1:6) TO WORK-DATE (1:6)
               MOVE "01" TO WORK-DATE (7:2)
               COMPUTE TO-INT = FUNCTION INTEGER-OF-DATE (WORK-DATE)
                   - 1
               COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER (TO-INT)
               MOVE WORK-DATE (1:6) TO BILL-MONTH
           END-IF.
           MOVE BILL-MONTH TO MONTH-START (1:6).
           MOVE "01" TO MONTH-START (7:2).
           COMPUTE MONTH-START-INT
               = FUNCTION INTEGER-OF-DATE (MONTH-START).
           IF MONTH-START (5:2) = "12"
               COMPUTE NEXT-MONTH-START = MONTH-START + 8900
           ELSE
               COMPUTE NEXT-MONTH-START = MONTH-START + 100
           END-IF.
           COMPUTE MONTH-END-INT
               = FUNCTION INTEGER-OF-DATE (NEXT-MONTH-START) - 1.
           COMPUTE MONTH-END = FUNCTION DATE-OF-INTEGER (MONTH-END-INT).

       CLEAR-SLOT-TABLE.
           PERFORM CLEAR-ONE-SLOT-SET
               VARYING SET-SUB FROM 1 BY 1 UNTIL SET-SUB > MAX-SETS.

       CLEAR-ONE-SLOT-SET.
           PERFORM CLEAR-ONE-SLOT-DISK
               VARYING DISK-SUB FROM 1 BY 1 UNTIL DISK-SUB > MAX-DISKS.

       CLEAR-ONE-SLOT-DISK.
           MOVE 0 TO SLOT-VOL-SUB (SET-SUB, DISK-SUB).

      * Streams CURMREC in file order up to the month end: an O
      * record opens the volser's stay at the vendor, the slot's
      * next I record closes it and banks the days that fell
      * inside the billing month.
       LOAD-COURIER-RECORDS.
           OPEN INPUT CMREC-FILE.
           IF CMREC-FILE-STATUS = "00"
               PERFORM READ-NEXT-COURIER-RECORD UNTIL CMREC-AT-END
               CLOSE CMREC-FILE
           ELSE
               DISPLAY "CURMREC NOT FOUND, EVERY BILLED DAY DISPUTED"
           END-IF.

       READ-NEXT-COURIER-RECORD.
           READ CMREC-FILE
               AT END
                   SET CMREC-AT-END TO TRUE
               NOT AT END
                   IF CM-DISK-NUM >= 1 AND CM-DISK-NUM <= MAX-DISKS
                       AND CM-DATE <= MONTH-END
                       PERFORM POST-ONE-COURIER-RECORD
                   END-IF
           END-READ.

       POST-ONE-COURIER-RECORD.
           MOVE CM-SET-NAME TO WORK-SET-NAME.
           PERFORM FIND-OR-ADD-SET.
           IF SET-SUB > 0
               MOVE CM-DISK-NUM TO DISK-SUB
               IF CM-DIRECTION = "O"
                   PERFORM OPEN-ONE-VENDOR-STAY
               ELSE
                   PERFORM CLOSE-ONE-VENDOR-STAY
               END-IF
           END-IF.

      * An O line with no volser (the slot had none on file at
      * manifest time) takes today's cross-reference volser for the
      * slot; a slot with none at all can't be matched to the
      * vendor's list and is left out.
       OPEN-ONE-VENDOR-STAY.
           MOVE CM-VOLSER TO SEEK-VOLSER.
           IF SEEK-VOLSER = SPACE
               MOVE CM-SET-NAME TO VX-SEEK-SET
               MOVE CM-DISK-NUM TO VX-SEEK-DISK
               PERFORM FIND-TAPE-VOLSER
               MOVE VX-FOUND-VOLSER TO SEEK-VOLSER
           END-IF.
           MOVE 0 TO SLOT-VOL-SUB (SET-SUB, DISK-SUB).
           IF SEEK-VOLSER NOT = SPACE
               PERFORM FIND-OR-ADD-VOLSER
               IF VOL-SUB > 0
                   MOVE CM-SET-NAME TO VT-SET-NAME (VOL-SUB)
                   MOVE CM-DISK-NUM TO VT-DISK-NUM (VOL-SUB)
                   MOVE CM-DATE TO VT-OUT-DATE (VOL-SUB)
                   MOVE SPACE TO VT-IN-DATE (VOL-SUB)
                   SET VT-AT-VENDOR (VOL-SUB) TO TRUE
                   MOVE VOL-SUB TO SLOT-VOL-SUB (SET-SUB, DISK-SUB)
               END-IF
           END-IF.

       CLOSE-ONE-VENDOR-STAY.
           MOVE SLOT-VOL-SUB (SET-SUB, DISK-SUB) TO VOL-SUB.
           IF VOL-SUB > 0
               MOVE CM-DATE TO VT-IN-DATE (VOL-SUB)
               MOVE "N" TO VT-OUT-SW (VOL-SUB)
               SET VT-EVER-RETURNED (VOL-SUB) TO TRUE
               PERFORM ADD-STAY-DAYS
               MOVE 0 TO SLOT-VOL-SUB (SET-SUB, DISK-SUB)
           END-IF.

      * A tape still out at month end is held through the last day
      * of the month; a returned one up to (not including) the day
      * it came back.  Only the part of the stay inside the billing
      * month counts.
       CLOSE-OUT-THE-MONTH.
           IF VT-AT-VENDOR (VOL-SUB)
               PERFORM ADD-STAY-DAYS
           END-IF.

       ADD-STAY-DAYS.
           MOVE MONTH-START-INT TO FROM-INT.
           IF VT-OUT-DATE (VOL-SUB) IS NUMERIC
               MOVE VT-OUT-DATE (VOL-SUB) TO WORK-DATE
               IF WORK-DATE > MONTH-START
                   COMPUTE FROM-INT
                       = FUNCTION INTEGER-OF-DATE (WORK-DATE)
               END-IF
           END-IF.
           IF VT-AT-VENDOR (VOL-SUB)
               COMPUTE TO-INT = MONTH-END-INT + 1
           ELSE
               MOVE VT-IN-DATE (VOL-SUB) TO WORK-DATE
               COMPUTE TO-INT = FUNCTION INTEGER-OF-DATE (WORK-DATE)
           END-IF.
           IF TO-INT > FROM-INT
               ADD TO-INT TO VT-HELD-DAYS (VOL-SUB)
               SUBTRACT FROM-INT FROM VT-HELD-DAYS (VOL-SUB)
           END-IF.

       FIND-OR-ADD-SET.
           MOVE 0 TO SET-SUB.
           PERFORM MATCH-ONE-SET-NAME
               VARYING SCAN-SET-SUB FROM 1 BY 1
               UNTIL SCAN-SET-SUB > USED-SET-COUNT.
           IF SET-SUB = 0 AND USED-SET-COUNT < MAX-SETS
               ADD 1 TO USED-SET-COUNT
               MOVE WORK-SET-NAME TO DIR-SET-NAME (USED-SET-COUNT)
               MOVE USED-SET-COUNT TO SET-SUB
           END-IF.

       MATCH-ONE-SET-NAME.
           IF DIR-SET-NAME (SCAN-SET-SUB) = WORK-SET-NAME
               MOVE SCAN-SET-SUB TO SET-SUB
           END-IF.

       FIND-VOLSER.
           MOVE 0 TO VOL-SUB.
           PERFORM MATCH-ONE-VOLSER
               VARYING SCAN-VOL-SUB FROM 1 BY 1
               UNTIL SCAN-VOL-SUB > VOL-COUNT OR VOL-SUB > 0.

       MATCH-ONE-VOLSER.
           IF VT-VOLSER (SCAN-VOL-SUB) = SEEK-VOLSER
               MOVE SCAN-VOL-SUB TO VOL-SUB
           END-IF.

       FIND-OR-ADD-VOLSER.
           PERFORM FIND-VOLSER.
           IF VOL-SUB = 0 AND VOL-COUNT < MAX-VOLSERS
               ADD 1 TO VOL-COUNT
               MOVE VOL-COUNT TO VOL-SUB
               MOVE SEEK-VOLSER TO VT-VOLSER (VOL-SUB)
               MOVE 0 TO VT-HELD-DAYS (VOL-SUB)
               MOVE "N" TO VT-OUT-SW (VOL-SUB)
               MOVE "N" TO VT-RETURNED-SW (VOL-SUB)
               MOVE "N" TO VT-LISTED-SW (VOL-SUB)
           END-IF.

      * First pass over the statement: each holding line's billed
      * days against the days CURMREC has the tape at the vendor.
      * The excess is disputed at the line's own per-day rate.
       CHECK-DAYS-BILLED.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "CARTRIDGE-DAYS BILLED BEYOND THE DAYS HELD"
               TO RPT-SECTION-LINE.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE.
           MOVE "N" TO STMT-AT-END-SW.
           OPEN INPUT STMT-FILE.
           PERFORM READ-NEXT-HOLDING UNTIL STMT-AT-END.
           CLOSE STMT-FILE.
           IF OVERBILL-COUNT = 0
               MOVE "NONE" TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.

       READ-NEXT-HOLDING.
           READ STMT-FILE
               AT END
                   SET STMT-AT-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN VS-HOLDING-LINE
                           ADD 1 TO HOLDING-COUNT
                           ADD VS-DAY-CHARGE TO BILLED-TOTAL
                           PERFORM CHECK-ONE-HOLDING
                       WHEN VS-PICKUP-LINE
                           ADD 1 TO PICKUP-COUNT
                           ADD VS-PICKUP-CHARGE TO BILLED-TOTAL
                       WHEN OTHER
                           ADD 1 TO BAD-LINE-COUNT
                   END-EVALUATE
           END-READ.

       CHECK-ONE-HOLDING.
           MOVE VS-VOLSER TO SEEK-VOLSER.
           PERFORM FIND-VOLSER.
           IF VOL-SUB > 0
               SET VT-LISTED (VOL-SUB) TO TRUE
               MOVE VT-HELD-DAYS (VOL-SUB) TO HELD-DAYS
           ELSE
               MOVE 0 TO HELD-DAYS
           END-IF.
           COMPUTE EXCESS-DAYS = VS-DAYS-BILLED - HELD-DAYS.
           IF EXCESS-DAYS > 0
               ADD 1 TO OVERBILL-COUNT
               COMPUTE LINE-DISPUTE ROUNDED
                   = VS-DAY-CHARGE * EXCESS-DAYS / VS-DAYS-BILLED
               ADD LINE-DISPUTE TO OVERBILL-DOLLARS
               MOVE VS-VOLSER TO RPT-BL-VOL
               MOVE VS-DAYS-BILLED TO RPT-BL-BILLED
               MOVE HELD-DAYS TO RPT-BL-HELD
               MOVE LINE-DISPUTE TO RPT-BL-AMOUNT
               EVALUATE TRUE
                   WHEN VOL-SUB = 0 OR HELD-DAYS = 0
                       MOVE "NOT AT THE VENDOR THIS MONTH"
                           TO RPT-BL-TEXT
                   WHEN VT-EVER-RETURNED (VOL-SUB)
                       MOVE "BILLED AFTER ITS RETURN"
                           TO RPT-BL-TEXT
                   WHEN OTHER
                       MOVE "BILLED MORE DAYS THAN HELD"
                           TO RPT-BL-TEXT
               END-EVALUATE
               WRITE RPT-RECORD FROM RPT-BILL-LINE
           END-IF.

      * What CURMREC still has out at month end and the vendor's
      * list never mentioned -- the line nobody wants to see.
       CHECK-HOLDINGS-LIST.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "AT THE VENDOR PER CURMREC, MISSING FROM THEIR LIST"
               TO RPT-SECTION-LINE.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE.
           PERFORM CHECK-ONE-HELD-TAPE
               VARYING VOL-SUB FROM 1 BY 1 UNTIL VOL-SUB > VOL-COUNT.
           IF MISSING-COUNT = 0
               MOVE "NONE" TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.

       CHECK-ONE-HELD-TAPE.
           IF VT-AT-VENDOR (VOL-SUB) AND NOT VT-LISTED (VOL-SUB)
               ADD 1 TO MISSING-COUNT
               MOVE VT-VOLSER (VOL-SUB) TO RPT-ML-VOL
               MOVE VT-SET-NAME (VOL-SUB) TO RPT-ML-SET
               MOVE VT-DISK-NUM (VOL-SUB) TO RPT-ML-DISK
               MOVE VT-OUT-DATE (VOL-SUB) TO RPT-ML-DATE
               WRITE RPT-RECORD FROM RPT-MISSING-LINE
               MOVE "A" TO ALERT-SEVERITY
               MOVE "VENDOR-STATEMENT-RECON" TO ALERT-STEP-NAME
               MOVE SPACE TO ALERT-TEXT
               STRING "VOLSER " VT-VOLSER (VOL-SUB)
                   " NOT ON VENDOR HOLDINGS"
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.

       CHECK-PICKUP-DAYS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "PICKUPS BILLED ON COURIER NON-SERVICE DAYS"
               TO RPT-SECTION-LINE.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE.
           MOVE "N" TO STMT-AT-END-SW.
           OPEN INPUT STMT-FILE.
           PERFORM READ-NEXT-PICKUP UNTIL STMT-AT-END.
           CLOSE STMT-FILE.
           IF NO-SERVICE-COUNT = 0
               MOVE "NONE" TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.

       READ-NEXT-PICKUP.
           READ STMT-FILE
               AT END
                   SET STMT-AT-END TO TRUE
               NOT AT END
                   IF VS-PICKUP-LINE
                       MOVE VS-PICKUP-DATE TO PCAL-SEEK-DATE
                       PERFORM LOOK-UP-CALENDAR-DAY
                       IF NOT PCAL-COURIER-SERVICE
                           ADD 1 TO NO-SERVICE-COUNT
                           ADD VS-PICKUP-CHARGE TO NO-SERVICE-DOLLARS
                           MOVE VS-PICKUP-DATE TO RPT-PL-DATE
                           MOVE VS-PICKUP-CHARGE TO RPT-PL-AMOUNT
                           MOVE "PROCCAL SHOWS NO COURIER SERVICE"
                               TO RPT-PL-TEXT
                           WRITE RPT-RECORD FROM RPT-PICKUP-LINE
                       END-IF
                   END-IF
           END-READ.

      * A volser no cross-reference slot carries isn't one of ours;
      * its whole charge is disputed.  Its days are already counted
      * as unheld above, so only the remainder is added here.
       CHECK-UNKNOWN-VOLSERS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "VOLSERS BILLED THAT VOLSXREF DOES NOT CARRY"
               TO RPT-SECTION-LINE.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE.
           MOVE "N" TO STMT-AT-END-SW.
           OPEN INPUT STMT-FILE.
           PERFORM READ-NEXT-UNKNOWN UNTIL STMT-AT-END.
           CLOSE STMT-FILE.
           IF UNKNOWN-COUNT = 0
               MOVE "NONE" TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.

       READ-NEXT-UNKNOWN.
           READ STMT-FILE
               AT END
                   SET STMT-AT-END TO TRUE
               NOT AT END
                   IF VS-HOLDING-LINE
                       MOVE VS-VOLSER TO SEEK-VOLSER
                       PERFORM FIND-VOLSER-SLOT
                       IF VX-SET-SUB = 0
                           PERFORM REPORT-UNKNOWN-VOLSER
                       END-IF
                   END-IF
           END-READ.

       REPORT-UNKNOWN-VOLSER.
           ADD 1 TO UNKNOWN-COUNT.
           MOVE VS-VOLSER TO SEEK-VOLSER.
           PERFORM FIND-VOLSER.
           IF VOL-SUB > 0
               MOVE VT-HELD-DAYS (VOL-SUB) TO HELD-DAYS
           ELSE
               MOVE 0 TO HELD-DAYS
           END-IF.
           IF VS-DAYS-BILLED > HELD-DAYS
               COMPUTE LINE-DISPUTE ROUNDED = VS-DAY-CHARGE
                   * HELD-DAYS / VS-DAYS-BILLED
           ELSE
               MOVE VS-DAY-CHARGE TO LINE-DISPUTE
           END-IF.
           ADD LINE-DISPUTE TO UNKNOWN-DOLLARS.
           MOVE VS-VOLSER TO RPT-BL-VOL.
           MOVE VS-DAYS-BILLED TO RPT-BL-BILLED.
           MOVE HELD-DAYS TO RPT-BL-HELD.
           MOVE LINE-DISPUTE TO RPT-BL-AMOUNT.
           MOVE "NO VOLSXREF SLOT CARRIES IT" TO RPT-BL-TEXT.
           WRITE RPT-RECORD FROM RPT-BILL-LINE.

      * Reverse lookup on the cross-reference, as in the vault
      * cycle count: VX-SET-SUB comes back 0 when no slot carries
      * SEEK-VOLSER.
       FIND-VOLSER-SLOT.
           MOVE 0 TO VX-SET-SUB.
           PERFORM SEEK-VOLSER-IN-SET
               VARYING VX-SCAN-SUB FROM 1 BY 1
               UNTIL VX-SCAN-SUB > VX-MAX-SETS OR VX-SET-SUB > 0.

       SEEK-VOLSER-IN-SET.
           IF VXS-USED (VX-SCAN-SUB)
               PERFORM SEEK-VOLSER-IN-SLOT
                   VARYING VX-DISK-SUB FROM 1 BY 1
                   UNTIL VX-DISK-SUB > VX-MAX-DISKS OR VX-SET-SUB > 0
           END-IF.

       SEEK-VOLSER-IN-SLOT.
           IF VXE-VOLSER (VX-SCAN-SUB, VX-DISK-SUB) = SEEK-VOLSER
               MOVE VX-SCAN-SUB TO VX-SET-SUB
           END-IF.

       WRITE-RECON-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "HOLDING LINES BILLED:" TO RPT-CL-LABEL.
           MOVE HOLDING-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "PICKUPS BILLED:" TO RPT-CL-LABEL.
           MOVE PICKUP-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "UNREADABLE STATEMENT LINES:" TO RPT-CL-LABEL.
           MOVE BAD-LINE-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "MISSING FROM THEIR HOLDINGS:" TO RPT-CL-LABEL.
           MOVE MISSING-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "STATEMENT TOTAL:" TO RPT-DL-LABEL.
           MOVE BILLED-TOTAL TO RPT-DL-AMOUNT.
           WRITE RPT-RECORD FROM RPT-DOLLAR-LINE.
           MOVE "DAYS BILLED BEYOND DAYS HELD:" TO RPT-DL-LABEL.
           MOVE OVERBILL-DOLLARS TO RPT-DL-AMOUNT.
           WRITE RPT-RECORD FROM RPT-DOLLAR-LINE.
           MOVE "PICKUPS ON NON-SERVICE DAYS:" TO RPT-DL-LABEL.
           MOVE NO-SERVICE-DOLLARS TO RPT-DL-AMOUNT.
           WRITE RPT-RECORD FROM RPT-DOLLAR-LINE.
           MOVE "VOLSERS NOT OURS:" TO RPT-DL-LABEL.
           MOVE UNKNOWN-DOLLARS TO RPT-DL-AMOUNT.
           WRITE RPT-RECORD FROM RPT-DOLLAR-LINE.
           COMPUTE DISPUTED-TOTAL = OVERBILL-DOLLARS
               + NO-SERVICE-DOLLARS + UNKNOWN-DOLLARS.
           MOVE "DISPUTED - HOLD FROM PAYMENT:" TO RPT-DL-LABEL.
           MOVE DISPUTED-TOTAL TO RPT-DL-AMOUNT.
           WRITE RPT-RECORD FROM RPT-DOLLAR-LINE.

       COPY "vols-proc.cbl".
       COPY "pcal-proc.cbl".
       COPY "alert-proc.cbl".
