       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAINED-MEDIA-DESTROY.
       DATE-WRITTEN. 2026-10-15.
      * Posts the certificates of destruction for expired retained
      * media.  Each RETDTXN card names a volser, the date it was
      * destroyed, and the initials of the witness.  A retained
      * RETMEDIA cartridge whose expiry is on or before that date is
      * marked destroyed with the date and witness, and a
      * certificate block for it prints on RETDCERT for the records
      * file.  A card for a volser not retained on RETMEDIA, not yet
      * expired on the destruction date, or missing its date or
      * witness changes nothing and is listed with the reason; ends
      * RC 4 when any card was refused, RC 0 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "RETDTXN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT RET-FILE ASSIGN TO "RETMEDIA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RET-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "RETDWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "RETDCERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       01  RD-RECORD.
           02  RD-VOLSER               PIC X(06).
           02  RD-DESTROY-DATE         PIC X(08).
           02  RD-WITNESS              PIC X(03).
           02  FILLER                  PIC X(63).
       FD  RET-FILE.
       COPY "retmedia.cbl".
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(80).
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  TXN-FILE-STATUS             PIC X(02).
       77  RET-FILE-STATUS             PIC X(02).
       77  WORK-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  TXN-AT-END-SW               PIC X(01) VALUE "N".
           88  TXN-AT-END                          VALUE "Y".
       77  RET-AT-END-SW               PIC X(01) VALUE "N".
           88  RET-AT-END                          VALUE "Y".
       77  WORK-AT-END-SW              PIC X(01) VALUE "N".
           88  WORK-AT-END                         VALUE "Y".
       77  TODAY-DATE                  PIC X(08).
       77  MAX-POSTINGS                PIC 9(03) VALUE 200.
       77  POSTING-COUNT               PIC 9(03) USAGE COMP VALUE 0.
       77  POSTING-SUB                 PIC 9(03) USAGE COMP.
       77  DESTROYED-COUNT             PIC 9(04) USAGE COMP VALUE 0.
       77  ERROR-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
      * The day's certificate cards, applied while RETMEDIA streams
      * past once; PT-REASON holds why a card matched nothing.
       01  POSTING-TABLE.
           02  POSTING-ENTRY OCCURS 200 TIMES.
             03  PT-VOLSER             PIC X(06).
             03  PT-DESTROY-DATE       PIC X(08).
             03  PT-WITNESS            PIC X(03).
             03  PT-APPLIED-SW         PIC X(01).
               88  PT-APPLIED                      VALUE "Y".
             03  PT-REASON             PIC X(40).
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(36) VALUE
               "RETAINED MEDIA DESTRUCTION POSTING".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           02  RPT-H2-DATE             PIC X(08).
       01  RPT-CERT-HEADER.
           02  FILLER                  PIC X(28) VALUE
               "CERTIFICATE OF DESTRUCTION".
       01  RPT-CERT-VOLUME.
           02  FILLER                  PIC X(04) VALUE SPACE.
           02  FILLER                  PIC X(08) VALUE "VOLSER  ".
           02  RPT-CV-VOL              PIC X(06).
           02  FILLER                  PIC X(06) VALUE "  SET ".
           02  RPT-CV-SET              PIC X(08).
           02  FILLER                  PIC X(05) VALUE "  GEN".
           02  RPT-CV-DISK             PIC Z9.
       01  RPT-CERT-CONTENT.
           02  FILLER                  PIC X(04) VALUE SPACE.
           02  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE ".
           02  RPT-CC-BUS-DATE         PIC X(08).
           02  FILLER                  PIC X(09) VALUE "  EXPIRY ".
           02  RPT-CC-EXPIRY           PIC X(08).
       01  RPT-CERT-SIGNOFF.
           02  FILLER                  PIC X(04) VALUE SPACE.
           02  FILLER                  PIC X(15) VALUE
               "DESTROYED ON  ".
           02  RPT-CS-DATE             PIC X(08).
           02  FILLER                  PIC X(13) VALUE
               "  WITNESSED ".
           02  RPT-CS-WITNESS          PIC X(03).
       01  RPT-ERROR-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-VOL              PIC X(06).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-DATE             PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-EL-WITNESS          PIC X(03).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-TEXT             PIC X(40).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(24).
           02  RPT-CL-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.
       RETAINED-DESTROY-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE TODAY-DATE TO RPT-H2-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           PERFORM LOAD-THE-POSTINGS.
           IF POSTING-COUNT > 0
               PERFORM APPLY-THE-CERTIFICATES
               PERFORM REPORT-ONE-REFUSAL
                   VARYING POSTING-SUB FROM 1 BY 1
                   UNTIL POSTING-SUB > POSTING-COUNT
           END-IF.
           PERFORM WRITE-DESTROY-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "RETAINED-MEDIA-DESTROY: ", DESTROYED-COUNT,
               " CERTIFIED, ", ERROR-COUNT, " REFUSED".
           IF ERROR-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-THE-POSTINGS.
           OPEN INPUT TXN-FILE.
           IF TXN-FILE-STATUS = "35"
               DISPLAY "RETDTXN NOT FOUND, NOTHING TO POST"
           ELSE
               PERFORM READ-NEXT-POSTING UNTIL TXN-AT-END
               CLOSE TXN-FILE
           END-IF.

       READ-NEXT-POSTING.
           READ TXN-FILE
               AT END
                   SET TXN-AT-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RD-DESTROY-DATE = SPACE
                           MOVE "CERTIFICATE CARRIES NO DATE"
                               TO RPT-EL-TEXT
                           PERFORM WRITE-CARD-ERROR
                       WHEN RD-WITNESS = SPACE
                           MOVE "CERTIFICATE CARRIES NO WITNESS"
                               TO RPT-EL-TEXT
                           PERFORM WRITE-CARD-ERROR
                       WHEN POSTING-COUNT >= MAX-POSTINGS
                           MOVE "CARD DROPPED - OVER THE RUN LIMIT"
                               TO RPT-EL-TEXT
                           PERFORM WRITE-CARD-ERROR
                       WHEN OTHER
                           ADD 1 TO POSTING-COUNT
                           MOVE RD-VOLSER TO PT-VOLSER (POSTING-COUNT)
                           MOVE RD-DESTROY-DATE
                               TO PT-DESTROY-DATE (POSTING-COUNT)
                           MOVE RD-WITNESS TO PT-WITNESS (POSTING-COUNT)
                           MOVE "N" TO PT-APPLIED-SW (POSTING-COUNT)
                           MOVE "VOLSER IS NOT RETAINED ON RETMEDIA"
                               TO PT-REASON (POSTING-COUNT)
                   END-EVALUATE
           END-READ.

       WRITE-CARD-ERROR.
           MOVE RD-VOLSER TO RPT-EL-VOL.
           MOVE RD-DESTROY-DATE TO RPT-EL-DATE.
           MOVE RD-WITNESS TO RPT-EL-WITNESS.
           WRITE RPT-RECORD FROM RPT-ERROR-LINE.
           ADD 1 TO ERROR-COUNT.

      * One streaming pass over RETMEDIA through RETDWORK and back,
      * the certified cartridges picking up status D on the way.
       APPLY-THE-CERTIFICATES.
           OPEN INPUT RET-FILE.
           IF RET-FILE-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-RETENTION UNTIL RET-AT-END
               CLOSE RET-FILE
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT RET-FILE
               PERFORM COPY-WORK-TO-RETENTION UNTIL WORK-AT-END
               CLOSE WORK-FILE
               CLOSE RET-FILE
           END-IF.

       COPY-ONE-RETENTION.
           READ RET-FILE
               AT END
                   SET RET-AT-END TO TRUE
               NOT AT END
                   IF RM-RETAINED
                       PERFORM MATCH-ONE-CERTIFICATE
                           VARYING POSTING-SUB FROM 1 BY 1
                           UNTIL POSTING-SUB > POSTING-COUNT
                   END-IF
                   WRITE WORK-RECORD FROM RM-RECORD
           END-READ.

       MATCH-ONE-CERTIFICATE.
           IF RM-RETAINED
               AND PT-VOLSER (POSTING-SUB) = RM-VOLSER
               AND NOT PT-APPLIED (POSTING-SUB)
               IF RM-EXPIRY-DATE > PT-DESTROY-DATE (POSTING-SUB)
                   MOVE "NOT YET EXPIRED ON THE DESTRUCTION DATE"
                       TO PT-REASON (POSTING-SUB)
               ELSE
                   SET PT-APPLIED (POSTING-SUB) TO TRUE
                   MOVE "D" TO RM-STATUS
                   MOVE PT-DESTROY-DATE (POSTING-SUB)
                       TO RM-DESTROY-DATE
                   MOVE PT-WITNESS (POSTING-SUB) TO RM-WITNESS
                   ADD 1 TO DESTROYED-COUNT
                   PERFORM WRITE-CERTIFICATE
               END-IF
           END-IF.

       WRITE-CERTIFICATE.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-CERT-HEADER.
           MOVE RM-VOLSER TO RPT-CV-VOL.
           MOVE RM-SET-NAME TO RPT-CV-SET.
           MOVE RM-DISK-NUM TO RPT-CV-DISK.
           WRITE RPT-RECORD FROM RPT-CERT-VOLUME.
           MOVE RM-BUSINESS-DATE TO RPT-CC-BUS-DATE.
           MOVE RM-EXPIRY-DATE TO RPT-CC-EXPIRY.
           WRITE RPT-RECORD FROM RPT-CERT-CONTENT.
           MOVE RM-DESTROY-DATE TO RPT-CS-DATE.
           MOVE RM-WITNESS TO RPT-CS-WITNESS.
           WRITE RPT-RECORD FROM RPT-CERT-SIGNOFF.

       COPY-WORK-TO-RETENTION.
           READ WORK-FILE
               AT END
                   SET WORK-AT-END TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO RM-RECORD
                   WRITE RM-RECORD
           END-READ.

       REPORT-ONE-REFUSAL.
           IF NOT PT-APPLIED (POSTING-SUB)
               MOVE PT-VOLSER (POSTING-SUB) TO RPT-EL-VOL
               MOVE PT-DESTROY-DATE (POSTING-SUB) TO RPT-EL-DATE
               MOVE PT-WITNESS (POSTING-SUB) TO RPT-EL-WITNESS
               MOVE PT-REASON (POSTING-SUB) TO RPT-EL-TEXT
               WRITE RPT-RECORD FROM RPT-ERROR-LINE
               ADD 1 TO ERROR-COUNT
           END-IF.

       WRITE-DESTROY-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "DESTRUCTIONS CERTIFIED:" TO RPT-CL-LABEL.
           MOVE DESTROYED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CARDS REFUSED:" TO RPT-CL-LABEL.
           MOVE ERROR-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
