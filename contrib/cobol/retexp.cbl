       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAINED-MEDIA-EXPIRY.
       DATE-WRITTEN. 2026-10-15.
      * The annual retained-media expiry report.  Every RETMEDIA
      * cartridge still retained whose seven-year expiry falls on or
      * before the RETXPRM card's as-of date (YYYYMMDD; missing or
      * blank means today) is listed on RETXRPT as eligible for
      * destruction, with the set, generation, business date, close
      * type, and expiry -- the records manager signs off this list
      * and destruction is then certified through
      * RETAINED-MEDIA-DESTROY.  Pulls BACKUP-CATALOG asked for that
      * no VOLSER-MAINT swap has yet confirmed are listed
      * separately: a cartridge still in the rotation will be
      * overwritten.  Ends RC 4 when any pull is still pending,
      * RC 0 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RETXPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT RET-FILE ASSIGN TO "RETMEDIA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RET-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "RETXRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  RETX-PARM-RECORD.
           02  RXP-AS-OF-DATE          PIC X(08).
           02  FILLER                  PIC X(72).
       FD  RET-FILE.
       COPY "retmedia.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       77  PARM-FILE-STATUS            PIC X(02).
       77  RET-FILE-STATUS             PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  RET-AT-END-SW               PIC X(01) VALUE "N".
           88  RET-AT-END                          VALUE "Y".
       77  AS-OF-DATE                  PIC X(08) VALUE SPACE.
       77  ELIGIBLE-COUNT              PIC 9(05) USAGE COMP VALUE 0.
       77  RETAINED-COUNT              PIC 9(05) USAGE COMP VALUE 0.
       77  PENDING-COUNT               PIC 9(05) USAGE COMP VALUE 0.
       77  DESTROYED-COUNT             PIC 9(05) USAGE COMP VALUE 0.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(32) VALUE
               "RETAINED MEDIA EXPIRY REPORT".
       01  RPT-HEADER-2.
           02  FILLER                  PIC X(07) VALUE "AS OF: ".
           02  RPT-H2-DATE             PIC X(08).
           02  FILLER                  PIC X(13) VALUE "  PRINTED ON ".
           02  RPT-H2-RUN              PIC X(08).
       01  RPT-SECTION-LINE.
           02  RPT-SC-TEXT             PIC X(60).
       01  RPT-DETAIL-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-VOL              PIC X(06).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-DL-SET              PIC X(08).
           02  FILLER                  PIC X(04) VALUE " GEN".
           02  RPT-DL-DISK             PIC Z9.
           02  FILLER                  PIC X(07) VALUE "  DATE ".
           02  RPT-DL-BUS-DATE         PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-DL-TYPE             PIC X(07).
           02  FILLER                  PIC X(09) VALUE "  EXPIRY ".
           02  RPT-DL-EXPIRY           PIC X(08).
       01  RPT-NOTE-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-NT-TEXT             PIC X(60).
       01  RPT-COUNT-LINE.
           02  RPT-CL-LABEL            PIC X(32).
           02  RPT-CL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       RETAINED-EXPIRY-MAIN.
           PERFORM READ-PARM-CARD.
           OPEN OUTPUT RPT-FILE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE AS-OF-DATE TO RPT-H2-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RPT-H2-RUN.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "ELIGIBLE FOR DESTRUCTION" TO RPT-SC-TEXT.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE.
           PERFORM LIST-ELIGIBLE-MEDIA.
           IF ELIGIBLE-COUNT = 0
               MOVE "NONE" TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "RETENTION PULLS NOT YET CONFIRMED BY A VOLSER SWAP"
               TO RPT-SC-TEXT.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE.
           PERFORM LIST-PENDING-PULLS.
           IF PENDING-COUNT = 0
               MOVE "NONE" TO RPT-NT-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF.
           PERFORM WRITE-EXPIRY-TOTALS.
           CLOSE RPT-FILE.
           DISPLAY "RETAINED-MEDIA-EXPIRY: ", ELIGIBLE-COUNT,
               " ELIGIBLE FOR DESTRUCTION AS OF ", AS-OF-DATE, ", ",
               PENDING-COUNT, " PULLS PENDING".
           IF PENDING-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       MOVE RXP-AS-OF-DATE TO AS-OF-DATE
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF AS-OF-DATE = SPACE
               MOVE FUNCTION CURRENT-DATE (1:8) TO AS-OF-DATE
           END-IF.

      * Two passes over a small file keep each section in file
      * order without a sort.
       LIST-ELIGIBLE-MEDIA.
           MOVE "N" TO RET-AT-END-SW.
           OPEN INPUT RET-FILE.
           IF RET-FILE-STATUS = "00"
               PERFORM READ-NEXT-ELIGIBLE UNTIL RET-AT-END
               CLOSE RET-FILE
           END-IF.

       READ-NEXT-ELIGIBLE.
           READ RET-FILE
               AT END
                   SET RET-AT-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RM-DESTROYED
                           ADD 1 TO DESTROYED-COUNT
                       WHEN RM-RETAINED
                           ADD 1 TO RETAINED-COUNT
                           IF RM-EXPIRY-DATE <= AS-OF-DATE
                               ADD 1 TO ELIGIBLE-COUNT
                               PERFORM WRITE-MEDIA-DETAIL
                           END-IF
                   END-EVALUATE
           END-READ.

       LIST-PENDING-PULLS.
           MOVE "N" TO RET-AT-END-SW.
           OPEN INPUT RET-FILE.
           IF RET-FILE-STATUS = "00"
               PERFORM READ-NEXT-PENDING UNTIL RET-AT-END
               CLOSE RET-FILE
           END-IF.

       READ-NEXT-PENDING.
           READ RET-FILE
               AT END
                   SET RET-AT-END TO TRUE
               NOT AT END
                   IF RM-PULL-PENDING
                       ADD 1 TO PENDING-COUNT
                       PERFORM WRITE-MEDIA-DETAIL
                   END-IF
           END-READ.

       WRITE-MEDIA-DETAIL.
           MOVE RM-VOLSER TO RPT-DL-VOL.
           MOVE RM-SET-NAME TO RPT-DL-SET.
           MOVE RM-DISK-NUM TO RPT-DL-DISK.
           MOVE RM-BUSINESS-DATE TO RPT-DL-BUS-DATE.
           IF RM-YEAR-END
               MOVE "YR-END" TO RPT-DL-TYPE
           ELSE
               MOVE "QTR-END" TO RPT-DL-TYPE
           END-IF.
           MOVE RM-EXPIRY-DATE TO RPT-DL-EXPIRY.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE.

       WRITE-EXPIRY-TOTALS.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "CARTRIDGES RETAINED:" TO RPT-CL-LABEL.
           MOVE RETAINED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ELIGIBLE FOR DESTRUCTION:" TO RPT-CL-LABEL.
           MOVE ELIGIBLE-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "PULLS PENDING:" TO RPT-CL-LABEL.
           MOVE PENDING-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
           MOVE "DESTROYED TO DATE:" TO RPT-CL-LABEL.
           MOVE DESTROYED-COUNT TO RPT-CL-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE.
