      *             exception line says it resumes -- deliberate
      *             two-night rotations shouldn't look like
      *             failures.
      * 2026-10-15  Added the control changes section: every NITECTL
      *             and ROTSET change on the CTLHIST history posted
      *             since the prior night's run began, with before
      *             and after values, who asked, who approved, and
      *             any expiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "NITELOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT CTLH-FILE ASSIGN TO "CTLHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTLH-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "NITERPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       FILE SECTION.
       FD  LOG-FILE.
       COPY "nitelog.cbl".
       FD  CTLH-FILE.
       COPY "ctlhist.cbl".
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(90).
       WORKING-STORAGE SECTION.
       77  LOG-FILE-STATUS             PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  CTLH-FILE-STATUS            PIC X(02).
       77  CTLH-AT-END-SW              PIC X(01).
           88  CTLH-AT-END                         VALUE "Y".
       77  LOG-AT-END-SW               PIC X(01).
           88  LOG-AT-END                          VALUE "Y".
       77  LATEST-RUN-DATE             PIC X(08) VALUE SPACE.
       77  PRIOR-RUN-DATE              PIC X(08) VALUE SPACE.
       77  PRIOR-START-TIME            PIC X(08) VALUE SPACE.
       77  LATEST-START-TIME           PIC X(08) VALUE SPACE.
       77  CHANGE-CUTOFF               PIC X(16) VALUE SPACE.
       77  CHANGE-STAMP                PIC X(16).
       77  DETAIL-COUNT                PIC 9(05) USAGE COMP VALUE 0.
       77  EXCEPTION-COUNT             PIC 9(05) USAGE COMP VALUE 0.
       77  CONTROL-CHANGE-COUNT        PIC 9(05) USAGE COMP VALUE 0.
       01  RPT-HEADER-1.
           02  FILLER                  PIC X(26) VALUE
               "NIGHTRUN MORNING REPORT".
           02  RPT-EL-SET              PIC X(08).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-EL-TEXT             PIC X(24).
       01  RPT-CHANGE-LINE.
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-CL-DATE             PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-CL-OWNER            PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-CL-FIELD            PIC X(15).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-CL-BEFORE           PIC X(10).
           02  FILLER                  PIC X(04) VALUE " TO ".
           02  RPT-CL-AFTER            PIC X(10).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  RPT-CL-REQUESTER        PIC X(03).
           02  FILLER                  PIC X(01) VALUE "/".
           02  RPT-CL-APPROVER         PIC X(03).
           02  FILLER                  PIC X(02) VALUE SPACE.
           02  RPT-CL-EXPIRY-TAG       PIC X(04).
           02  RPT-CL-EXPIRY           PIC X(08).
       01  RPT-NO-CHANGE-LINE.
           02  FILLER                  PIC X(30) VALUE
               "  (NO CONTROL CHANGES)".
       01  RPT-NONE-LINE.
           02  FILLER                  PIC X(30) VALUE
               "  (NO EXCEPTIONS IN PERIOD)".
               GOBACK
           END-IF.
           PERFORM PRINT-LAST-NIGHT.
           PERFORM PRINT-CONTROL-CHANGES.
           PERFORM PRINT-EXCEPTIONS.
           CLOSE RPT-FILE.
           DISPLAY "MORNING-RUN-REPORT: ", DETAIL-COUNT,
               " STEPS LAST NIGHT, ", CONTROL-CHANGE-COUNT,
               " CONTROL CHANGES, ", EXCEPTION-COUNT,
               " EXCEPTIONS IN PERIOD".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * NITELOG is written in run order, so the last record's date
      * is the latest night.  The night before it, and the time its
      * first step started, mark where the control changes section
      * begins.
       FIND-LATEST-NIGHT.
           MOVE "N" TO LOG-AT-END-SW.
           OPEN INPUT LOG-FILE.
               AT END
                   SET LOG-AT-END TO TRUE
               NOT AT END
                   PERFORM NOTE-PRIOR-NIGHT
                   IF NL-RUN-DATE > LATEST-RUN-DATE
                       MOVE NL-RUN-DATE TO LATEST-RUN-DATE
                   END-IF
           END-READ.

      * A new latest night turns the one before it into the prior
      * night, carrying the earliest start time seen for it.
       NOTE-PRIOR-NIGHT.
           EVALUATE TRUE
               WHEN NL-RUN-DATE > LATEST-RUN-DATE
                   MOVE LATEST-RUN-DATE TO PRIOR-RUN-DATE
                   MOVE LATEST-START-TIME TO PRIOR-START-TIME
                   MOVE NL-START-TIME TO LATEST-START-TIME
               WHEN NL-RUN-DATE = LATEST-RUN-DATE
                   AND NL-START-TIME < LATEST-START-TIME
                   MOVE NL-START-TIME TO LATEST-START-TIME
           END-EVALUATE.

       PRINT-LAST-NIGHT.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
                   END-IF
           END-READ.

      * Every NITECTL and ROTSET change posted since the prior
      * night's first step started -- the settings last night ran
      * under and anything changed since.  With only one night on
      * NITELOG the whole CTLHIST history is listed.
       PRINT-CONTROL-CHANGES.
           MOVE SPACE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "CONTROL CHANGES SINCE THE PRIOR NIGHT"
               TO RPT-SECTION-LINE.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE.
           IF PRIOR-RUN-DATE NOT = SPACE
               STRING PRIOR-RUN-DATE, PRIOR-START-TIME
                   DELIMITED BY SIZE INTO CHANGE-CUTOFF
           END-IF.
           MOVE "N" TO CTLH-AT-END-SW.
           OPEN INPUT CTLH-FILE.
           IF CTLH-FILE-STATUS = "00"
               PERFORM PRINT-ONE-CONTROL-CHANGE UNTIL CTLH-AT-END
               CLOSE CTLH-FILE
           END-IF.
           IF CONTROL-CHANGE-COUNT = 0
               WRITE RPT-RECORD FROM RPT-NO-CHANGE-LINE
           END-IF.

       PRINT-ONE-CONTROL-CHANGE.
           READ CTLH-FILE
               AT END
                   SET CTLH-AT-END TO TRUE
               NOT AT END
                   STRING CTH-CHANGE-DATE, CTH-CHANGE-TIME
                       DELIMITED BY SIZE INTO CHANGE-STAMP
                   IF CHANGE-STAMP > CHANGE-CUTOFF
                       PERFORM PRINT-CHANGE-LINE
                   END-IF
           END-READ.

       PRINT-CHANGE-LINE.
           ADD 1 TO CONTROL-CHANGE-COUNT.
           MOVE CTH-CHANGE-DATE TO RPT-CL-DATE.
           IF CTH-FILE-ID = "ROTSET"
               MOVE CTH-SET-NAME TO RPT-CL-OWNER
           ELSE
               MOVE CTH-FILE-ID TO RPT-CL-OWNER
           END-IF.
           MOVE CTH-FIELD-NAME TO RPT-CL-FIELD.
           MOVE CTH-BEFORE TO RPT-CL-BEFORE.
           MOVE CTH-AFTER TO RPT-CL-AFTER.
           IF CTH-SET-DROPPED
               MOVE "(DROPPED)" TO RPT-CL-AFTER
           END-IF.
           IF CTH-SET-ADDED
               MOVE "(ADDED)" TO RPT-CL-BEFORE
           END-IF.
           MOVE CTH-REQUESTER TO RPT-CL-REQUESTER.
           MOVE CTH-APPROVER TO RPT-CL-APPROVER.
           IF CTH-EXPIRY-DATE = SPACE
               MOVE SPACE TO RPT-CL-EXPIRY-TAG
           ELSE
               MOVE "EXP " TO RPT-CL-EXPIRY-TAG
           END-IF.
           MOVE CTH-EXPIRY-DATE TO RPT-CL-EXPIRY.
           WRITE RPT-RECORD FROM RPT-CHANGE-LINE.

      * Every skipped or nonzero step in the whole period on file,
      * the list the auditors actually ask for.
       PRINT-EXCEPTIONS.
