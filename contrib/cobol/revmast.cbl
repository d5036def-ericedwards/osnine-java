      * Record layout for the REVMAST reviewer master: one record
      * per audit reviewer who can be handed sampled items, keyed
      * by the initials every SAMPDISP, FINDINGS, and TRNJRNL
      * record already carries.  The weekly capacity is the number
      * of open items the reviewer can carry at once; zero keeps
      * the reviewer on file but hands them nothing new.  The
      * out-of-office dates bracket an absence (both spaces when
      * none is posted); SAMPLE-ASSIGN gives nothing new to a
      * reviewer whose absence falls in the coming week.
      * Maintained by REVIEWER-MAINT.
       01  RV-RECORD.
           02  RV-INITIALS             PIC X(03).
           02  RV-NAME                 PIC X(30).
           02  RV-WEEKLY-CAPACITY      PIC 9(03).
           02  RV-OUT-FROM             PIC X(08).
           02  RV-OUT-TO               PIC X(08).
           02  FILLER                  PIC X(28).
