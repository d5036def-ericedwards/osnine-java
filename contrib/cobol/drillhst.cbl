      * Record layout for the DRILLHST restore-drill history file:
      * one record per drill, appended open by RESTORE-DRILL-SELECT
      * when the monthly ticket is issued and completed in place by
      * RESTORE-DRILL-POST when the operators report what the
      * restore actually gave back.  Each record carries the picked
      * BKUPCAT entry (set, generation, volser, the business date it
      * holds, and the TRNMAST record count and net amount the
      * restore should show), the RAN3 seed the month's pick was
      * drawn with -- punch it on DRILLPRM to replay the same pick
      * -- and, once posted, the actual figures, pass or fail, the
      * result date, and the operator.  Never reset; it is the
      * auditors' proof that the tapes restore.
       01  DH-RECORD.
           02  DH-DRILL-DATE           PIC X(08).
           02  DH-SET-NAME             PIC X(08).
           02  DH-DISK-NUM             PIC 99.
           02  DH-VOLSER               PIC X(06).
           02  DH-CAT-DATE             PIC X(08).
           02  DH-EXP-COUNT            PIC 9(09).
           02  DH-EXP-AMOUNT           PIC S9(11)V99.
           02  DH-ACT-COUNT            PIC 9(09).
           02  DH-ACT-AMOUNT           PIC S9(11)V99.
           02  DH-STATUS               PIC X(01).
               88  DH-OPEN                         VALUE "O".
               88  DH-PASSED                       VALUE "P".
               88  DH-FAILED                       VALUE "F".
           02  DH-RESULT-DATE          PIC X(08).
           02  DH-OPERATOR             PIC X(03).
           02  DH-SEED                 PIC 9(09).
           02  FILLER                  PIC X(03).
