      * Record layout for the RETMEDIA retained-media master: one
      * record per quarter-end or year-end grandfather cartridge
      * taken out of the rotation for the seven-year records
      * policy.  BACKUP-CATALOG writes the record pending (P) the
      * night it catalogs a qualifying month-end and prints the
      * retention-pull notice; VOLSER-MAINT marks it retained (R)
      * with the pull date when the librarian swaps a fresh volser
      * into the slot; RETAINED-MEDIA-DESTROY marks it destroyed
      * (D) with the certificate's date and witness once the
      * expiry date has passed.  The business date and TRNMAST
      * figures are the BKUPCAT entry's, so RESTORE-PLAN can answer
      * from here after the rotation has moved on.
       01  RM-RECORD.
           02  RM-VOLSER               PIC X(06).
           02  RM-SET-NAME             PIC X(08).
           02  RM-DISK-NUM             PIC 99.
           02  RM-BUSINESS-DATE        PIC X(08).
           02  RM-REC-COUNT            PIC 9(09).
           02  RM-NET-AMOUNT           PIC S9(11)V99.
           02  RM-CLOSE-TYPE           PIC X(01).
               88  RM-QUARTER-END                  VALUE "Q".
               88  RM-YEAR-END                     VALUE "Y".
           02  RM-EXPIRY-DATE          PIC X(08).
           02  RM-STATUS               PIC X(01).
               88  RM-PULL-PENDING                 VALUE "P".
               88  RM-RETAINED                     VALUE "R".
               88  RM-DESTROYED                    VALUE "D".
           02  RM-PULL-DATE            PIC X(08).
           02  RM-DESTROY-DATE         PIC X(08).
           02  RM-WITNESS              PIC X(03).
           02  FILLER                  PIC X(05).
