      * Record layout for the CTLHIST control change-history file:
      * one record per field changed on the NITECTL control card or
      * a ROTSET rotation set, appended by CONTROL-MAINT and by
      * ROTATION-SET-CHANGE and never rewritten.  Each carries the
      * date and time of the change, the file (and set, for
      * ROTSET), the field by its copybook name less the NITE- or
      * SET- prefix, the value before and after as keyed on the
      * file, and the initials of the requester and of the
      * different person who approved it.  Action C is a field
      * change, A a rotation set added (the after value is its
      * NUM-DISKS), D a set decommissioned.  A posting meant to
      * lapse -- a window override above all -- carries the date
      * it expires; CONTROL-EXPIRY-CHECK warns every night it is
      * still in force past that date.
       01  CTH-RECORD.
           02  CTH-CHANGE-DATE         PIC X(08).
           02  CTH-CHANGE-TIME         PIC X(08).
           02  CTH-FILE-ID             PIC X(08).
           02  CTH-SET-NAME            PIC X(08).
           02  CTH-ACTION              PIC X(01).
               88  CTH-FIELD-CHANGE                VALUE "C".
               88  CTH-SET-ADDED                   VALUE "A".
               88  CTH-SET-DROPPED                 VALUE "D".
           02  CTH-FIELD-NAME          PIC X(15).
           02  CTH-BEFORE              PIC X(10).
           02  CTH-AFTER               PIC X(10).
           02  CTH-REQUESTER           PIC X(03).
           02  CTH-APPROVER            PIC X(03).
           02  CTH-EXPIRY-DATE         PIC X(08).
           02  FILLER                  PIC X(08).
