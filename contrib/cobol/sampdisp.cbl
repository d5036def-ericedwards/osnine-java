      * drawn, then P pulled, R reviewed, E exception, C closed,
      * with the date and reviewer initials of the last posting.
      * Anything not yet C is an open item the aging report chases.
      * The selection type says how the item got into the sample:
      * R (or space, on records seeded before the type existed) for
      * TRANSACTION-SAMPLE's random draw, J for a judgmental
      * addition -- a duplicate suspect the audit manager approved
      * through DUPLICATE-SUSPECT-APPROVE, whose initials ride in
      * the approver field.  Judgmental items take the same
      * disposition, aging, and findings trail as drawn ones but are
      * never part of the random draw's statistics.
      * The assigned reviewer is the one whose worklist the item is
      * on, stamped with the date it landed there by SAMPLE-ASSIGN
      * or SAMPLE-REASSIGN; spaces until the assignment step has
      * seen it.  It is the owner, not necessarily the initials of
      * whoever posted the last status.
       01  SD-RECORD.
           02  SD-SAMPLE-DATE          PIC X(08).
           02  SD-TRN-KEY              PIC X(10).
               88  SD-CLOSED                       VALUE "C".
           02  SD-STATUS-DATE          PIC X(08).
           02  SD-REVIEWER             PIC X(03).
           02  SD-SELECT-TYPE          PIC X(01).
               88  SD-RANDOM-DRAW                  VALUE "R" " ".
               88  SD-JUDGMENTAL                   VALUE "J".
           02  SD-APPROVER             PIC X(03).
           02  SD-ASSIGNED-TO          PIC X(03).
           02  SD-ASSIGNED-DATE        PIC X(08).
           02  FILLER                  PIC X(35).
