      * Record layout for the DUPSUSP duplicate-suspect file: one
      * record per pair of TRNMAST entries DUPLICATE-SUSPECT-SCAN
      * judged a probable duplicate posting, rewritten every run in
      * rank order -- highest score first, then the larger dollar
      * amount, then the pair closest together in time.  Score 3 is
      * the same amount on the same date under near-identical keys
      * (one character different, or two neighbours swapped), 2 the
      * same amount on the same date under unrelated keys, 1 the
      * same amount within the scan's window of days.  The rank
      * amount is the amount without its sign, so a reversal ranks
      * with the posting it mirrors.  DUPLICATE-SUSPECT-APPROVE
      * reads it to confirm a key the audit manager approves for
      * the sample was actually flagged; NIGHTRUN counts it for
      * the scan step's NITELOG record.
       01  DS-RECORD.
           02  DS-RUN-DATE             PIC X(08).
           02  DS-SCORE                PIC 9(01).
               88  DS-NEAR-KEY                     VALUE 3.
               88  DS-SAME-DATE                    VALUE 2.
               88  DS-IN-WINDOW                    VALUE 1.
           02  DS-RANK-AMOUNT          PIC 9(7)V99.
           02  DS-AMOUNT               PIC S9(7)V99.
           02  DS-KEY-1                PIC X(10).
           02  DS-DATE-1               PIC X(08).
           02  DS-KEY-2                PIC X(10).
           02  DS-DATE-2               PIC X(08).
           02  DS-DAYS-APART           PIC 9(03).
           02  FILLER                  PIC X(14).
