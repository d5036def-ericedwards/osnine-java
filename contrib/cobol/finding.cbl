      * Finding codes: DP duplicate posting, UA unsupported amount,
      * CO cutoff error, OT other.  Resolution is O open until the
      * reviewer posts R resolved.  The quarterly findings report
      * totals these by code and dollar band.  When TRNJRNL shows
      * the transaction was changed or deleted after the sample was
      * drawn, FINDING-POST also carries the date and amount it had
      * when sampled -- the first such change's before image.
      * FN-ACCOUNT is the ledger account the transaction was
      * charged to, off TRNMAST or, once purged, TRNARCH; findings
      * posted before accounts existed carry spaces until their
      * next update fills it.
       01  FN-RECORD.
           02  FN-SAMPLE-DATE          PIC X(08).
           02  FN-TRN-KEY              PIC X(10).
           02  FN-REVIEWER             PIC X(03).
           02  FN-TRN-DATE             PIC X(08).
           02  FN-TRN-AMOUNT           PIC S9(7)V99.
           02  FN-SAMPLED-SW           PIC X(01).
               88  FN-CHANGED-SINCE-SAMPLE         VALUE "Y".
           02  FN-SAMPLED-DATE         PIC X(08).
           02  FN-SAMPLED-AMOUNT       PIC S9(7)V99.
           02  FN-ACCOUNT              PIC X(06).
