      * all is the old uniform draw over the whole master.  Left
      * zero, SAMPLE-SIZE falls back to TRANSACTION-SAMPLE's
      * built-in default and the seed is derived from the time of
      * day, the same convention AVERAGES-TEST uses.  The optional
      * ledger account range past column 80 narrows a targeted
      * audit to the accounts from ACCT-FROM through ACCT-THRU;
      * a blank FROM starts at the first account, a blank THRU
      * runs to the last, and both blank is the whole master.
       01  TRNSAMP-PARM-RECORD.
           02  TRNSAMP-SAMPLE-SIZE     PIC 9(04).
           02  TRNSAMP-RANDSEED        PIC S9(09).
             03  TRNSAMP-BAND-LIMIT    PIC 9(7)V99.
             03  TRNSAMP-BAND-COUNT    PIC 9(04).
           02  FILLER                  PIC X(02).
           02  TRNSAMP-ACCT-FROM       PIC X(06).
           02  TRNSAMP-ACCT-THRU       PIC X(06).
