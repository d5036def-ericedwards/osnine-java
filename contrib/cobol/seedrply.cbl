      * A certification that reproduces everything ends RC 0; any
      * disagreement ends RC 8; a replay that can't be performed
      * (no seed, no history, no worksheet) ends RC 4.
      * 2026-10-15  The T replay honours the TRNSAMPRM ledger
      *             account range the way TRANSACTION-SAMPLE does,
      *             so a targeted draw certifies like any other.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT SAMP-FILE ASSIGN TO "TRNSAMP"
               ORGANIZATION LINE SEQUENTIAL
       77  ENTRY-SUB                   PIC 9(04) USAGE COMP.
       77  PICK-SUB                    PIC 9(09) USAGE COMP.
       77  TRN-COUNT                   PIC 9(09) USAGE COMP VALUE 0.
       77  ACCT-FROM                   PIC X(06) VALUE LOW-VALUES.
       77  ACCT-THRU                   PIC X(06) VALUE HIGH-VALUES.
       77  REGEN-DRAWN                 PIC 9(05) USAGE COMP VALUE 0.
       77  SHEET-KEY-COUNT             PIC 9(05) USAGE COMP VALUE 0.
       77  COMPARE-SUB                 PIC 9(05) USAGE COMP.
           END-IF.

      * The retained card, read the way TRANSACTION-SAMPLE reads
      * it: size, explicit seed, the band list up to the first
      * zero count, and the account range.
       READ-SAMPLE-CARD.
           OPEN INPUT SAMP-PARM-FILE.
           IF SAMP-PARM-STATUS = "00"
                       END-IF
                       MOVE TRNSAMP-RANDSEED TO CARD-SEED
                       PERFORM LOAD-CARD-BANDS
                       IF TRNSAMP-ACCT-FROM NOT = SPACE
                           MOVE TRNSAMP-ACCT-FROM TO ACCT-FROM
                       END-IF
                       IF TRNSAMP-ACCT-THRU NOT = SPACE
                           MOVE TRNSAMP-ACCT-THRU TO ACCT-THRU
                       END-IF
               END-READ
               CLOSE SAMP-PARM-FILE
           END-IF.
                   SET TRN-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO TRN-COUNT
                   IF TRN-ACCOUNT NOT < ACCT-FROM
                       AND TRN-ACCOUNT NOT > ACCT-THRU
                       PERFORM FIND-THE-BAND
                       PERFORM RESERVOIR-ONE-RECORD
                   END-IF
           END-READ.

       FIND-THE-BAND.
