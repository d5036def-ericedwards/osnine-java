      * this report accounts for perfectly well.  Run this as its
      * own year-end job, never in the middle of the nightly
      * stream.
      * 2026-10-15  TRNARCH records carry the ledger account with
      *             the rest of the TRN-RECORD (33 bytes; records
      *             archived before the account was carried are 27).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT ARCH-FILE ASSIGN TO "TRNARCH"
               ORGANIZATION LINE SEQUENTIAL
       FD  TRN-FILE.
       COPY "trnrec.cbl".
       FD  ARCH-FILE.
       01  ARCH-RECORD                 PIC X(33).
       FD  BAL-FILE.
       COPY "trnbal.cbl".
       FD  RPT-FILE.
