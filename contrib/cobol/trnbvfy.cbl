               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY TRN-KEY
               ALTERNATE RECORD KEY TRN-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT BAL-FILE ASSIGN TO "TRNBAL"
               ORGANIZATION LINE SEQUENTIAL
