      * WORKING-STORAGE fields for the shared control-field catalog
      * in ctlf-proc.cbl: every NITECTL and ROTSET field that
      * CONTROL-MAINT may post, by its copybook name less the NITE-
      * or SET- prefix, with its position and width on the record
      * and whether it is numeric (N) or a switch (A).  Values move
      * as the characters keyed on the file, so a tolerance of .25
      * reads and posts as 25 and a window end as HHMM.  The
      * caller fills CF-FILE-ID and CF-FIELD-NAME and PERFORMs
      * FIND-CONTROL-FIELD, then GET-CONTROL-FIELD or PUT-CONTROL-
      * FIELD to move CF-VALUE from or to NITE-CTL-RECORD or
      * ROTSET-RECORD, which the copying program supplies.
       77  CF-FILE-ID                  PIC X(08).
       77  CF-FIELD-NAME               PIC X(15).
       77  CF-VALUE                    PIC X(10).
       77  CF-SUB                      PIC 99 USAGE COMP.
       77  CF-SEEK-SUB                 PIC 99 USAGE COMP.
       77  CF-FIELD-COUNT              PIC 99 VALUE 17.
       01  CF-CATALOG-VALUES.
           02  FILLER                  PIC X(28) VALUE
               "NITECTL NUM-DISKS      0102N".
           02  FILLER                  PIC X(28) VALUE
               "NITECTL RANDSEED       0309N".
           02  FILLER                  PIC X(28) VALUE
               "NITECTL TEST-COUNT     1204N".
           02  FILLER                  PIC X(28) VALUE
               "NITECTL LOW-TOL        1602N".
           02  FILLER                  PIC X(28) VALUE
               "NITECTL HIGH-TOL       1802N".
           02  FILLER                  PIC X(28) VALUE
               "NITECTL CKPT-INTERVAL  2003N".
           02  FILLER                  PIC X(28) VALUE
               "NITECTL AUD-RETAIN-DAYS2303N".
           02  FILLER                  PIC X(28) VALUE
               "NITECTL WINDOW-END     2604N".
           02  FILLER                  PIC X(28) VALUE
               "NITECTL WINDOW-OVERRIDE3001A".
           02  FILLER                  PIC X(28) VALUE
               "NITECTL WEAR-WARN      3105N".
           02  FILLER                  PIC X(28) VALUE
               "NITECTL WEAR-RETIRE    3605N".
           02  FILLER                  PIC X(28) VALUE
               "NITECTL SUSPEND-HHMM   4104N".
           02  FILLER                  PIC X(28) VALUE
               "NITECTL MOVE-BUDGET    4507N".
           02  FILLER                  PIC X(28) VALUE
               "ROTSET  NUM-DISKS      0902N".
           02  FILLER                  PIC X(28) VALUE
               "ROTSET  FROM-POLE      1101N".
           02  FILLER                  PIC X(28) VALUE
               "ROTSET  TO-POLE        1201N".
           02  FILLER                  PIC X(28) VALUE
               "ROTSET  VIA-POLE       1301N".
       01  CF-CATALOG REDEFINES CF-CATALOG-VALUES.
           02  CF-ENTRY OCCURS 17 TIMES.
             03  CF-CAT-FILE-ID        PIC X(08).
             03  CF-CAT-FIELD-NAME     PIC X(15).
             03  CF-CAT-OFFSET         PIC 99.
             03  CF-CAT-WIDTH          PIC 99.
             03  CF-CAT-TYPE           PIC X(01).
               88  CF-CAT-NUMERIC                  VALUE "N".
