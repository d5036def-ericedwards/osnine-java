      * WORKING-STORAGE fields for the shared VAULTLOC location-
      * master loader in vloc-proc.cbl: one entry per rotation pole
      * holding the slot capacity, building, room, and custodian
      * the master carries for it.  The location names themselves
      * stay in POLE-NAME-ENTRY (polenames.cbl), which the copying
      * program must also copy -- the loader overlays them from the
      * master, so every existing POLE-NAME-ENTRY reference reads
      * the maintained name.  The copying program supplies the
      * VLOC-FILE FD (layout vaultloc.cbl, ASSIGN "VAULTLOC") and
      * VLOC-FILE-STATUS.
       77  VLOC-SUB                    PIC 9 USAGE COMP.
       77  VLOC-AT-END-SW              PIC X(01).
           88  VLOC-AT-END                         VALUE "Y".
       01  VLOC-TABLE.
           02  VLOC-ENTRY OCCURS 3 TIMES.
             03  VLOC-ON-FILE-SW       PIC X(01).
               88  VLOC-ON-FILE                    VALUE "Y".
             03  VLOC-CAPACITY         PIC 9(04).
             03  VLOC-BUILDING         PIC X(12).
             03  VLOC-ROOM             PIC X(08).
             03  VLOC-CUSTODIAN        PIC X(20).
             03  VLOC-PHONE            PIC X(12).
