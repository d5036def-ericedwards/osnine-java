      * Record layout for the VAULTLOC vault location master: one
      * record per tape-room location the rotation poles map to,
      * keyed by the pole number (1-3) TOWERS-OF-HANOI uses for it.
      * Carries the location name every move line, TAPEMAST record
      * and report uses (taking the place of the POLENAMES
      * built-ins), the number of cartridge slots it physically
      * holds, where it is (building and room), and the custodian
      * to call about it.  Maintained by VAULT-LOCATION-MAINT; read
      * through the vloc-ws/vloc-proc loader.  A capacity of zero
      * means the slots are not counted -- the offsite vendor's
      * shelf, for one.
       01  VL-RECORD.
           02  VL-POLE-NUM             PIC 9.
           02  VL-NAME                 PIC X(16).
           02  VL-CAPACITY             PIC 9(04).
           02  VL-BUILDING             PIC X(12).
           02  VL-ROOM                 PIC X(08).
           02  VL-CUSTODIAN            PIC X(20).
           02  VL-PHONE                PIC X(12).
           02  FILLER                  PIC X(07).
