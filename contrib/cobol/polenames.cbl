      * Maps HANOI's pole numbers (1, 2, 3) to the tape room's own
      * vault/rack location codes, so move lines read in terms
      * operators actually use instead of bare pole numbers.
      * These are the built-in names; a program that also copies
      * vloc-ws.cbl and PERFORMs LOAD-VAULT-LOCATIONS gets the
      * names maintained on the VAULTLOC location master instead.
       01  POLE-NAME-VALUES.
           02  FILLER                  PIC X(16) VALUE "ONSITE-SAFE".
           02  FILLER                  PIC X(16) VALUE "OVERFLOW-RACK".
