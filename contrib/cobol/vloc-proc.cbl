      * The shared VAULTLOC loader (fields in vloc-ws.cbl): each
      * master record for pole 1-3 replaces that pole's POLENAMES
      * name and fills in its capacity, building, room, and
      * custodian.  A missing VAULTLOC, or a pole with no record,
      * keeps the POLENAMES built-in name with no capacity behind
      * it, so a shop that never loads the master behaves exactly
      * as before it existed.
       LOAD-VAULT-LOCATIONS.
           PERFORM CLEAR-ONE-VAULT-LOCATION
               VARYING VLOC-SUB FROM 1 BY 1 UNTIL VLOC-SUB > 3.
           MOVE "N" TO VLOC-AT-END-SW.
           OPEN INPUT VLOC-FILE.
           IF VLOC-FILE-STATUS = "00"
               PERFORM READ-NEXT-VAULT-LOCATION UNTIL VLOC-AT-END
               CLOSE VLOC-FILE
           END-IF.

       CLEAR-ONE-VAULT-LOCATION.
           MOVE "N" TO VLOC-ON-FILE-SW (VLOC-SUB).
           MOVE 0 TO VLOC-CAPACITY (VLOC-SUB).
           MOVE SPACE TO VLOC-BUILDING (VLOC-SUB).
           MOVE SPACE TO VLOC-ROOM (VLOC-SUB).
           MOVE SPACE TO VLOC-CUSTODIAN (VLOC-SUB).
           MOVE SPACE TO VLOC-PHONE (VLOC-SUB).

       READ-NEXT-VAULT-LOCATION.
           READ VLOC-FILE
               AT END
                   SET VLOC-AT-END TO TRUE
               NOT AT END
                   IF VL-POLE-NUM >= 1 AND VL-POLE-NUM <= 3
                       AND VL-NAME NOT = SPACE
                       MOVE VL-POLE-NUM TO VLOC-SUB
                       SET VLOC-ON-FILE (VLOC-SUB) TO TRUE
                       MOVE VL-NAME TO POLE-NAME-ENTRY (VLOC-SUB)
                       MOVE VL-CAPACITY TO VLOC-CAPACITY (VLOC-SUB)
                       MOVE VL-BUILDING TO VLOC-BUILDING (VLOC-SUB)
                       MOVE VL-ROOM TO VLOC-ROOM (VLOC-SUB)
                       MOVE VL-CUSTODIAN TO VLOC-CUSTODIAN (VLOC-SUB)
                       MOVE VL-PHONE TO VLOC-PHONE (VLOC-SUB)
                   END-IF
           END-READ.
