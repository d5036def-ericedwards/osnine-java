      * The shared control-field catalog (fields in ctlf-ws.cbl).
      * FIND-CONTROL-FIELD leaves CF-SUB on the catalog entry for
      * CF-FILE-ID and CF-FIELD-NAME, zero for a field nobody may
      * post.  GET-CONTROL-FIELD copies that field's characters off
      * the record into CF-VALUE, left-justified; PUT-CONTROL-FIELD
      * copies them back from CF-VALUE.
       FIND-CONTROL-FIELD.
           MOVE 0 TO CF-SUB.
           PERFORM MATCH-ONE-CONTROL-FIELD
               VARYING CF-SEEK-SUB FROM 1 BY 1
               UNTIL CF-SEEK-SUB > CF-FIELD-COUNT OR CF-SUB > 0.

       MATCH-ONE-CONTROL-FIELD.
           IF CF-CAT-FILE-ID (CF-SEEK-SUB) = CF-FILE-ID
               AND CF-CAT-FIELD-NAME (CF-SEEK-SUB) = CF-FIELD-NAME
               MOVE CF-SEEK-SUB TO CF-SUB
           END-IF.

       GET-CONTROL-FIELD.
           MOVE SPACE TO CF-VALUE.
           IF CF-FILE-ID = "NITECTL"
               MOVE NITE-CTL-RECORD (CF-CAT-OFFSET (CF-SUB) :
                   CF-CAT-WIDTH (CF-SUB)) TO CF-VALUE
           ELSE
               MOVE ROTSET-RECORD (CF-CAT-OFFSET (CF-SUB) :
                   CF-CAT-WIDTH (CF-SUB)) TO CF-VALUE
           END-IF.

       PUT-CONTROL-FIELD.
           IF CF-FILE-ID = "NITECTL"
               MOVE CF-VALUE (1 : CF-CAT-WIDTH (CF-SUB))
                   TO NITE-CTL-RECORD (CF-CAT-OFFSET (CF-SUB) :
                   CF-CAT-WIDTH (CF-SUB))
           ELSE
               MOVE CF-VALUE (1 : CF-CAT-WIDTH (CF-SUB))
                   TO ROTSET-RECORD (CF-CAT-OFFSET (CF-SUB) :
                   CF-CAT-WIDTH (CF-SUB))
           END-IF.
