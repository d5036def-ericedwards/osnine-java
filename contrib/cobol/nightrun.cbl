      *                          prior night sits unacknowledged;
      *                          a warning only matters if somebody
      *                          is made to read it.
      *   4. CONTROL-EXPIRY-CHECK - warn the shift through ALERTLOG
      *                          of every NITECTL or ROTSET change
      *                          still in force past the expiry
      *                          date CONTROL-MAINT posted it with;
      *                          the warning repeats nightly until
      *                          the change is cleared.  Never holds
      *                          the night.
      *   5. BATCH-WINDOW-CHECK - size tonight's rotations against
      *                          the NITECTL batch-window end and
      *                          hold the job before the first tape
      *                          moves when the estimate runs past
      *                          it (NITECTL's override switch lets
      *                          an accepted overrun through).
      *   6. MEDIA-WEAR-CHECK  - hold the rotations when a tape in
      *                          a set rotating tonight is past the
      *                          NITECTL retirement threshold, so
      *                          worn media is replaced before the
      *                          rotation writes to it again;
      *                          warnings alone don't hold.
      *   7. VAULT-OCCUPANCY-CHECK - project where tonight's
      *                          rotations leave every set's tapes
      *                          and hold the rotations when a
      *                          VAULTLOC location would be past its
      *                          slot capacity, before the tape room
      *                          is handed a pick list it can't
      *                          shelve.
      *   8. TOWERS-OF-HANOI   - rotate the backup tapes, once per
      *                          ROTSET rotation set (or the single
      *                          unnamed rotation when there is no
      *                          ROTSET), only if step 2 reconciled
      *                          switch so later sets extend the
      *                          night's HANOIRPT instead of wiping
      *                          the earlier sections.
      *   9. ROTATION-VERIFY   - after each set that rotated clean,
      *                          replay its HANOIAUD moves and file
      *                          its VFYRPT certification section.
      *                          A failed certification is reported
      *                          but doesn't stop the stream.
      *  10. TAPE-INVENTORY-UPDATE - roll the night's HANOIAUD moves
      *                          into the TAPEMAST inventory master.
      *                          Runs even when a rotation failed:
      *                          moves issued before it died are
      *                          real and the inventory must show
      *                          them.
      *  11. COURIER-MANIFEST  - file the CURMANF pickup document and
      *                          CURMREC reconciliation records for
      *                          any moves that touched the offsite
      *                          courier location tonight.  Runs
      *                          every night; a night with no
      *                          courier moves files a document
      *                          saying so.
      *  12. TRANSACTION-MAINT - apply the night's TRNTXN batch to
      *                          the TRNMAST master and append the
      *                          TRNBAL control record.  The
      *                          transaction side doesn't wait on
      *                          the tape side: it runs even when a
      *                          rotation was held.
      *  13. TRNMAST-BALANCE-VERIFY - prove the master still
      *                          balances to the control record; an
      *                          out-of-balance makes the job's
      *                          final RC nonzero so the downstream
      *                          TRANSACTION-SAMPLE submission is
      *                          held.  Always rerun -- it's a
      *                          read-only proof.
      *  14. BACKUP-CATALOG    - write the night's BKUPCAT records
      *                          tying the TRNMAST close to the
      *                          tape generation the rotation wrote
      *                          and its current location.  Always
      *                          rerun -- it replaces its own
      *                          night's records.
      *  15. DUPLICATE-SUSPECT-SCAN - rank tonight's probable
      *                          duplicate postings on TRNMAST for
      *                          the audit manager.  Always rerun --
      *                          it replaces its own suspect file;
      *                          suspects found (RC 4) are logged
      *                          as a clean step with the pair
      *                          count, and don't touch the job's
      *                          final RC.
      *  16. AVERAGES-TEST     - draw this run's audit sample, only
      *                          if every rotation ended with RC 0.
      * Link-edit NIGHTRUN with OFFSITE-POLE-PICK, MOVE-CONFIRM-RECON,
      * ALERT-ACK-CHECK, CONTROL-EXPIRY-CHECK, BATCH-WINDOW-CHECK,
      * MEDIA-WEAR-CHECK, VAULT-OCCUPANCY-CHECK, RECALL-HOLD-CHECK,
      * TOWERS-OF-HANOI, TAPE-INVENTORY-UPDATE, ROTATION-VERIFY,
      * COURIER-MANIFEST, TRANSACTION-MAINT, TRNMAST-BALANCE-VERIFY,
      * BACKUP-CATALOG, DUPLICATE-SUSPECT-SCAN, and AVERAGES-TEST as
      * called subprograms and submit the result as the nightly
      * batch step.
      * 2026-08-21  Added the TAPE-INVENTORY-UPDATE step after the
      *             rotation so TAPEMAST tracks the move stream
      *             generation holds which business day's master --
      *             the question every restore starts with, finally
      *             answered from a file instead of from memory.
      * 2026-10-15  Added the VAULT-OCCUPANCY-CHECK step after the
      *             wear check: a rotation that would leave a
      *             VAULTLOC location past its slot capacity holds
      *             the rotations (RC 8) the same way worn media
      *             does.
      * 2026-10-15  Added the DUPLICATE-SUSPECT-SCAN step after the
      *             backup catalog, so the ranked duplicate-posting
      *             suspects are waiting for the audit manager every
      *             morning.
      * 2026-10-15  Added the CONTROL-EXPIRY-CHECK step after the
      *             alert acknowledgment check: a control change
      *             left in force past its posted expiry raises a
      *             warning every night until it is cleared.
      * 2026-10-15  The duplicate scan's RC 4 (suspects found) is
      *             logged on NITELOG as RC 0 with the DUPSUSP pair
      *             count, so a night with suspects still reads
      *             clean on the morning report and the scorecard.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CKPT-FILE ASSIGN TO "HANOICKPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.
           SELECT DUPS-FILE ASSIGN TO "DUPSUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DUPS-FILE-STATUS.
           SELECT PCAL-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PCAL-FILE-STATUS.
           02  CKPT-SET-NAME           PIC X(08).
           02  CKPT-MOVE-COUNT         PIC 9(07).
           02  CKPT-NUM-DISKS          PIC 99.
       FD  DUPS-FILE.
       COPY "dupsusp.cbl".
       FD  PCAL-FILE.
       COPY "procal.cbl".
       WORKING-STORAGE SECTION.
       77  ALERT-RC                 PIC S9(09) COMP.
       77  SIZING-RC                PIC S9(09) COMP.
       77  WEAR-RC                  PIC S9(09) COMP.
       77  OCCUPANCY-RC             PIC S9(09) COMP.
       77  HANOI-RC                 PIC S9(09) COMP.
       77  MAINT-RC                 PIC S9(09) COMP.
       77  BALANCE-RC               PIC S9(09) COMP.
       77  LOG-COUNT                PIC 9(07) USAGE COMP.
       77  AVG-TEST-COUNT           PIC 9(07) USAGE COMP VALUE 1000.
       77  ROTATION-MOVES           PIC 9(07) USAGE COMP.
       77  DUPS-FILE-STATUS         PIC X(02).
       77  DUPS-AT-END-SW           PIC X(01).
           88  DUPS-AT-END                      VALUE "Y".
       77  SUSPECT-COUNT            PIC 9(07) USAGE COMP.
       77  CAL-FILE-STATUS          PIC X(02).
       77  CKPT-FILE-STATUS         PIC X(02).
       77  CKPT-AT-END-SW           PIC X(01).
                   PERFORM WRITE-STEP-LOG
           END-EVALUATE.
           PERFORM NOTE-STEP-START.
           MOVE "CONTROL-EXPIRY-CHECK" TO LOG-STEP-NAME.
           MOVE SPACE TO LOG-SET-NAME.
           PERFORM CHECK-STEP-DONE.
           IF STEP-DONE
               DISPLAY "NIGHTRUN: CONTROL-EXPIRY-CHECK ALREADY ",
                   "COMPLETE FOR ", LOG-RUN-DATE, ", NOT RERUN"
           ELSE
               DISPLAY "NIGHTRUN: STARTING CONTROL-EXPIRY-CHECK STEP"
               CALL "CONTROL-EXPIRY-CHECK"
               MOVE RETURN-CODE TO LOG-RC
               DISPLAY "NIGHTRUN: CONTROL-EXPIRY-CHECK ENDED, RC=",
                   LOG-RC
               MOVE "C" TO LOG-STATUS
               MOVE 0 TO LOG-COUNT
               PERFORM WRITE-STEP-LOG
           END-IF.
           PERFORM NOTE-STEP-START.
           MOVE "BATCH-WINDOW-CHECK" TO LOG-STEP-NAME.
           MOVE SPACE TO LOG-SET-NAME.
           PERFORM CHECK-STEP-DONE.
                   MOVE 0 TO LOG-COUNT
                   PERFORM WRITE-STEP-LOG
           END-EVALUATE.
           PERFORM NOTE-STEP-START.
           MOVE "VAULT-OCCUPANCY-CHECK" TO LOG-STEP-NAME.
           MOVE SPACE TO LOG-SET-NAME.
           PERFORM CHECK-STEP-DONE.
           EVALUATE TRUE
               WHEN STEP-DONE
                   DISPLAY "NIGHTRUN: VAULT-OCCUPANCY-CHECK ALREADY ",
                       "COMPLETE FOR ", LOG-RUN-DATE, ", NOT RERUN"
                   MOVE 0 TO OCCUPANCY-RC
               WHEN WEAR-RC < 8
                   DISPLAY "NIGHTRUN: STARTING VAULT-OCCUPANCY-CHECK ",
                       "STEP"
                   CALL "VAULT-OCCUPANCY-CHECK"
                   MOVE RETURN-CODE TO OCCUPANCY-RC
                   DISPLAY "NIGHTRUN: VAULT-OCCUPANCY-CHECK ENDED, RC=",
                       OCCUPANCY-RC
                   MOVE "C" TO LOG-STATUS
                   MOVE OCCUPANCY-RC TO LOG-RC
                   MOVE 0 TO LOG-COUNT
                   PERFORM WRITE-STEP-LOG
               WHEN OTHER
                   MOVE WEAR-RC TO OCCUPANCY-RC
                   MOVE "S" TO LOG-STATUS
                   MOVE OCCUPANCY-RC TO LOG-RC
                   MOVE 0 TO LOG-COUNT
                   PERFORM WRITE-STEP-LOG
           END-EVALUATE.
           EVALUATE TRUE
               WHEN POLE-PICK-RC NOT = 0
                   DISPLAY "NIGHTRUN: POLE SELECTION FAILED, ",
                       "SKIPPING TOWERS-OF-HANOI"
                   MOVE WEAR-RC TO HANOI-RC
                   PERFORM LOG-SKIPPED-ROTATION
               WHEN OCCUPANCY-RC >= 8
                   DISPLAY "NIGHTRUN: A VAULT LOCATION WOULD BE OVER ",
                       "CAPACITY, SKIPPING TOWERS-OF-HANOI"
                   MOVE OCCUPANCY-RC TO HANOI-RC
                   PERFORM LOG-SKIPPED-ROTATION
               WHEN PCAL-FREEZE-ON
                   DISPLAY "NIGHTRUN: PROCESSING FREEZE DECLARED ",
                       "ON PROCCAL, ROTATIONS HELD FOR THE NIGHT"
           MOVE 0 TO LOG-COUNT.
           PERFORM WRITE-STEP-LOG.
           PERFORM NOTE-STEP-START.
           MOVE "DUPLICATE-SUSPECT-SCAN" TO LOG-STEP-NAME.
           DISPLAY "NIGHTRUN: STARTING DUPLICATE-SUSPECT-SCAN STEP".
           CALL "DUPLICATE-SUSPECT-SCAN".
           MOVE RETURN-CODE TO LOG-RC.
           DISPLAY "NIGHTRUN: DUPLICATE-SUSPECT-SCAN ENDED, RC=",
               LOG-RC.
           MOVE "C" TO LOG-STATUS.
           IF LOG-RC = 4
               MOVE 0 TO LOG-RC
           END-IF.
           PERFORM FETCH-SUSPECT-COUNT.
           MOVE SUSPECT-COUNT TO LOG-COUNT.
           PERFORM WRITE-STEP-LOG.
           PERFORM NOTE-STEP-START.
           MOVE "AVERAGES-TEST" TO LOG-STEP-NAME.
           MOVE SPACE TO LOG-SET-NAME.
           PERFORM CHECK-STEP-DONE.
                   END-IF
           END-READ.

      * DUPLICATE-SUSPECT-SCAN rewrites DUPSUSP whole every run,
      * one record per suspect pair: its record count is tonight's
      * pair count for the step's NITELOG record.
       FETCH-SUSPECT-COUNT.
           MOVE 0 TO SUSPECT-COUNT.
           MOVE "N" TO DUPS-AT-END-SW.
           OPEN INPUT DUPS-FILE.
           IF DUPS-FILE-STATUS = "00"
               PERFORM READ-NEXT-SUSPECT UNTIL DUPS-AT-END
               CLOSE DUPS-FILE
           END-IF.

       READ-NEXT-SUSPECT.
           READ DUPS-FILE
               AT END
                   SET DUPS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO SUSPECT-COUNT
           END-READ.

      * Reads back the card OFFSITE-POLE-PICK just wrote, so every
      * set without its own pole assignment rotates to the pole the
      * calendar picked for tonight.
