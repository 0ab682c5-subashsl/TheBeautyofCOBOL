      *   for COPYPROG2 to check. RUNCTL-OVERRIDE=Y forces a genuine
      *   rerun through; RUNCTL-DATE overrides the business date.
      *   RUNSHEET prints the completion history from the run log.
      * - DAYSNAP now runs ahead of this step as step 0 of the day,
      *   taking the dated snapshot DAYBACK restores from; this step
      *   refuses to start until the snapshot has completed for the
      *   business date (its run-control record is relative record
      *   9).
      * - The batch line is two bytes longer: CHALENT appends the
      *   godown the challan dispatches from (blank for the
      *   customer's default), which STKPOST posts the dispatch
      *   against. It is carried through the sort unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHALSORT.
          05 QUANTITY PIC 9(5).
          05 ITEM-RATE PIC 9(3)V99.
          05 UNUSED PIC X(25).
          05 DISPATCH-LOCATION PIC X(2).

       FD SORTED-FILE
          LABEL RECORDS STANDARD.
       01 SORTED-REC PIC X(82).

       FD AUDIT-FILE
          LABEL RECORDS STANDARD.
          05 S-QUANTITY PIC 9(5).
          05 S-ITEM-RATE PIC 9(3)V99.
          05 S-UNUSED PIC X(25).
          05 S-DISPATCH-LOCATION PIC X(2).

      * Shared run-control file for the daily sequence - one record
      * per step (1 CHALSORT, 2 COPYPROG2, 3 ARCHCONS, 4 STKPOST,
      * 5 INVGEN, 6 FILE2EXT, 7 GLJRNL) holding the business date
      * and the completion stamp, the one-record RELATIVE technique
      * COPYPROG's CHECKPOINT-FILE uses. RUN-LOG-FILE keeps the
      * appended completion history RUNSHEET prints from.
       FD RUN-CONTROL-FILE
          88 RUNCTL-FILE-OK VALUES '00' '02'.
          88 RUNCTL-FILE-NOT-FOUND VALUES '23' '35'.
       01 WS-RUNCTL-STEP PIC 9(1) VALUE 1.
       01 WS-RUNCTL-SNAP-KEY PIC 9(4) VALUE 9.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-RUNCTL-DATE-OVR PIC X(8).
       01 WS-OVERRIDE-SW PIC X VALUE 'N'.
                   WS-RUNCTL-STATUS
               STOP RUN
           END-IF.
           PERFORM CHECK-PREDECESSOR-STEP.
           PERFORM CHECK-OWN-STEP.

       CHECK-PREDECESSOR-STEP.
           IF WS-RUNCTL-STEP = 1
               MOVE WS-RUNCTL-SNAP-KEY TO WS-RUNCTL-KEY
           ELSE
               COMPUTE WS-RUNCTL-KEY = WS-RUNCTL-STEP - 1
           END-IF.
           SET RUNCTL-REC-FOUND TO TRUE.
           READ RUN-CONTROL-FILE
               INVALID KEY
