      * environment variables (RUNCTL-LOG, RUNSHEET-REPORT) when
      * set, falling back to the hardcoded paths otherwise, same
      * convention as the other programs.
      *
      * Maintenance Log:
      * - The daily GL journal run (GLJRNL) is now step 7 of the
      *   sequence, after FILE2EXT, and is listed on the sheet with
      *   the other daily steps. A journal held back out of balance
      *   never stamps its completion, so it shows as NOT RUN.
      * - The pre-batch snapshot (DAYSNAP) now heads the sequence as
      *   step 0, before CHALSORT, and is listed first on the sheet.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSHEET.
       FILE SECTION.
       FD RUN-LOG-FILE
          LABEL RECORDS STANDARD.
      * Layout mirrors RUN-LOG-REC as appended by the daily steps
      * (0 DAYSNAP through 7 GLJRNL) when they stamp the run-control
      * file.
       01 RUN-LOG-REC.
          05 RL-BUSINESS-DATE PIC 9(8).
          05 FILLER PIC X(1).
       01 WS-DATE-OVERRIDE PIC X(8).

       01 WS-STEP-IX PIC 9(1).
       01 WS-LOG-IX PIC 9(1).
       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 8 TIMES.
             10 WT-STEP-NAME PIC X(9).
             10 WT-RUN-COUNT PIC 9(3).
             10 WT-LAST-TIME PIC 9(6).
           END-IF.

       INIT-STEP-TABLE.
      * Entry 1 holds step 0, the snapshot; entry n+1 holds step n.
           MOVE "DAYSNAP  " TO WT-STEP-NAME(1).
           MOVE "CHALSORT " TO WT-STEP-NAME(2).
           MOVE "COPYPROG2" TO WT-STEP-NAME(3).
           MOVE "ARCHCONS " TO WT-STEP-NAME(4).
           MOVE "STKPOST  " TO WT-STEP-NAME(5).
           MOVE "INVGEN   " TO WT-STEP-NAME(6).
           MOVE "FILE2EXT " TO WT-STEP-NAME(7).
           MOVE "GLJRNL   " TO WT-STEP-NAME(8).
           MOVE 1 TO WS-STEP-IX.
           PERFORM INIT-ONE-STEP UNTIL WS-STEP-IX > 8.

       INIT-ONE-STEP.
           MOVE ZERO TO WT-RUN-COUNT(WS-STEP-IX).

       SCAN-ONE-LOG-RECORD.
           IF RL-BUSINESS-DATE = WS-SHEET-DATE
               AND RL-STEP-NO < 8
               COMPUTE WS-LOG-IX = RL-STEP-NO + 1
               ADD 1 TO WT-RUN-COUNT(WS-LOG-IX)
               MOVE RL-COMPLETED-TIME TO WT-LAST-TIME(WS-LOG-IX)
               IF RL-OVERRIDE-FLAG = 'Y'
                   MOVE 'Y' TO WT-OVERRIDE-SW(WS-LOG-IX)
               END-IF
           END-IF.
           READ RUN-LOG-FILE
           MOVE WS-SHEET-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-STEP-IX.
           PERFORM WRITE-ONE-STEP-LINE UNTIL WS-STEP-IX > 8.
           CLOSE REPORT-FILE.

       WRITE-ONE-STEP-LINE.
           COMPUTE WSD-STEP-NO = WS-STEP-IX - 1.
           MOVE WT-STEP-NAME(WS-STEP-IX) TO WSD-STEP-NAME.
           IF WT-RUN-COUNT(WS-STEP-IX) = ZERO
               MOVE "NOT RUN     " TO WSD-STATUS
