      *
      * Adjustment layout (ADJUST.TRN, one per line): AJ-ITEM-NO
      * X(5), AJ-COUNT-QTY 9(7), AJ-COUNTER-ID X(8),
      * AJ-APPROVER-ID X(8), AJ-LOCATION X(2).
      *
      * File names are taken from environment variables
      * (STKADJ-ADJFILE, -STOCKFILE, -LEDGER, -AUDFILE, -EXCFILE)
      * to the same STOCKLDG.TXT STKPOST writes and is opened
      * EXTEND, so the day's ADJUST lines follow the day's
      * RECEIPT/DISPATCH lines on one journal.
      *
      * Maintenance Log:
      * - The approver is now checked against the operator authority
      *   master (OPERMAST.TXT, maintained by MASTMNT). An approver
      *   not on file (OPER) or without the stock adjustment role
      *   (AUTH), a line whose counter id is blank (CNTR) or the
      *   same as the approver's (SELF - nobody approves their own
      *   count), and an adjustment bigger either way than the
      *   approver's quantity limit (LIMT, zero meaning unlimited)
      *   are rejected to the exception file and nothing is posted.
      *   When the authority file is missing every line is rejected.
      *   File name from STKADJ-OPERMAST.
      * - Stock is held per godown. An adjustment line carries the
      *   godown counted (AJ-LOCATION, appended after
      *   AJ-APPROVER-ID; blank is the main godown, 01 or
      *   STOCK-MAIN-LOCATION) and only that godown's balance is
      *   replaced. A location not on LOCATION-MASTER (LOCMAST.TXT,
      *   file name from STKADJ-LOCMAST) is rejected (LOC). The
      *   audit key is now location + item and the before/after
      *   images the 64-byte stock record; the journal shows the
      *   location.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKADJ.
           SELECT STOCK-FILE ASSIGN DYNAMIC WS-STOCKFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SB-KEY
           FILE STATUS IS WS-SB-STATUS.
           SELECT OPERATOR-MASTER ASSIGN DYNAMIC WS-OPERMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-OPERATOR-ID
           FILE STATUS IS WS-OP-STATUS.
           SELECT LOCATION-MASTER ASSIGN DYNAMIC WS-LOCMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LC-LOCATION-CODE
           FILE STATUS IS WS-LC-STATUS.
           SELECT LEDGER-FILE ASSIGN DYNAMIC WS-LEDGER-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDFILE-NAME
          05 AJ-COUNT-QTY PIC 9(7).
          05 AJ-COUNTER-ID PIC X(8).
          05 AJ-APPROVER-ID PIC X(8).
          05 AJ-LOCATION PIC X(2).

       FD STOCK-FILE
          LABEL RECORDS STANDARD.
      * Layout mirrors STOCK-REC as maintained by STKPOST.
       01 STOCK-REC.
          05 SB-KEY.
             10 SB-LOCATION PIC X(2).
             10 SB-ITEM-NO PIC X(5).
          05 SB-LAST-POSTED-DATE PIC 9(8).
          05 SB-OPENING-BAL PIC S9(7).
          05 SB-RECEIPTS PIC 9(7).
          05 SB-DISPATCHES PIC 9(7).
          05 SB-CLOSING-BAL PIC S9(7).
          05 SB-ADJUSTMENTS PIC S9(7).
          05 SB-TRANSFERS-IN PIC 9(7).
          05 SB-TRANSFERS-OUT PIC 9(7).

       FD OPERATOR-MASTER
          LABEL RECORDS STANDARD.
      * Layout mirrors OPERATOR-MASTER-REC as maintained by MASTMNT.
       01 OPERATOR-MASTER-REC.
          05 OP-OPERATOR-ID PIC X(8).
          05 OP-OPERATOR-NAME PIC X(30).
          05 OP-ROLE-MASTERS PIC X(1).
          05 OP-ROLE-HOLD-RELEASE PIC X(1).
          05 OP-ROLE-STOCK-ADJUST PIC X(1).
             88 OP-MAY-APPROVE-ADJUSTMENTS VALUE 'Y'.
          05 OP-ROLE-PAYMENTS PIC X(1).
          05 OP-MONEY-LIMIT PIC 9(7)V99.
          05 OP-QUANTITY-LIMIT PIC 9(7).

      * Layout mirrors LOCATION-MASTER-REC as maintained by MASTMNT.
       FD LOCATION-MASTER
          LABEL RECORDS STANDARD.
       01 LOCATION-MASTER-REC.
          05 LC-LOCATION-CODE PIC X(2).
          05 LC-LOCATION-NAME PIC X(30).

       FD LEDGER-FILE
          LABEL RECORDS STANDARD.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-ACTION PIC X.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-KEY PIC X(7).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-BEFORE-IMAGE PIC X(64).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-AFTER-IMAGE PIC X(64).

       FD EXCEPTION-FILE
          LABEL RECORDS STANDARD.
       01 WS-SB-STATUS PIC XX.
          88 SB-FILE-OK VALUES '00' '02'.
          88 SB-FILE-NOT-FOUND VALUE '35'.
       01 WS-OPERMAST-NAME PIC X(100).
       01 WS-OP-STATUS PIC XX.
          88 OP-FILE-OK VALUE '00'.
       01 WS-OPERMAST-SW PIC X VALUE 'Y'.
          88 OPERMAST-OPEN VALUE 'Y'.
       01 WS-AUTHORITY-SW PIC X.
          88 APPROVER-AUTHORISED VALUE 'Y'.
          88 APPROVER-NOT-AUTHORISED VALUE 'N'.
       01 WS-LOCMAST-NAME PIC X(100).
       01 WS-LC-STATUS PIC XX.
          88 LC-FILE-OK VALUE '00'.
       01 WS-LOCMAST-SW PIC X VALUE 'Y'.
          88 LOCMAST-OPEN VALUE 'Y'.
       01 WS-LOCATION-SW PIC X.
          88 LOCATION-VALID VALUE 'Y'.
          88 LOCATION-NOT-VALID VALUE 'N'.
      * Godown a blank location posts to; STOCK-MAIN-LOCATION
      * overrides it, shared by every program that posts stock.
       01 WS-MAIN-LOCATION PIC X(2) VALUE "01".
       01 WS-POST-LOCATION PIC X(2).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

       01 WS-ADJ-QTY PIC S9(7).
       01 WS-ADJ-SIZE PIC 9(7).
       01 WS-BEFORE-IMAGE PIC X(64).
       01 WS-AFTER-IMAGE PIC X(64).

       01 WS-ADJUSTMENTS-READ PIC 9(7) VALUE ZERO.
       01 WS-ADJUSTMENTS-POSTED PIC 9(7) VALUE ZERO.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSJ-TYPE PIC X(8).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSJ-LOCATION PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WSJ-ITEM-NO PIC X(5).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSJ-QUANTITY PIC ZZ,ZZ9-.
          05 WSJ-BALANCE PIC ZZZ,ZZ9-.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSJ-APPROVER PIC X(8).
          05 FILLER PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           OPEN INPUT ADJUST-FILE.
           PERFORM OPEN-STOCK-FILE.
           PERFORM OPEN-OPERATOR-MASTER.
           PERFORM OPEN-LOCATION-MASTER.
           OPEN EXTEND LEDGER-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
               " NET QTY: " WS-NET-ADJ-QTY.
           CLOSE ADJUST-FILE STOCK-FILE LEDGER-FILE AUDIT-FILE
                 EXCEPTION-FILE.
           IF OPERMAST-OPEN
               CLOSE OPERATOR-MASTER
           END-IF.
           IF LOCMAST-OPEN
               CLOSE LOCATION-MASTER
           END-IF.
           STOP RUN.

       SET-FILE-NAMES.
                   MOVE "D:\PROGRAMMING\COBOL\STOCKLDG.TXT"
                       TO WS-LEDGER-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\OPERMAST.TXT" TO WS-OPERMAST-NAME.
           ACCEPT WS-OPERMAST-NAME FROM ENVIRONMENT "STKADJ-OPERMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\OPERMAST.TXT"
                       TO WS-OPERMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT" TO WS-LOCMAST-NAME.
           ACCEPT WS-LOCMAST-NAME FROM ENVIRONMENT "STKADJ-LOCMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT"
                       TO WS-LOCMAST-NAME
           END-ACCEPT.
           ACCEPT WS-MAIN-LOCATION FROM ENVIRONMENT
               "STOCK-MAIN-LOCATION"
               ON EXCEPTION
                   MOVE "01" TO WS-MAIN-LOCATION
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STKADJ.AUD" TO WS-AUDFILE-NAME.
           ACCEPT WS-AUDFILE-NAME FROM ENVIRONMENT "STKADJ-AUDFILE"
               ON EXCEPTION
               STOP RUN
           END-IF.

      * The authority file is read-only here; without it no
      * approver can be vouched for, so every line is rejected.
       OPEN-OPERATOR-MASTER.
           OPEN INPUT OPERATOR-MASTER.
           IF NOT OP-FILE-OK
               DISPLAY "NO OPERATOR AUTHORITY FILE - STATUS: "
                   WS-OP-STATUS " - ALL ADJUSTMENTS REJECTED"
               MOVE 'N' TO WS-OPERMAST-SW
           END-IF.

      * Same as the authority file: without the location master no
      * godown can be vouched for, so every line is rejected.
       OPEN-LOCATION-MASTER.
           OPEN INPUT LOCATION-MASTER.
           IF NOT LC-FILE-OK
               DISPLAY "NO LOCATION MASTER - STATUS: "
                   WS-LC-STATUS " - ALL ADJUSTMENTS REJECTED"
               MOVE 'N' TO WS-LOCMAST-SW
           END-IF.

       POST-ONE-ADJUSTMENT.
           IF AJ-COUNT-QTY NOT NUMERIC
               MOVE "QTY " TO EX-REASON-CODE
               MOVE "COUNTED QUANTITY NOT NUMERIC" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM CHECK-APPROVER
               IF APPROVER-AUTHORISED
                   PERFORM CHECK-ADJUST-LOCATION
               END-IF
               IF APPROVER-AUTHORISED AND LOCATION-VALID
                   MOVE WS-POST-LOCATION TO SB-LOCATION
                   MOVE AJ-ITEM-NO TO SB-ITEM-NO
                   PERFORM FETCH-OR-CREATE-STOCK
                   PERFORM APPLY-ADJUSTMENT
               END-IF
           END-IF.
           READ ADJUST-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-ADJUSTMENTS-READ
           END-READ.

      * A blank location is the main godown; any other must be on
      * the location master, the same test STKPOST applies.
       CHECK-ADJUST-LOCATION.
           SET LOCATION-VALID TO TRUE.
           MOVE AJ-LOCATION TO WS-POST-LOCATION.
           IF WS-POST-LOCATION = SPACES
               MOVE WS-MAIN-LOCATION TO WS-POST-LOCATION
           END-IF.
           IF LOCMAST-OPEN
               MOVE WS-POST-LOCATION TO LC-LOCATION-CODE
               READ LOCATION-MASTER
                   INVALID KEY
                       SET LOCATION-NOT-VALID TO TRUE
               END-READ
           ELSE
               SET LOCATION-NOT-VALID TO TRUE
           END-IF.
           IF LOCATION-NOT-VALID
               MOVE "LOC " TO EX-REASON-CODE
               MOVE "LOCATION NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

      * Same fetch-or-create and daily-roll handling as STKPOST's
      * FETCH-OR-CREATE-STOCK, for the key already in SB-KEY.
       FETCH-OR-CREATE-STOCK.
           READ STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO SB-DISPATCHES
                   MOVE ZERO TO SB-CLOSING-BAL
                   MOVE ZERO TO SB-ADJUSTMENTS
                   MOVE ZERO TO SB-TRANSFERS-IN
                   MOVE ZERO TO SB-TRANSFERS-OUT
                   MOVE WS-RUN-DATE TO SB-LAST-POSTED-DATE
                   WRITE STOCK-REC
           END-READ.
               MOVE ZERO TO SB-RECEIPTS
               MOVE ZERO TO SB-DISPATCHES
               MOVE ZERO TO SB-ADJUSTMENTS
               MOVE ZERO TO SB-TRANSFERS-IN
               MOVE ZERO TO SB-TRANSFERS-OUT
               MOVE WS-RUN-DATE TO SB-LAST-POSTED-DATE
           END-IF.

      * The approver must be on the authority file with the stock
      * adjustment role, and must not be the person who counted.
       CHECK-APPROVER.
           SET APPROVER-AUTHORISED TO TRUE.
           IF AJ-COUNTER-ID = SPACES
               SET APPROVER-NOT-AUTHORISED TO TRUE
               MOVE "CNTR" TO EX-REASON-CODE
               MOVE "COUNTER ID MISSING" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF AJ-COUNTER-ID = AJ-APPROVER-ID
                   SET APPROVER-NOT-AUTHORISED TO TRUE
                   MOVE "SELF" TO EX-REASON-CODE
                   MOVE "COUNTER MAY NOT APPROVE OWN" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
           IF APPROVER-AUTHORISED
               IF NOT OPERMAST-OPEN
                   SET APPROVER-NOT-AUTHORISED TO TRUE
                   MOVE "OPER" TO EX-REASON-CODE
                   MOVE "NO OPERATOR AUTHORITY FILE" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   MOVE AJ-APPROVER-ID TO OP-OPERATOR-ID
                   READ OPERATOR-MASTER
                       INVALID KEY
                           SET APPROVER-NOT-AUTHORISED TO TRUE
                           MOVE "OPER" TO EX-REASON-CODE
                           MOVE "APPROVER NOT ON AUTHORITY FILE"
                               TO EX-REASON-TEXT
                           PERFORM WRITE-EXCEPTION
                   END-READ
               END-IF
           END-IF.
           IF APPROVER-AUTHORISED
               IF NOT OP-MAY-APPROVE-ADJUSTMENTS
                   SET APPROVER-NOT-AUTHORISED TO TRUE
                   MOVE "AUTH" TO EX-REASON-CODE
                   MOVE "APPROVER MAY NOT ADJUST STOCK"
                       TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

      * The size of the adjustment either way is held against the
      * approver's quantity limit before anything is rewritten.
       APPLY-ADJUSTMENT.
           COMPUTE WS-ADJ-QTY = AJ-COUNT-QTY - SB-CLOSING-BAL.
           IF WS-ADJ-QTY < ZERO
               COMPUTE WS-ADJ-SIZE = ZERO - WS-ADJ-QTY
           ELSE
               MOVE WS-ADJ-QTY TO WS-ADJ-SIZE
           END-IF.
           IF OP-QUANTITY-LIMIT > ZERO
               AND WS-ADJ-SIZE > OP-QUANTITY-LIMIT
               MOVE "LIMT" TO EX-REASON-CODE
               MOVE "ADJUSTMENT OVER APPROVER LIMIT" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM POST-ADJUSTMENT
           END-IF.

       POST-ADJUSTMENT.
           MOVE STOCK-REC TO WS-BEFORE-IMAGE.
           ADD WS-ADJ-QTY TO SB-ADJUSTMENTS.
           MOVE AJ-COUNT-QTY TO SB-CLOSING-BAL.
           REWRITE STOCK-REC.
           MOVE WS-RUN-TIME TO AU-TIME.
           MOVE AJ-APPROVER-ID TO AU-USER-ID.
           MOVE 'J' TO AU-ACTION.
           MOVE SB-KEY TO AU-KEY.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO AU-AFTER-IMAGE.
           WRITE AUDIT-REC.

       WRITE-JOURNAL-LINE.
           MOVE "ADJUST" TO WSJ-TYPE.
           MOVE SB-LOCATION TO WSJ-LOCATION.
           MOVE AJ-ITEM-NO TO WSJ-ITEM-NO.
           MOVE WS-ADJ-QTY TO WSJ-QUANTITY.
           MOVE SB-CLOSING-BAL TO WSJ-BALANCE.
           MOVE AJ-APPROVER-ID TO WSJ-APPROVER.
           MOVE WS-JOURNAL-LINE TO LEDGER-LINE.
           WRITE LEDGER-LINE.

       WRITE-EXCEPTION.
           MOVE ADJUST-REC TO EX-RAW-INPUT.
           WRITE EXCEPTION-REC.
           ADD 1 TO WS-ADJUSTMENTS-REJECTED.
