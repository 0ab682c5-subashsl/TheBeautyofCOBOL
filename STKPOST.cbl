      *
      * Receipts layout (RCPT.TXT, one per line): RC-ITEM-NO X(5),
      * RC-RECEIPT-DATE 9(6) ddmmyy, RC-QUANTITY 9(5),
      * RC-REFERENCE X(10), RC-SUPPLIER-NO X(5), RC-PO-NUMBER X(5),
      * RC-LOCATION X(2).
      *
      * File names are taken from environment variables
      * (STKPOST-IFILE, -RCPTFILE, -STOCKFILE, -LEDGER, -EXCFILE,
      * -POFILE, -CUSTMAST, -LOCMAST)
      * when set, falling back to the hardcoded paths otherwise, same
      * convention as COPYPROG/COPYPROG2/CHALREG.
      *
      *   the other day buckets, and guarded NOT NUMERIC for stock
      *   records written before the field existed - the same
      *   convention as CUSTMAST's credit fields.
      * - Goods-inward receipts are now matched against the purchase
      *   orders MASTMNT maintains (POFILE.TXT). The receipt carries
      *   RC-SUPPLIER-NO X(5) and RC-PO-NUMBER X(5), appended after
      *   RC-REFERENCE, and must find an open PO line on supplier +
      *   PO number + item before it posts; a receipt with no PO
      *   line, or against a line already closed, is rejected to
      *   the exception file (NOPO / POCL) and never reaches
      *   STOCKBAL. A matched receipt adds to PO-RECEIVED-QTY and
      *   stamps PO-LAST-RCPT-DATE from the receipt date; the
      *   ledger line is flagged SHORT when the line is still
      *   under-received, OVER when the supplier sent more than was
      *   ordered, and a line whose received quantity reaches the
      *   order is closed (flagged PO CLOSED). POPEN reports what
      *   is left outstanding.
      * - Stock is now held per godown: STOCKBAL is keyed on
      *   SB-LOCATION + SB-ITEM-NO and carries SB-TRANSFERS-IN and
      *   SB-TRANSFERS-OUT, the inter-godown movements STKXFER
      *   posts (both cleared on the daily roll). A receipt carries
      *   RC-LOCATION X(2), appended after RC-PO-NUMBER. A dispatch
      *   comes off the godown the challan names (DISPATCH-LOCATION,
      *   appended to the FILE1 line by CHALENT) or, when blank, the
      *   customer's CM-DEFAULT-LOCATION from CUSTMAST. A blank
      *   location on either falls back to the main godown (01, or
      *   STOCK-MAIN-LOCATION). A location not on LOCATION-MASTER
      *   (LOCMAST.TXT, maintained by MASTMNT) is rejected to the
      *   exception file (LOC) before any PO line or balance is
      *   touched. The ledger and the balance summary show the
      *   location, so a godown running negative shows up on its
      *   own line the same day.
      * - EX-RAW-INPUT is widened to 82 bytes so a rejected dispatch
      *   line keeps its DISPATCH-LOCATION; a receipt reject carries
      *   two trailing spaces.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKPOST.
           SELECT STOCK-FILE ASSIGN DYNAMIC WS-STOCKFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SB-KEY
           FILE STATUS IS WS-SB-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN DYNAMIC WS-CUSTMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUSTOMER-NO
           FILE STATUS IS WS-CM-STATUS.
           SELECT LOCATION-MASTER ASSIGN DYNAMIC WS-LOCMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LC-LOCATION-CODE
           FILE STATUS IS WS-LC-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN DYNAMIC WS-POFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.
           SELECT LEDGER-FILE ASSIGN DYNAMIC WS-LEDGER-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN DYNAMIC WS-EXCFILE-NAME
          05 QUANTITY PIC 9(5).
          05 ITEM-RATE PIC 9(3)V99.
          05 UNUSED PIC X(25).
      * Godown the challan dispatches from when it is not the
      * customer's default; appended by CHALENT, blank otherwise.
          05 DISPATCH-LOCATION PIC X(2).

       FD RECEIPT-FILE
          LABEL RECORDS STANDARD.
          05 RC-RECEIPT-DATE PIC 9(6).
          05 RC-QUANTITY PIC 9(5).
          05 RC-REFERENCE PIC X(10).
          05 RC-SUPPLIER-NO PIC X(5).
          05 RC-PO-NUMBER PIC X(5).
          05 RC-LOCATION PIC X(2).

       FD STOCK-FILE
          LABEL RECORDS STANDARD.
       01 STOCK-REC.
          05 SB-KEY.
             10 SB-LOCATION PIC X(2).
             10 SB-ITEM-NO PIC X(5).
          05 SB-LAST-POSTED-DATE PIC 9(8).
          05 SB-OPENING-BAL PIC S9(7).
          05 SB-RECEIPTS PIC 9(7).
      * Net stock-take adjustment posted by STKADJ (count minus
      * book, signed), kept apart from receipts/dispatches so an
      * auditor can separate genuine movements from corrections.
          05 SB-TRANSFERS-IN PIC 9(7).
          05 SB-TRANSFERS-OUT PIC 9(7).
      * Inter-godown transfers posted by STKXFER: out when the
      * goods leave this godown, in when they are received here.

      * Layout mirrors CUSTOMER-MASTER-REC as maintained by MASTMNT;
      * only the default godown matters here.
       FD CUSTOMER-MASTER
          LABEL RECORDS STANDARD.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUSTOMER-NO PIC X(5).
          05 CM-CUSTOMER-NAME PIC X(30).
          05 CM-CREDIT-LIMIT PIC 9(7)V99.
          05 CM-OUTSTANDING-BAL PIC S9(7)V99.
          05 CM-SALESMAN-CODE PIC X(4).
          05 CM-POD-INVOICING PIC X(1).
          05 CM-STOP-SUPPLY PIC X(1).
          05 CM-DEFAULT-LOCATION PIC X(2).

      * Layout mirrors LOCATION-MASTER-REC as maintained by MASTMNT.
       FD LOCATION-MASTER
          LABEL RECORDS STANDARD.
       01 LOCATION-MASTER-REC.
          05 LC-LOCATION-CODE PIC X(2).
          05 LC-LOCATION-NAME PIC X(30).

      * Layout mirrors PURCHASE-ORDER-REC as maintained by MASTMNT.
       FD PURCHASE-ORDER-FILE
          LABEL RECORDS STANDARD.
       01 PURCHASE-ORDER-REC.
          05 PO-KEY.
             10 PO-SUPPLIER-NO PIC X(5).
             10 PO-NUMBER PIC X(5).
             10 PO-ITEM-NO PIC X(5).
          05 PO-ORDER-DATE PIC 9(8).
          05 PO-DUE-DATE PIC 9(8).
          05 PO-ORDER-QTY PIC 9(7).
          05 PO-RECEIVED-QTY PIC 9(7).
          05 PO-LAST-RCPT-DATE PIC 9(8).
          05 PO-LINE-STATUS PIC X.
             88 PO-LINE-OPEN VALUE 'O'.
             88 PO-LINE-CLOSED VALUE 'C'.

       FD LEDGER-FILE
          LABEL RECORDS STANDARD.
          05 FILLER PIC X(1) VALUE SPACE.
          05 EX-REASON-TEXT PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EX-RAW-INPUT PIC X(82).

      * Shared run-control file for the daily sequence - one record
      * per step (1 CHALSORT, 2 COPYPROG2, 3 ARCHCONS, 4 STKPOST,
      * 5 INVGEN, 6 FILE2EXT, 7 GLJRNL) holding the business date
      * and the completion stamp, the one-record RELATIVE technique
      * COPYPROG's CHECKPOINT-FILE uses. RUN-LOG-FILE keeps the
      * appended completion history RUNSHEET prints from.
       FD RUN-CONTROL-FILE
          88 SB-FILE-OK VALUES '00' '02'.
          88 SB-FILE-NOT-FOUND VALUE '35'.
          88 SB-END-OF-FILE VALUE '10'.
       01 WS-CUSTMAST-NAME PIC X(100).
       01 WS-CM-STATUS PIC XX.
          88 CM-FILE-OK VALUE '00'.
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
       01 WS-POFILE-NAME PIC X(100).
       01 WS-PO-STATUS PIC XX.
          88 PO-FILE-OK VALUES '00' '02'.
          88 PO-FILE-NOT-FOUND VALUE '35'.
       01 WS-PO-FOUND-SW PIC X.
          88 PO-LINE-FOUND VALUE 'Y'.
          88 PO-LINE-NOT-FOUND VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).

       01 WS-RCPT-DATE-IN.
          05 WS-RD-DD PIC 99.
          05 WS-RD-MM PIC 99.
          05 WS-RD-YY PIC 99.
       01 WS-RD-CENTURY-CUTOFF PIC 99 VALUE 50.
      * 2-digit years below the cutoff roll to 20xx, at/above roll
      * to 19xx, same window as COPYPROG2's EXPAND-CHALLAN-DATE.
       01 WS-RD-CCYY PIC 9(4).
       01 WS-RCPT-DATE-CCYMD PIC 9(8).

       01 WS-RECEIPTS-POSTED PIC 9(7) VALUE ZERO.
       01 WS-DISPATCHES-POSTED PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-NEGATIVE-FLAGGED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-RECEIPT-QTY PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-DISPATCH-QTY PIC 9(9) VALUE ZERO.
       01 WS-RECEIPTS-NO-PO PIC 9(7) VALUE ZERO.
       01 WS-SHORT-RECEIPTS PIC 9(7) VALUE ZERO.
       01 WS-OVER-RECEIPTS PIC 9(7) VALUE ZERO.
       01 WS-PO-LINES-CLOSED PIC 9(7) VALUE ZERO.
       01 WS-LOCATION-REJECTS PIC 9(7) VALUE ZERO.

       01 WS-JOURNAL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSJ-TYPE PIC X(8).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSJ-LOCATION PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WSJ-ITEM-NO PIC X(5).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSJ-QUANTITY PIC ZZ,999.
          05 WSJ-BALANCE PIC ZZZ,ZZ9-.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSJ-FLAG PIC X(12).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSJ-PO-FLAG PIC X(10).
          05 FILLER PIC X(7) VALUE SPACES.

       01 WS-SUMMARY-HEADER.
          05 FILLER PIC X(38) VALUE
             "LC ITEM   OPENING  RECEIPTS DISPATCH  ".
          05 FILLER PIC X(42) VALUE
             "CLOSING    ADJUST  TRANSFER".

      * TRANSFER is the net of the day's transfers in and out.
       01 WS-SUMMARY-LINE.
          05 WSB-LOCATION PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WSB-ITEM-NO PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSB-OPENING PIC ZZZ,ZZ9-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSB-RECEIPTS PIC ZZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSB-DISPATCHES PIC ZZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSB-CLOSING PIC ZZZ,ZZ9-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSB-ADJUST PIC ZZZ,ZZ9-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSB-TRANSFERS PIC ZZZ,ZZ9-.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WSB-FLAG PIC X(12).
          05 FILLER PIC X(1) VALUE SPACE.
       01 WS-NET-TRANSFERS PIC S9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-STOCK-FILE.
           PERFORM OPEN-PO-FILE.
           PERFORM OPEN-LOOKUP-MASTERS.
           OPEN OUTPUT LEDGER-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM POST-RECEIPT-BATCH.
               " NEGATIVE: " WS-NEGATIVE-FLAGGED
               " RCPT QTY: " WS-TOTAL-RECEIPT-QTY
               " DESP QTY: " WS-TOTAL-DISPATCH-QTY.
           DISPLAY "PO MATCHING - NO PO: " WS-RECEIPTS-NO-PO
               " SHORT: " WS-SHORT-RECEIPTS
               " OVER: " WS-OVER-RECEIPTS
               " LINES CLOSED: " WS-PO-LINES-CLOSED
               " BAD LOCATION: " WS-LOCATION-REJECTS.
           CLOSE STOCK-FILE PURCHASE-ORDER-FILE LEDGER-FILE
                 EXCEPTION-FILE CUSTOMER-MASTER.
           IF LOCMAST-OPEN
               CLOSE LOCATION-MASTER
           END-IF.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

                   MOVE "D:\PROGRAMMING\COBOL\STKPOST.REJ"
                       TO WS-EXCFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\POFILE.TXT" TO WS-POFILE-NAME.
           ACCEPT WS-POFILE-NAME FROM ENVIRONMENT "STKPOST-POFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\POFILE.TXT"
                       TO WS-POFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT" TO WS-CUSTMAST-NAME.
           ACCEPT WS-CUSTMAST-NAME FROM ENVIRONMENT "STKPOST-CUSTMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT"
                       TO WS-CUSTMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT" TO WS-LOCMAST-NAME.
           ACCEPT WS-LOCMAST-NAME FROM ENVIRONMENT "STKPOST-LOCMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT"
                       TO WS-LOCMAST-NAME
           END-ACCEPT.
           ACCEPT WS-MAIN-LOCATION FROM ENVIRONMENT
               "STOCK-MAIN-LOCATION"
               ON EXCEPTION
                   MOVE "01" TO WS-MAIN-LOCATION
           END-ACCEPT.

      * Same create-on-first-run technique as COPYPROG's
      * OPEN-CHECKPOINT-FILE: a missing stock file is created empty
               STOP RUN
           END-IF.

      * Same create-on-first-run technique: with no PO file yet every
      * receipt simply finds no PO line and is rejected.
       OPEN-PO-FILE.
           OPEN I-O PURCHASE-ORDER-FILE.
           IF PO-FILE-NOT-FOUND
               CLOSE PURCHASE-ORDER-FILE
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF.
           IF NOT PO-FILE-OK
               DISPLAY "UNABLE TO OPEN PURCHASE-ORDER-FILE, STATUS: "
                   WS-PO-STATUS
               STOP RUN
           END-IF.

      * The customer master supplies a dispatch's default godown;
      * the location master vouches for every godown posted to, and
      * without it every line is rejected rather than posted to a
      * godown nobody has set up.
       OPEN-LOOKUP-MASTERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CM-FILE-OK
               DISPLAY "UNABLE TO OPEN CUSTOMER-MASTER, STATUS: "
                   WS-CM-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT LOCATION-MASTER.
           IF NOT LC-FILE-OK
               DISPLAY "NO LOCATION MASTER - STATUS: "
                   WS-LC-STATUS " - ALL MOVEMENTS REJECTED"
               MOVE 'N' TO WS-LOCMAST-SW
           END-IF.

       POST-RECEIPT-BATCH.
           MOVE 'N' TO E-O-F.
           OPEN INPUT RECEIPT-FILE.
               WRITE EXCEPTION-REC
               ADD 1 TO WS-RECORDS-REJECTED
           ELSE
               MOVE RC-LOCATION TO WS-POST-LOCATION
               PERFORM CHECK-POST-LOCATION
               IF LOCATION-NOT-VALID
                   MOVE RECEIPT-REC TO EX-RAW-INPUT
                   WRITE EXCEPTION-REC
                   ADD 1 TO WS-RECORDS-REJECTED
                   ADD 1 TO WS-LOCATION-REJECTS
               ELSE
                   PERFORM POST-MATCHED-RECEIPT
               END-IF
           END-IF.
           READ RECEIPT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       POST-MATCHED-RECEIPT.
           PERFORM MATCH-PO-LINE.
           IF PO-LINE-FOUND
               PERFORM APPLY-RECEIPT-TO-PO
               MOVE WS-POST-LOCATION TO SB-LOCATION
               MOVE RC-ITEM-NO TO SB-ITEM-NO
               PERFORM FETCH-OR-CREATE-STOCK
               ADD RC-QUANTITY TO SB-RECEIPTS
               MOVE RC-QUANTITY TO WSJ-QUANTITY
               PERFORM WRITE-JOURNAL-LINE
           END-IF.

      * The receipt must name an open PO line on supplier + PO
      * number + item. Goods nobody ordered, or booked against a
      * line already closed, go to the exception file for
      * purchasing to sort out with the supplier - they never reach
      * STOCKBAL.
       MATCH-PO-LINE.
           SET PO-LINE-FOUND TO TRUE.
           MOVE RC-SUPPLIER-NO TO PO-SUPPLIER-NO.
           MOVE RC-PO-NUMBER TO PO-NUMBER.
           MOVE RC-ITEM-NO TO PO-ITEM-NO.
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   SET PO-LINE-NOT-FOUND TO TRUE
                   MOVE "NOPO" TO EX-REASON-CODE
                   MOVE "NO PO LINE FOR RECEIPT" TO EX-REASON-TEXT
           END-READ.
           IF PO-LINE-FOUND
               AND PO-LINE-CLOSED
               SET PO-LINE-NOT-FOUND TO TRUE
               MOVE "POCL" TO EX-REASON-CODE
               MOVE "PO LINE ALREADY CLOSED" TO EX-REASON-TEXT
           END-IF.
           IF PO-LINE-NOT-FOUND
               MOVE RECEIPT-REC TO EX-RAW-INPUT
               WRITE EXCEPTION-REC
               ADD 1 TO WS-RECORDS-REJECTED
               ADD 1 TO WS-RECEIPTS-NO-PO
           END-IF.

      * The receipt is posted as received whatever the quantity -
      * the goods are in the godown - and the PO line is flagged
      * SHORT while still under-received, OVER once the supplier
      * has sent more than was ordered, and closed as soon as the
      * received quantity reaches the order.
       APPLY-RECEIPT-TO-PO.
           PERFORM EXPAND-RECEIPT-DATE.
           ADD RC-QUANTITY TO PO-RECEIVED-QTY.
           MOVE WS-RCPT-DATE-CCYMD TO PO-LAST-RCPT-DATE.
           IF PO-RECEIVED-QTY < PO-ORDER-QTY
               MOVE "SHORT" TO WSJ-PO-FLAG
               ADD 1 TO WS-SHORT-RECEIPTS
           ELSE
               IF PO-RECEIVED-QTY > PO-ORDER-QTY
                   MOVE "OVER" TO WSJ-PO-FLAG
                   ADD 1 TO WS-OVER-RECEIPTS
               ELSE
                   MOVE "PO CLOSED" TO WSJ-PO-FLAG
               END-IF
               SET PO-LINE-CLOSED TO TRUE
               ADD 1 TO WS-PO-LINES-CLOSED
           END-IF.
           REWRITE PURCHASE-ORDER-REC.

       EXPAND-RECEIPT-DATE.
           IF RC-RECEIPT-DATE NUMERIC
               MOVE RC-RECEIPT-DATE TO WS-RCPT-DATE-IN
               IF WS-RD-YY < WS-RD-CENTURY-CUTOFF
                   COMPUTE WS-RD-CCYY = 2000 + WS-RD-YY
               ELSE
                   COMPUTE WS-RD-CCYY = 1900 + WS-RD-YY
               END-IF
               COMPUTE WS-RCPT-DATE-CCYMD =
                   WS-RD-CCYY * 10000 + WS-RD-MM * 100 + WS-RD-DD
           ELSE
               MOVE WS-RUN-DATE TO WS-RCPT-DATE-CCYMD
           END-IF.

       POST-DISPATCH-BATCH.
           MOVE 'N' TO E-O-F.
               WRITE EXCEPTION-REC
               ADD 1 TO WS-RECORDS-REJECTED
           ELSE
               PERFORM SET-DISPATCH-LOCATION
               PERFORM CHECK-POST-LOCATION
               IF LOCATION-NOT-VALID
                   MOVE INREC TO EX-RAW-INPUT
                   WRITE EXCEPTION-REC
                   ADD 1 TO WS-RECORDS-REJECTED
                   ADD 1 TO WS-LOCATION-REJECTS
               ELSE
                   PERFORM POST-DISPATCH
               END-IF
           END-IF.
           READ IFILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       POST-DISPATCH.
           MOVE WS-POST-LOCATION TO SB-LOCATION.
           MOVE ITEM-NO TO SB-ITEM-NO.
           PERFORM FETCH-OR-CREATE-STOCK.
           ADD QUANTITY TO SB-DISPATCHES.
           SUBTRACT QUANTITY FROM SB-CLOSING-BAL.
           REWRITE STOCK-REC.
           ADD 1 TO WS-DISPATCHES-POSTED.
           ADD QUANTITY TO WS-TOTAL-DISPATCH-QTY.
           MOVE "DISPATCH" TO WSJ-TYPE.
           MOVE SPACES TO WSJ-PO-FLAG.
           MOVE ITEM-NO TO WSJ-ITEM-NO.
           MOVE QUANTITY TO WSJ-QUANTITY.
           PERFORM WRITE-JOURNAL-LINE.

      * The challan's own godown wins; otherwise the customer's
      * default, and the main godown when neither is set.
       SET-DISPATCH-LOCATION.
           MOVE DISPATCH-LOCATION TO WS-POST-LOCATION.
           IF WS-POST-LOCATION = SPACES
               MOVE CUSTOMER-NO TO CM-CUSTOMER-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE SPACES TO CM-DEFAULT-LOCATION
               END-READ
               MOVE CM-DEFAULT-LOCATION TO WS-POST-LOCATION
           END-IF.

      * A blank location is the main godown; any other must be on
      * the location master. The reason is left ready for the
      * caller's exception record.
       CHECK-POST-LOCATION.
           SET LOCATION-VALID TO TRUE.
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
           END-IF.

      * Random READ of the stock record for the key already in
      * SB-KEY; a missing item is created with a zero opening
      * balance, and a record first touched on a new posting date is
      * rolled (opening takes the prior closing, day buckets cleared).
       FETCH-OR-CREATE-STOCK.
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

       WRITE-JOURNAL-LINE.
           MOVE SB-LOCATION TO WSJ-LOCATION.
           MOVE SB-CLOSING-BAL TO WSJ-BALANCE.
           IF SB-CLOSING-BAL < ZERO
               MOVE "**NEGATIVE**" TO WSJ-FLAG
           WRITE LEDGER-LINE.
           MOVE WS-SUMMARY-HEADER TO LEDGER-LINE.
           WRITE LEDGER-LINE.
           MOVE LOW-VALUES TO SB-KEY.
           START STOCK-FILE KEY NOT LESS SB-KEY
               INVALID KEY
                   MOVE '10' TO WS-SB-STATUS
           END-START.
           READ STOCK-FILE NEXT
               AT END MOVE '10' TO WS-SB-STATUS
               NOT AT END
                   MOVE SB-LOCATION TO WSB-LOCATION
                   MOVE SB-ITEM-NO TO WSB-ITEM-NO
                   MOVE SB-OPENING-BAL TO WSB-OPENING
                   MOVE SB-RECEIPTS TO WSB-RECEIPTS
                   ELSE
                       MOVE ZERO TO WSB-ADJUST
                   END-IF
                   COMPUTE WS-NET-TRANSFERS =
                       SB-TRANSFERS-IN - SB-TRANSFERS-OUT
                   MOVE WS-NET-TRANSFERS TO WSB-TRANSFERS
                   IF SB-CLOSING-BAL < ZERO
                       MOVE "**NEGATIVE**" TO WSB-FLAG
                   ELSE
