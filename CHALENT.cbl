      * challan keyed here prices correctly downstream.
      *
      * File names are taken from environment variables
      * (CHALENT-CUSTMAST, -ITEMMAST, -CTLFILE, -BATCH, -LOCMAST)
      * when set, falling back to the hardcoded paths otherwise,
      * same convention as the other programs.
      *
      * Maintenance Log:
      * - After the quantity is keyed, the customer-price agreement
      *   file (CPAGREE.TXT, CHALENT-CPAGREE) is checked the same
      *   way COPYPROG2 prices: an agreement for the customer and
      *   item in effect on the challan date replaces the master
      *   rate with the contract rate, or the quantity-break tier
      *   the line reaches. The contract rate is shown back to the
      *   operator and written on the line instead of the master
      *   rate.
      * - Each challan now also takes the transporter and vehicle
      *   number it leaves on (either may be left blank). They are
      *   written on every line in the spare 25 bytes at the end of
      *   the FILE1.TXT record, which COPYPROG2 already carries
      *   through to FILE2 and ARCHCONS to the MTD archive. ARCHCONS
      *   opens the challan's delivery-status record from them, so
      *   the undelivered-challan aging (DELAGE) can be grouped by
      *   transporter before any confirmation arrives.
      * - A customer DUNRUN has stopped supply to with a final notice
      *   (CM-STOP-SUPPLY on CUSTOMER-MASTER) can still be keyed, so
      *   the order is not lost, but the operator is told at the
      *   customer prompt and the challan's lines are written to a
      *   hold file (CHALHOLD.TXT, CHALENT-HOLDFILE) in COPYPROG2's
      *   HOLD-REC layout instead of the batch, whatever the credit
      *   limit says. They are released the same way as COPYPROG2's
      *   holds, through HLDREL with HLDREL-HOLDIN naming this file.
      * - Each challan now also takes the godown it dispatches from.
      *   Left blank, the challan goes from the customer's default
      *   godown (CM-DEFAULT-LOCATION, shown at the prompt); a code
      *   keyed must be on the location master (LOCMAST.TXT,
      *   CHALENT-LOCMAST, maintained by MASTMNT) and its name is
      *   shown back, otherwise it is re-prompted. The code is
      *   written on every line as BT-LOCATION, appended after the
      *   80-byte FILE1.TXT record, and STKPOST posts the dispatch
      *   against that godown. Without the location master only a
      *   blank godown is taken. A held challan's lines carry the
      *   code on the hold file too, so a release keeps the godown.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHALENT.
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-CTL-KEY
           FILE STATUS IS WS-CTL-STATUS.
           SELECT PRICE-AGREEMENT-FILE ASSIGN DYNAMIC WS-CPAGREE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CA-KEY
           FILE STATUS IS WS-CA-STATUS.
           SELECT LOCATION-MASTER ASSIGN DYNAMIC WS-LOCMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LC-LOCATION-CODE
           FILE STATUS IS WS-LC-STATUS.
           SELECT BATCH-FILE ASSIGN DYNAMIC WS-BATCH-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN DYNAMIC WS-HOLDFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      * the record on file.
          05 CM-CREDIT-LIMIT PIC 9(7)V99.
          05 CM-OUTSTANDING-BAL PIC S9(7)V99.
      * Salesman code maintained by MASTMNT; read by the commission
      * run. Blank is a house account.
          05 CM-SALESMAN-CODE PIC X(4).
      * Proof-of-delivery invoicing flag maintained by MASTMNT;
      * read by INVGEN. Blank is the same as N.
          05 CM-POD-INVOICING PIC X(1).
             88 CM-INVOICE-ON-DELIVERY VALUE 'Y'.
      * Stop-supply flag set by DUNRUN with a final notice and
      * lifted by it once nothing is over 90 days; MASTMNT can set
      * or lift it by hand. COPYPROG2 and CHALENT hold the
      * customer's new challans while it is Y.
          05 CM-STOP-SUPPLY PIC X(1).
             88 CM-SUPPLY-STOPPED VALUE 'Y'.
      * Godown the customer's challans dispatch from unless the
      * challan names another; maintained by MASTMNT. Blank is
      * the main godown.
          05 CM-DEFAULT-LOCATION PIC X(2).

       FD ITEM-MASTER
          LABEL RECORDS STANDARD.
       01 CONTROL-REC.
          05 CH-NEXT-CHALLAN-NO PIC 9(4).

      * Layout mirrors the PRICE-AGREEMENT-FILE as maintained by
      * MASTMNT.
       FD PRICE-AGREEMENT-FILE
          LABEL RECORDS STANDARD.
       01 PRICE-AGREEMENT-REC.
          05 CA-KEY.
             10 CA-CUSTOMER-NO PIC X(5).
             10 CA-ITEM-NO PIC X(5).
          05 CA-EFF-FROM PIC 9(8).
          05 CA-EFF-TO PIC 9(8).
          05 CA-CONTRACT-RATE PIC 9(3)V99.
          05 CA-TIER-COUNT PIC 9(1).
          05 CA-TIER OCCURS 3 TIMES.
             10 CA-TIER-MIN-QTY PIC 9(5).
             10 CA-TIER-RATE PIC 9(3)V99.

      * Layout mirrors LOCATION-MASTER-REC as maintained by MASTMNT.
       FD LOCATION-MASTER
          LABEL RECORDS STANDARD.
       01 LOCATION-MASTER-REC.
          05 LC-LOCATION-CODE PIC X(2).
          05 LC-LOCATION-NAME PIC X(30).

       FD BATCH-FILE
          LABEL RECORDS STANDARD.
      * Layout is the exact FILE1.TXT INREC layout COPYPROG2,
          05 BT-QUANTITY PIC 9(5).
          05 BT-ITEM-RATE PIC 9(3)V99.
          05 BT-UNUSED PIC X(25).
      * The spare field carries the challan's transport details.
          05 BT-TRANSPORT-VIEW REDEFINES BT-UNUSED.
             10 BT-TRANSPORTER PIC X(15).
             10 BT-VEHICLE-NO PIC X(10).
      * Godown the challan dispatches from; blank is the customer's
      * default.
          05 BT-LOCATION PIC X(2).

       FD HOLD-FILE
          LABEL RECORDS STANDARD.
      * Layout mirrors HOLD-REC as written by COPYPROG2, so HLDREL
      * releases these lines the same way; the raw input is the
      * FILE1.TXT line that would have gone to the batch.
       01 HOLD-REC.
          05 HD-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1).
          05 HD-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(1).
          05 HD-EXTENDED-AMOUNT PIC 9(8)V99.
          05 FILLER PIC X(1).
          05 HD-RAW-INPUT PIC X(82).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-NAME PIC X(100).
       01 WS-ITEMMAST-NAME PIC X(100).
       01 WS-CTLFILE-NAME PIC X(100).
       01 WS-BATCH-NAME PIC X(100).
       01 WS-HOLDFILE-NAME PIC X(100).
       01 WS-CPAGREE-NAME PIC X(100).
       01 WS-LOCMAST-NAME PIC X(100).
       01 WS-LC-STATUS PIC XX.
          88 LC-FILE-OK VALUE '00'.
       01 WS-LOCMAST-SW PIC X VALUE 'Y'.
          88 LOCMAST-OPEN VALUE 'Y'.
       01 WS-CA-STATUS PIC XX.
          88 CA-FILE-OK VALUES '00' '02'.
          88 CA-FILE-NOT-FOUND VALUE '35'.
       01 WS-CONTRACT-SW PIC X.
          88 CONTRACT-PRICED VALUE 'Y'.
          88 NOT-CONTRACT-PRICED VALUE 'N'.
       01 WS-TIER-IX PIC 9(1).
       01 WS-TIER-LIMIT PIC 9(1).
       01 WS-BEST-TIER-QTY PIC 9(5).
       01 WS-ITEM-RATE-USED PIC 9(3)V99.
       01 WS-CM-STATUS PIC XX.
          88 CM-FILE-OK VALUE '00'.
       01 WS-IM-STATUS PIC XX.
       01 WS-ENT-ITEM-NO PIC X(5).
       01 WS-ENT-DATE-X PIC X(6).
       01 WS-ENT-QUANTITY-X PIC X(5).
       01 WS-ENT-QUANTITY REDEFINES WS-ENT-QUANTITY-X PIC 9(5).
       01 WS-ENT-CONFIRM PIC X.
       01 WS-ENT-TRANSPORTER PIC X(15).
       01 WS-ENT-VEHICLE-NO PIC X(10).
       01 WS-ENT-LOCATION PIC X(2).
       01 WS-CHALLAN-NO PIC 9(4).
       01 WS-CHALLAN-DATE PIC 9(6).
       01 WS-CHALLAN-DATE-SPLIT REDEFINES WS-CHALLAN-DATE.
          05 WS-CD-DD PIC 99.
          05 WS-CD-MM PIC 99.
          05 WS-CD-YY PIC 99.
       01 WS-CD-CENTURY-CUTOFF PIC 99 VALUE 50.
       01 WS-CD-CCYY PIC 9(4).
       01 WS-CHALLAN-DATE-CCYMD PIC 9(8).

       01 WS-CUST-ACCEPT-SW PIC X.
          88 CUSTOMER-ACCEPTED VALUE 'Y'.
          88 CHALLAN-DATE-OK VALUE 'Y'.
       01 WS-QTY-OK-SW PIC X.
          88 QUANTITY-OK VALUE 'Y'.
       01 WS-LOC-OK-SW PIC X.
          88 LOCATION-OK VALUE 'Y'.
       01 WS-CHALLAN-HOLD-SW PIC X VALUE 'N'.
          88 CHALLAN-ON-HOLD VALUE 'Y'.

       01 WS-CHALLANS-ENTERED PIC 9(5) VALUE ZERO.
       01 WS-LINES-WRITTEN PIC 9(7) VALUE ZERO.
       01 WS-LINES-HELD PIC 9(7) VALUE ZERO.
       01 WS-CHALLAN-LINE-COUNT PIC 9(3).

       01 WS-ITEM-ECHO-LINE.
          05 FILLER PIC X(7) VALUE " RATE: ".
          05 WIE-RATE PIC $$$9.99.

       01 WS-CONTRACT-ECHO-LINE.
          05 FILLER PIC X(15) VALUE "CONTRACT RATE: ".
          05 WCE-RATE PIC $$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
               STOP RUN
           END-IF.
           PERFORM OPEN-CONTROL-FILE.
           PERFORM OPEN-AGREEMENT-FILE.
           OPEN INPUT LOCATION-MASTER.
           IF NOT LC-FILE-OK
               DISPLAY "NO LOCATION MASTER - STATUS: " WS-LC-STATUS
                   " - CHALLANS GO FROM THE CUSTOMER'S GODOWN"
               MOVE 'N' TO WS-LOCMAST-SW
           END-IF.
           OPEN EXTEND BATCH-FILE.
           OPEN EXTEND HOLD-FILE.
           PERFORM PROMPT-FOR-CUSTOMER.
           PERFORM ENTER-ONE-CHALLAN
               UNTIL WS-ENT-CUSTOMER-NO = SPACES.
           CLOSE CUSTOMER-MASTER ITEM-MASTER CONTROL-FILE BATCH-FILE
                 PRICE-AGREEMENT-FILE HOLD-FILE.
           IF LOCMAST-OPEN
               CLOSE LOCATION-MASTER
           END-IF.
           DISPLAY "End of entry."
           DISPLAY "CONTROL TOTALS - CHALLANS: " WS-CHALLANS-ENTERED
               " LINES: " WS-LINES-WRITTEN
               " HELD: " WS-LINES-HELD.
           STOP RUN.

       SET-FILE-NAMES.
                   MOVE "D:\PROGRAMMING\COBOL\FILE1.TXT"
                       TO WS-BATCH-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CPAGREE.TXT" TO WS-CPAGREE-NAME.
           ACCEPT WS-CPAGREE-NAME FROM ENVIRONMENT "CHALENT-CPAGREE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CPAGREE.TXT"
                       TO WS-CPAGREE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT" TO WS-LOCMAST-NAME.
           ACCEPT WS-LOCMAST-NAME FROM ENVIRONMENT "CHALENT-LOCMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT"
                       TO WS-LOCMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CHALHOLD.TXT" TO WS-HOLDFILE-NAME.
           ACCEPT WS-HOLDFILE-NAME FROM ENVIRONMENT "CHALENT-HOLDFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CHALHOLD.TXT"
                       TO WS-HOLDFILE-NAME
           END-ACCEPT.

       OPEN-CONTROL-FILE.
           OPEN I-O CONTROL-FILE.
           IF CUSTOMER-ACCEPTED
               PERFORM ASSIGN-CHALLAN-NO
               PERFORM GET-CHALLAN-DATE
               PERFORM EXPAND-CHALLAN-DATE
               PERFORM GET-TRANSPORT-DETAILS
               PERFORM GET-DISPATCH-LOCATION
               PERFORM ENTER-ITEM-LINES
               ADD 1 TO WS-CHALLANS-ENTERED
               DISPLAY "CHALLAN " WS-CHALLAN-NO " COMPLETE - "
                   WS-CHALLAN-LINE-COUNT " LINE(S)"
               IF CHALLAN-ON-HOLD
                   DISPLAY "CHALLAN " WS-CHALLAN-NO " HELD - SUPPLY "
                       "STOPPED, RELEASE THROUGH HLDREL"
               END-IF
           END-IF.
           PERFORM PROMPT-FOR-CUSTOMER.

      * gets a challan number assigned.
       VALIDATE-ENTERED-CUSTOMER.
           MOVE 'N' TO WS-CUST-ACCEPT-SW.
           MOVE 'N' TO WS-CHALLAN-HOLD-SW.
           SET ENT-CUSTOMER-FOUND TO TRUE.
           MOVE WS-ENT-CUSTOMER-NO TO CM-CUSTOMER-NO.
           READ CUSTOMER-MASTER
           END-READ.
           IF ENT-CUSTOMER-FOUND
               DISPLAY "CUSTOMER: " CM-CUSTOMER-NAME
               IF CM-SUPPLY-STOPPED
                   MOVE 'Y' TO WS-CHALLAN-HOLD-SW
                   DISPLAY "*** SUPPLY STOPPED - FINAL NOTICE ISSUED. "
                       "THIS CHALLAN WILL BE HELD ***"
               END-IF
               DISPLAY "CORRECT CUSTOMER (Y/N)? "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-ENT-CONFIRM
               END-IF
           END-IF.

      * Both are free text and may be left blank when not known at
      * entry; DELCONF records the actual carrier on confirmation.
       GET-TRANSPORT-DETAILS.
           DISPLAY "TRANSPORTER (BLANK IF NOT KNOWN): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ENT-TRANSPORTER.
           ACCEPT WS-ENT-TRANSPORTER.
           DISPLAY "VEHICLE NO (BLANK IF NOT KNOWN): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ENT-VEHICLE-NO.
           ACCEPT WS-ENT-VEHICLE-NO.

      * Blank leaves the customer's default godown to STKPOST; a
      * code keyed is checked against the location master here so a
      * mistyped godown never reaches the batch.
       GET-DISPATCH-LOCATION.
           MOVE 'N' TO WS-LOC-OK-SW.
           PERFORM PROMPT-DISPATCH-LOCATION UNTIL LOCATION-OK.

       PROMPT-DISPATCH-LOCATION.
           DISPLAY "DISPATCH GODOWN (BLANK = CUSTOMER'S GODOWN "
               CM-DEFAULT-LOCATION "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENT-LOCATION.
           ACCEPT WS-ENT-LOCATION.
           IF WS-ENT-LOCATION = SPACES
               MOVE 'Y' TO WS-LOC-OK-SW
           ELSE
               IF LOCMAST-OPEN
                   MOVE WS-ENT-LOCATION TO LC-LOCATION-CODE
                   READ LOCATION-MASTER
                       INVALID KEY
                           DISPLAY "GODOWN NOT ON MASTER - RE-ENTER"
                       NOT INVALID KEY
                           DISPLAY "GODOWN: " LC-LOCATION-NAME
                           MOVE 'Y' TO WS-LOC-OK-SW
                   END-READ
               ELSE
                   DISPLAY "NO LOCATION MASTER - LEAVE BLANK"
               END-IF
           END-IF.

       ENTER-ITEM-LINES.
           MOVE ZERO TO WS-CHALLAN-LINE-COUNT.
           PERFORM PROMPT-FOR-ITEM.
               MOVE IM-ITEM-RATE TO WIE-RATE
               DISPLAY WS-ITEM-ECHO-LINE
               PERFORM GET-QUANTITY
               MOVE IM-ITEM-RATE TO WS-ITEM-RATE-USED
               PERFORM APPLY-CONTRACT-PRICE
               IF CONTRACT-PRICED
                   MOVE WS-ITEM-RATE-USED TO WCE-RATE
                   DISPLAY WS-CONTRACT-ECHO-LINE
               END-IF
               PERFORM WRITE-CHALLAN-LINE
           END-IF.
           PERFORM PROMPT-FOR-ITEM.
           MOVE WS-ENT-ITEM-NO TO BT-ITEM-NO.
           MOVE IM-ITEM-DESCRIPTION TO BT-ITEM-DESCRIPTION.
           MOVE WS-ENT-QUANTITY-X TO BT-QUANTITY.
           MOVE WS-ITEM-RATE-USED TO BT-ITEM-RATE.
           MOVE WS-ENT-TRANSPORTER TO BT-TRANSPORTER.
           MOVE WS-ENT-VEHICLE-NO TO BT-VEHICLE-NO.
           MOVE WS-ENT-LOCATION TO BT-LOCATION.
           IF CHALLAN-ON-HOLD
               PERFORM WRITE-HELD-LINE
           ELSE
               WRITE BATCH-REC
               ADD 1 TO WS-LINES-WRITTEN
           END-IF.
           ADD 1 TO WS-CHALLAN-LINE-COUNT.

      * The held line carries its value at the rate keyed so the
      * supervisor's release limit is checked against it by HLDREL.
       WRITE-HELD-LINE.
           MOVE SPACES TO HOLD-REC.
           MOVE BT-CUSTOMER-NO TO HD-CUSTOMER-NO.
           MOVE BT-CHALLAN-NO TO HD-CHALLAN-NO.
           COMPUTE HD-EXTENDED-AMOUNT =
               WS-ENT-QUANTITY * WS-ITEM-RATE-USED.
           MOVE BATCH-REC TO HD-RAW-INPUT.
           WRITE HOLD-REC.
           ADD 1 TO WS-LINES-HELD.

      * Same agreement and quantity-break selection as COPYPROG2's
      * APPLY-CONTRACT-PRICE, so the rate keyed here is the rate the
      * batch will post at.
       APPLY-CONTRACT-PRICE.
           SET CONTRACT-PRICED TO TRUE.
           MOVE WS-ENT-CUSTOMER-NO TO CA-CUSTOMER-NO.
           MOVE WS-ENT-ITEM-NO TO CA-ITEM-NO.
           READ PRICE-AGREEMENT-FILE
               INVALID KEY
                   SET NOT-CONTRACT-PRICED TO TRUE
           END-READ.
           IF CONTRACT-PRICED
               IF WS-CHALLAN-DATE-CCYMD < CA-EFF-FROM
                   OR WS-CHALLAN-DATE-CCYMD > CA-EFF-TO
                   SET NOT-CONTRACT-PRICED TO TRUE
               END-IF
           END-IF.
           IF CONTRACT-PRICED
               MOVE CA-CONTRACT-RATE TO WS-ITEM-RATE-USED
               PERFORM SELECT-QUANTITY-TIER
           END-IF.

       SELECT-QUANTITY-TIER.
           IF CA-TIER-COUNT NUMERIC
               MOVE CA-TIER-COUNT TO WS-TIER-LIMIT
           ELSE
               MOVE ZERO TO WS-TIER-LIMIT
           END-IF.
           MOVE ZERO TO WS-BEST-TIER-QTY.
           MOVE 1 TO WS-TIER-IX.
           PERFORM SCAN-QUANTITY-TIERS
               UNTIL WS-TIER-IX > WS-TIER-LIMIT.

       SCAN-QUANTITY-TIERS.
           IF CA-TIER-MIN-QTY(WS-TIER-IX) NOT > WS-ENT-QUANTITY
               AND CA-TIER-MIN-QTY(WS-TIER-IX) > WS-BEST-TIER-QTY
               MOVE CA-TIER-MIN-QTY(WS-TIER-IX) TO WS-BEST-TIER-QTY
               MOVE CA-TIER-RATE(WS-TIER-IX) TO WS-ITEM-RATE-USED
           END-IF.
           ADD 1 TO WS-TIER-IX.

       EXPAND-CHALLAN-DATE.
           IF WS-CD-YY < WS-CD-CENTURY-CUTOFF
               COMPUTE WS-CD-CCYY = 2000 + WS-CD-YY
           ELSE
               COMPUTE WS-CD-CCYY = 1900 + WS-CD-YY
           END-IF.
           COMPUTE WS-CHALLAN-DATE-CCYMD =
               WS-CD-CCYY * 10000 + WS-CD-MM * 100 + WS-CD-DD.

      * Created empty on first use, same as COPYPROG2.
       OPEN-AGREEMENT-FILE.
           OPEN INPUT PRICE-AGREEMENT-FILE.
           IF CA-FILE-NOT-FOUND
               OPEN OUTPUT PRICE-AGREEMENT-FILE
               CLOSE PRICE-AGREEMENT-FILE
               OPEN INPUT PRICE-AGREEMENT-FILE
           END-IF.
           IF NOT CA-FILE-OK
               DISPLAY "UNABLE TO OPEN PRICE-AGREEMENT-FILE, STATUS: "
                   WS-CA-STATUS
               STOP RUN
           END-IF.
