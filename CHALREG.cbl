      *   agreed on the dispatch date and stays in step with FILE2.
      *   EXPAND-CHALLAN-DATE now runs before LOOKUP-ITEM in
      *   BUILD-REGISTER so the date is in hand for the selection.
      * - Lines are now priced from the customer-price agreement file
      *   (CPAGREE.TXT, CHALREG-CPAGREE) ahead of the ITEM-MASTER
      *   rate, with the same effective-date and quantity-break
      *   selection as COPYPROG2's APPLY-CONTRACT-PRICE, so the
      *   register still agrees with FILE2.TXT line for line. A
      *   contract-priced line is marked 'C' after its amount.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHALREG.
           ACCESS MODE IS RANDOM
           RECORD KEY IS IM-ITEM-NO
           FILE STATUS IS WS-IM-STATUS.
           SELECT PRICE-AGREEMENT-FILE ASSIGN DYNAMIC WS-CPAGREE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CA-KEY
           FILE STATUS IS WS-CA-STATUS.
           SELECT EXCEPTION-FILE ASSIGN DYNAMIC WS-EXCFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      * must match the record on file.
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
      * invoice tax out by. Spaces on an unconverted master mean the
      * invoice falls back to the control-file default rate.

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

       FD EXCEPTION-FILE
          LABEL RECORDS STANDARD.
       01 EXCEPTION-REC.
       01 WS-CUSTMAST-NAME PIC X(100).
       01 WS-ITEMMAST-NAME PIC X(100).
       01 WS-EXCFILE-NAME PIC X(100).
       01 WS-CPAGREE-NAME PIC X(100).
       01 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-REJECTED PIC 9(7) VALUE ZERO.

       01 WS-ITEM-FOUND-SW PIC X.
          88 ITEM-ON-MASTER VALUE 'Y'.
          88 ITEM-NOT-ON-MASTER VALUE 'N'.
       01 WS-CA-STATUS PIC XX.
          88 CA-FILE-OK VALUES '00' '02'.
          88 CA-FILE-NOT-FOUND VALUE '35'.
       01 WS-CONTRACT-SW PIC X.
          88 CONTRACT-PRICED VALUE 'Y'.
          88 NOT-CONTRACT-PRICED VALUE 'N'.
       01 WS-TIER-IX PIC 9(1).
       01 WS-TIER-LIMIT PIC 9(1).
       01 WS-BEST-TIER-QTY PIC 9(5).
       01 WS-ITEM-DESCRIPTION-USED PIC X(25).
       01 WS-ITEM-RATE-USED PIC 9(3)V99.
       01 WS-NUMERIC-VALID-SW PIC X.
          05 WSD-ITEM-RATE PIC $$$9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSD-EXTENDED-AMOUNT PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 WSD-PRICE-FLAG PIC X(1).
          05 FILLER PIC X(5) VALUE SPACES.

       01 WS-SUBTOTAL-LINE.
          05 FILLER PIC X(11) VALUE "  SUBTOTAL ".
                   MOVE "D:\PROGRAMMING\COBOL\CHALREG.REJ"
                       TO WS-EXCFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CPAGREE.TXT" TO WS-CPAGREE-NAME.
           ACCEPT WS-CPAGREE-NAME FROM ENVIRONMENT "CHALREG-CPAGREE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CPAGREE.TXT"
                       TO WS-CPAGREE-NAME
           END-ACCEPT.
           OPEN INPUT IFILE.
           OPEN OUTPUT REGISTER-FILE.
           OPEN INPUT CUSTOMER-MASTER.
                   WS-IM-STATUS
               STOP RUN
           END-IF.
           PERFORM OPEN-AGREEMENT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           READ IFILE
               AT END MOVE 'Y' TO E-O-F
               " QTY: " WS-GRAND-TOTAL-QTY
               " AMOUNT: " WS-GRAND-TOTAL-AMOUNT.
           CLOSE IFILE REGISTER-FILE CUSTOMER-MASTER ITEM-MASTER
                 EXCEPTION-FILE PRICE-AGREEMENT-FILE.
           STOP RUN.

       BUILD-REGISTER.
           IF FIELDS-NUMERIC-OK AND CUSTOMER-NO-VALID
               PERFORM EXPAND-CHALLAN-DATE
               PERFORM LOOKUP-ITEM
               PERFORM APPLY-CONTRACT-PRICE
               COMPUTE WS-LINE-EXTENDED-AMOUNT =
                   QUANTITY * WS-ITEM-RATE-USED
               IF CHALLAN-NO NOT = WS-PREV-CHALLAN-NO
               MOVE QUANTITY TO WSD-QUANTITY
               MOVE WS-ITEM-RATE-USED TO WSD-ITEM-RATE
               MOVE WS-LINE-EXTENDED-AMOUNT TO WSD-EXTENDED-AMOUNT
               IF CONTRACT-PRICED
                   MOVE 'C' TO WSD-PRICE-FLAG
               END-IF
               MOVE WS-DETAIL-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
               ADD QUANTITY TO WS-CHALLAN-SUBTOTAL-QTY
           END-IF.
           ADD 1 TO WS-RATE-IX.

      * Same agreement and quantity-break selection as COPYPROG2's
      * APPLY-CONTRACT-PRICE.
       APPLY-CONTRACT-PRICE.
           SET CONTRACT-PRICED TO TRUE.
           MOVE CUSTOMER-NO TO CA-CUSTOMER-NO.
           MOVE ITEM-NO TO CA-ITEM-NO.
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
           IF CA-TIER-MIN-QTY(WS-TIER-IX) NOT > QUANTITY
               AND CA-TIER-MIN-QTY(WS-TIER-IX) > WS-BEST-TIER-QTY
               MOVE CA-TIER-MIN-QTY(WS-TIER-IX) TO WS-BEST-TIER-QTY
               MOVE CA-TIER-RATE(WS-TIER-IX) TO WS-ITEM-RATE-USED
           END-IF.
           ADD 1 TO WS-TIER-IX.

      * Created empty on first use, same as COPYPROG2, so a site
      * with no agreements prints the register exactly as before.
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

       EXPAND-CHALLAN-DATE.
           MOVE CHALLAN-DATE(1:2) TO WS-CD-DD.
           MOVE CHALLAN-DATE(3:2) TO WS-CD-MM.
