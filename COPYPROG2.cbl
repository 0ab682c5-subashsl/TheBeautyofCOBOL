      *   RUNCTL-DATE overrides the business date for a late-night
      *   run of the previous day. RUNSHEET prints the completion
      *   history from the appended run log.
      * - Lines are now priced from the customer-price agreement file
      *   (CPAGREE.TXT, maintained by MASTMNT under file code 'A')
      *   ahead of the ITEM-MASTER rate: when an agreement for the
      *   line's CUSTOMER-NO + ITEM-NO is in effect on the challan
      *   date, its contract rate is used, or the rate of the
      *   highest quantity-break tier the line's QUANTITY reaches.
      *   Such lines carry O-ITEM-SOURCE-FLAG 'C'. The file is
      *   created empty on first use so a site with no agreements
      *   prices exactly as before (COPYPROG2-CPAGREE names it).
      * - A customer DUNRUN has stopped supply to with a final notice
      *   (CM-STOP-SUPPLY on CUSTOMER-MASTER) has every line held,
      *   whatever the credit limit or balance. The held line goes
      *   to HOLD-FILE as before and is listed STOP instead of HELD
      *   on the hold report; a release through HLDREL holds again
      *   here until the stop is lifted.
      * - The FILE1 line now ends with the godown it dispatches from
      *   (DISPATCH-LOCATION X(2), appended by CHALENT after UNUSED).
      *   The exception and hold records carry the whole 82-byte
      *   line so a reinjected or released line still leaves from
      *   that godown.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPYPROG2.
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
           SELECT SUMMARY-REPORT ASSIGN DYNAMIC WS-SUMFILE-NAME
          05 QUANTITY PIC 9(5).
          05 ITEM-RATE PIC 9(3)V99.
          05 UNUSED PIC X(25).
      * Godown the line dispatches from, keyed in CHALENT; STKPOST
      * reads it. Only carried through here on the exception and
      * hold records.
          05 DISPATCH-LOCATION PIC X(2).

       FD OFILE
          LABEL RECORDS STANDARD.
          05 FILLER PIC X(3) VALUE SPACES.
          05 O-ITEM-SOURCE-FLAG PIC X(1).
      * 'M' = description/rate came from ITEM-MASTER, 'T' = item was
      * not on master so the transaction-supplied values were used,
      * 'C' = rate came from the customer's price agreement
          05 FILLER PIC X(3) VALUE SPACES.
          05 O-EXTENDED-AMOUNT PIC $$$,$$$,$$9.99.
      * QUANTITY x the item rate actually used (master or transaction)
      * applied by accounts directly against this field.
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
      * MASTMNT: one agreement per customer + item, CA-EFF-TO of
      * 99991231 meaning open-ended, CA-TIER-COUNT tiers in use.
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
          05 FILLER PIC X(1) VALUE SPACE.
          05 EX-REASON-TEXT PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EX-RAW-INPUT PIC X(82).

       FD SUMMARY-REPORT
          LABEL RECORDS STANDARD.
          05 FILLER PIC X(1) VALUE SPACE.
          05 HD-EXTENDED-AMOUNT PIC 9(8)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 HD-RAW-INPUT PIC X(82).

       FD HOLD-REPORT
          LABEL RECORDS STANDARD.

      * Shared run-control file for the daily sequence - one record
      * per step (1 CHALSORT, 2 COPYPROG2, 3 ARCHCONS, 4 STKPOST,
      * 5 INVGEN, 6 FILE2EXT, 7 GLJRNL) holding the business date
      * and the completion stamp, the one-record RELATIVE technique
      * COPYPROG's CHECKPOINT-FILE uses. RUN-LOG-FILE keeps the
      * appended completion history RUNSHEET prints from.
       FD RUN-CONTROL-FILE
       01 WS-CUSTMAST-NAME PIC X(100).
       01 WS-ITEMMAST-NAME PIC X(100).
       01 WS-EXCFILE-NAME PIC X(100).
       01 WS-CPAGREE-NAME PIC X(100).
       01 WS-SUMFILE-NAME PIC X(100).
       01 WS-HOLDFILE-NAME PIC X(100).
       01 WS-HOLDRPT-NAME PIC X(100).
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
       01 WS-RECORDS-CONTRACT PIC 9(7) VALUE ZERO.
       01 WS-ITEM-DESCRIPTION-USED PIC X(25).
       01 WS-ITEM-RATE-USED PIC 9(3)V99.
       01 WS-EXTENDED-AMOUNT PIC 9(8)V99.
       01 WS-RECORDS-HELD PIC 9(7) VALUE ZERO.

       01 WS-HOLD-DETAIL-LINE.
          05 WHH-HOLD-TYPE PIC X(6).
          05 WHH-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WHH-CHALLAN-NO PIC X(4).
                   WS-IM-STATUS
               STOP RUN
           END-IF.
           PERFORM OPEN-AGREEMENT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT SUMMARY-REPORT.
           OPEN OUTPUT HOLD-FILE.
               " HELD: " WS-RECORDS-HELD
               " QTY: " WS-GRAND-TOTAL-QTY
               " AMOUNT: " WS-GRAND-TOTAL-AMOUNT.
           DISPLAY "CONTRACT-PRICED LINES: " WS-RECORDS-CONTRACT.
           CLOSE IFILE OFILE CUSTOMER-MASTER ITEM-MASTER EXCEPTION-FILE
                 SUMMARY-REPORT HOLD-FILE HOLD-REPORT
                 PRICE-AGREEMENT-FILE.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

                   MOVE "D:\PROGRAMMING\COBOL\FILE2.REJ"
                       TO WS-EXCFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CPAGREE.TXT" TO WS-CPAGREE-NAME.
           ACCEPT WS-CPAGREE-NAME FROM ENVIRONMENT "COPYPROG2-CPAGREE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CPAGREE.TXT"
                       TO WS-CPAGREE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\SUMMARY.TXT" TO WS-SUMFILE-NAME.
           ACCEPT WS-SUMFILE-NAME FROM ENVIRONMENT "COPYPROG2-SUMFILE"
               ON EXCEPTION
           IF FIELDS-NUMERIC-OK AND CUSTOMER-NO-VALID
               PERFORM EXPAND-CHALLAN-DATE
               PERFORM LOOKUP-ITEM
               PERFORM APPLY-CONTRACT-PRICE
               COMPUTE WS-EXTENDED-AMOUNT = QUANTITY * WS-ITEM-RATE-USED
               PERFORM CHECK-CREDIT-LIMIT
           END-IF.
               MOVE WS-ITEM-DESCRIPTION-USED TO O-ITEM-DESCRIPTION
               MOVE QUANTITY TO O-QUANTITY
               MOVE WS-ITEM-RATE-USED TO O-ITEM-RATE
               IF CONTRACT-PRICED
                   MOVE 'C' TO O-ITEM-SOURCE-FLAG
               ELSE
                   IF ITEM-ON-MASTER
                       MOVE 'M' TO O-ITEM-SOURCE-FLAG
                   ELSE
                       MOVE 'T' TO O-ITEM-SOURCE-FLAG
                   END-IF
               END-IF
               MOVE WS-EXTENDED-AMOUNT TO O-EXTENDED-AMOUNT
               MOVE UNUSED TO O-UNUSED
               END-WRITE
               IF OFILE-WRITE-OK
                   ADD 1 TO WS-RECORDS-WRITTEN
                   IF CONTRACT-PRICED
                       ADD 1 TO WS-RECORDS-CONTRACT
                   END-IF
                   ADD WS-EXTENDED-AMOUNT TO CM-OUTSTANDING-BAL
                   REWRITE CUSTOMER-MASTER-REC
                   PERFORM WRITE-SUMMARY-LINE

      * A line that would push the customer past a non-zero credit
      * limit is held rather than posted; a zero limit is unlimited.
      * A customer on stop supply is held regardless.
       CHECK-CREDIT-LIMIT.
           SET CREDIT-OK TO TRUE.
           IF CM-SUPPLY-STOPPED
               SET CREDIT-HELD TO TRUE
           END-IF.
           IF CM-CREDIT-LIMIT > ZERO
               IF CM-OUTSTANDING-BAL + WS-EXTENDED-AMOUNT
                   > CM-CREDIT-LIMIT
           MOVE WS-EXTENDED-AMOUNT TO HD-EXTENDED-AMOUNT.
           MOVE INREC TO HD-RAW-INPUT.
           WRITE HOLD-REC.
           IF CM-SUPPLY-STOPPED
               MOVE "STOP  " TO WHH-HOLD-TYPE
           ELSE
               MOVE "HELD  " TO WHH-HOLD-TYPE
           END-IF.
           MOVE CUSTOMER-NO TO WHH-CUSTOMER-NO.
           MOVE CHALLAN-NO TO WHH-CHALLAN-NO.
           MOVE WS-EXTENDED-AMOUNT TO WHH-AMOUNT.
           END-IF.
           ADD 1 TO WS-RATE-IX.

      * A customer's price agreement in effect on the challan date
      * overrides whatever rate LOOKUP-ITEM settled on; within the
      * agreement the tier with the highest minimum quantity the
      * line reaches replaces the contract rate.
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

      * The agreement file may not exist yet on a site that has
      * never keyed one, so it is created empty on first use - same
      * technique as MASTMNT - and every line then prices as before.
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

       SET-LINE-SEQ.
           IF CUSTOMER-NO = WS-PREV-KEY-CUSTOMER-NO
               AND CHALLAN-NO = WS-PREV-KEY-CHALLAN-NO
