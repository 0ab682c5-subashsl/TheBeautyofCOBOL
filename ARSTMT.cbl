      * -CUSTMAST, -STMTFILE, -AGEDFILE) when set, falling back to
      * the hardcoded paths otherwise, same convention as the other
      * programs.
      *
      * Maintenance Log:
      * - Invoices voided by INVVOID (IH-STATUS 'V' on the invoice
      *   history) are left out of the statements and the aging;
      *   the void has already taken them off CM-OUTSTANDING-BAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSTMT.
          05 IH-TAX PIC 9(8)V99.
          05 FILLER PIC X(1).
          05 IH-GROSS PIC 9(9)V99.
      * Void marker set by INVVOID; a voided invoice stays on the
      * history for the number-continuity audit but is no longer
      * owed.
          05 FILLER PIC X(1).
          05 IH-STATUS PIC X(1).
             88 IH-VOIDED VALUE 'V'.
          05 FILLER PIC X(1).
          05 IH-VOID-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 IH-REPLACED-BY PIC X(6).

       FD PAYMENT-HISTORY
          LABEL RECORDS STANDARD.
          05 CM-CUSTOMER-NAME PIC X(30).
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

       FD STATEMENT-FILE
          LABEL RECORDS STANDARD.
               CLOSE INVOICE-HISTORY
           END-IF.

      * A voided invoice is no longer owed and is left out.
       LOAD-ONE-INVOICE.
           IF NOT IH-VOIDED
               PERFORM TAKE-ONE-INVOICE
           END-IF.
           READ INVOICE-HISTORY
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       TAKE-ONE-INVOICE.
           IF WS-INV-COUNT = 20000
               DISPLAY "INVOICE TABLE FULL - RUN ABANDONED - "
                   "ARCHIVE THE INVOICE HISTORY"
           MOVE IH-INVOICE-DATE TO WI-DATE(WS-INV-COUNT).
           MOVE IH-GROSS TO WI-GROSS(WS-INV-COUNT).
           MOVE IH-GROSS TO WI-OPEN(WS-INV-COUNT).

       LOAD-PAYMENT-HISTORY.
           MOVE 'N' TO E-O-F.
