      *   CR-ITEM-NO      X(5)  keeps what is on the rejected line
      *   CR-QUANTITY     X(5)
      *   CR-ITEM-RATE    X(5)
      *   CR-RAW-MATCH    X(82) raw-content key when CR-REJ-SEQ is
      *                         spaces
      *
      * File names are taken from environment variables
          05 FILLER PIC X(1).
          05 EX-REASON-TEXT PIC X(30).
          05 FILLER PIC X(1).
          05 EX-RAW-INPUT PIC X(82).

       FD CORRECTION-FILE
          LABEL RECORDS STANDARD.
          05 CR-ITEM-NO PIC X(5).
          05 CR-QUANTITY PIC X(5).
          05 CR-ITEM-RATE PIC X(5).
          05 CR-RAW-MATCH PIC X(82).

       FD CUSTOMER-MASTER
          LABEL RECORDS STANDARD.
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

       FD REINJECT-FILE
          LABEL RECORDS STANDARD.
       01 REINJECT-REC PIC X(82).

       FD REPORT-FILE
          LABEL RECORDS STANDARD.
          05 WF-QUANTITY PIC X(5).
          05 WF-ITEM-RATE PIC X(5).
          05 WF-UNUSED PIC X(25).
          05 WF-DISPATCH-LOCATION PIC X(2).

       01 WS-CORR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CORR-IX PIC 9(3).
             10 WC-ITEM-NO PIC X(5).
             10 WC-QUANTITY PIC X(5).
             10 WC-ITEM-RATE PIC X(5).
             10 WC-RAW-MATCH PIC X(82).
             10 WC-USED-SW PIC X.
                88 CORRECTION-USED VALUE 'Y'.

