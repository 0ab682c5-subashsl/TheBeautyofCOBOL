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

       FD EXPORT-FILE
          LABEL RECORDS STANDARD.

      * Shared run-control file for the daily sequence - one record
      * per step (1 CHALSORT, 2 COPYPROG2, 3 ARCHCONS, 4 STKPOST,
      * 5 INVGEN, 6 FILE2EXT, 7 GLJRNL) holding the business date
      * and the completion stamp, the one-record RELATIVE technique
      * COPYPROG's CHECKPOINT-FILE uses. RUN-LOG-FILE keeps the
      * appended completion history RUNSHEET prints from.
       FD RUN-CONTROL-FILE
