      ******************************************************************
      * Author:SUBASH S L
      * Date: 10.9.2026
      * Purpose: Invoice void and reissue. When INVGEN invoices a
      * challan to the wrong customer or at a wrong price the only
      * tool was CRNOTE, which assumes the goods physically came
      * back and adds the quantity back into STOCKBAL - wrong for a
      * paperwork error. This run takes a void request per invoice
      * (invoice number and a reason) and:
      *   - cancels the invoice on the invoice history (INVHIST.TXT)
      *     by setting IH-STATUS 'V' with the void date - the record
      *     stays on file so the number-continuity audit (INVAUDIT)
      *     can account for the number, while the statement, aging
      *     and commission runs leave it out;
      *   - reverses the invoice out of CM-OUTSTANDING-BAL. The
      *     balance carries the challan value COPYPROG2 added at
      *     dispatch, which is the invoice net, so the net comes off;
      *   - appends the invoice's tax analysis records again to
      *     INVTAXH.TXT with entry type 'V', which the daily GL
      *     journal posts as the reverse of the invoice;
      *   - never touches STOCKBAL - the goods are still with the
      *     customer.
      * Each void is listed on a void register (VOIDREG.TXT) with
      * its figures and reason.
      *
      * A request may also ask for the challan to be reissued under
      * a new invoice number - to a corrected customer and/or with up
      * to three corrected item rates. The challan's lines are taken
      * from the month-to-date archive ARCHCONS keeps (FILE2MTD.TXT),
      * re-extended where a rate was corrected, taxed by category
      * exactly as INVGEN does, numbered from INVGEN's own control
      * file (INVCTL.DAT) so invoice numbers stay one sequence, and
      * printed to REISSUE.TXT in INVGEN's invoice layout. The new
      * invoice is appended to the invoice and tax histories like any
      * other and its net added to the (corrected) customer's
      * balance; the voided record carries the new number in
      * IH-REPLACED-BY. Once MTHCLOSE has cut the archive off the
      * challan can no longer be reissued and the request is
      * rejected whole, so the invoice is not left voided with no
      * replacement.
      *
      * Every request is checked before anything is posted: an
      * invoice not on the history, already voided, or named twice
      * in the run, a missing reason, a bad flag or rate, or a
      * reissue whose customer or challan lines cannot be found is
      * rejected to an exception file with a reason code, the same
      * convention as the other posting programs.
      *
      * The invoice history is line sequential and appended to by
      * INVGEN, so the void marks are made by copying it through a
      * work file (INVHIST.WRK) and back. The work file is left in
      * place after the run as a copy of the updated history.
      *
      * Void request layout (VOID.TRN, one per line):
      *   VT-INVOICE-NO 9(6); VT-REASON X(20) printed on the
      *   register; VT-REISSUE-FLAG X 'Y' to reissue, 'N' or space
      *   to void only; VT-REISSUE-CUSTOMER X(5), blank to reissue
      *   to the same customer; three VT-RATE-FIX pairs of item X(5)
      *   and corrected rate 9(3)V99, blank when not used.
      *
      * File names are taken from environment variables
      * (INVVOID-VOIDFILE, -HISTFILE, -WORKFILE, -TAXHIST, -ARCHIVE,
      * -CUSTMAST, -ITEMMAST, -TAXMAST, -CTLFILE, -REGFILE,
      * -REISSUE, -EXCFILE) when set, falling back to the hardcoded
      * paths otherwise, same convention as the other programs.
      *
      * Maintenance Log:
      * - The archive layout carries the delivery status and short
      *   quantity DELCONF posts, appended after LINE-SEQ. A
      *   reissue still bills the lines as dispatched; shortages
      *   are credited through CRNOTE off DELCONF's discrepancy
      *   report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVOID.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-FILE ASSIGN DYNAMIC WS-VOIDFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-HISTORY ASSIGN DYNAMIC WS-HISTFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IH-STATUS.
           SELECT HISTORY-WORK-FILE ASSIGN DYNAMIC WS-WORKFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-HISTORY-FILE ASSIGN DYNAMIC WS-TAXHIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCH-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARCH-KEY = A-CHALLAN-DATE A-CUSTOMER-NO
               A-CHALLAN-NO A-ITEM-NO A-LINE-SEQ
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN DYNAMIC WS-CUSTMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUSTOMER-NO
           FILE STATUS IS WS-CM-STATUS.
           SELECT ITEM-MASTER ASSIGN DYNAMIC WS-ITEMMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IM-ITEM-NO
           FILE STATUS IS WS-IM-STATUS.
           SELECT TAX-RATE-MASTER ASSIGN DYNAMIC WS-TAXMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TX-TAX-CATEGORY
           FILE STATUS IS WS-TX-STATUS.
           SELECT CONTROL-FILE ASSIGN DYNAMIC WS-CTLFILE-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-CTL-KEY
           FILE STATUS IS WS-CTL-STATUS.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REISSUE-FILE ASSIGN DYNAMIC WS-REISSUE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN DYNAMIC WS-EXCFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD VOID-FILE
          LABEL RECORDS STANDARD.
       01 VOID-REC PIC X(80).

      * Layout mirrors HISTORY-REC as appended by INVGEN.
       FD INVOICE-HISTORY
          LABEL RECORDS STANDARD.
       01 INVOICE-HISTORY-REC.
          05 IH-INVOICE-NO PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-INVOICE-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-NET PIC 9(9)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-TAX PIC 9(8)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-GROSS PIC 9(9)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-STATUS PIC X(1).
             88 IH-VOIDED VALUE 'V'.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-VOID-DATE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-REPLACED-BY PIC X(6).

       FD HISTORY-WORK-FILE
          LABEL RECORDS STANDARD.
       01 HISTORY-WORK-REC PIC X(79).

      * Layout mirrors TAX-HISTORY-REC as appended by INVGEN.
       FD TAX-HISTORY-FILE
          LABEL RECORDS STANDARD.
       01 TAX-HISTORY-REC.
          05 IT-INVOICE-NO PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-INVOICE-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-TAX-CATEGORY PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-TAX-RATE PIC 9(2)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-TAXABLE PIC 9(9)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-TAX PIC 9(8)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-ENTRY-TYPE PIC X(1).
             88 IT-VOID-REVERSAL VALUE 'V'.

      * Layout mirrors ARCH-REC as written by ARCHCONS.
       FD ARCHIVE-FILE
          LABEL RECORDS STANDARD.
       01 ARCH-REC.
          05 A-CHALLAN-DATE PIC 9(8).
          05 FILLER PIC X(3).
          05 A-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(3).
          05 A-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(3).
          05 A-CHALLAN-DATE-EDIT PIC X(10).
          05 FILLER PIC X(3).
          05 A-ITEM-NO PIC X(5).
          05 FILLER PIC X(3).
          05 A-ITEM-DESCRIPTION PIC X(25).
          05 FILLER PIC X(3).
          05 A-QUANTITY PIC X(6).
          05 FILLER PIC X(3).
          05 A-ITEM-RATE PIC X(7).
          05 FILLER PIC X(3).
          05 A-ITEM-SOURCE-FLAG PIC X(1).
          05 FILLER PIC X(3).
          05 A-EXTENDED-AMOUNT PIC X(14).
          05 FILLER PIC X(3).
          05 A-UNUSED PIC X(25).
          05 FILLER PIC X(3).
          05 A-LINE-SEQ PIC 9(3).
      * Delivery fields posted by DELCONF.
          05 FILLER PIC X(3).
          05 A-DELIVERY-STATUS PIC X(1).
          05 FILLER PIC X(3).
          05 A-SHORT-QTY PIC 9(5).

       FD CUSTOMER-MASTER
          LABEL RECORDS STANDARD.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUSTOMER-NO PIC X(5).
          05 CM-CUSTOMER-NAME PIC X(30).
      * A zero CM-CREDIT-LIMIT means unlimited. The balance is
      * reduced here by a voided invoice's net and increased by a
      * reissue's net, the same figure COPYPROG2 adds at dispatch.
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
       01 ITEM-MASTER-REC.
          05 IM-ITEM-NO PIC X(5).
          05 IM-ITEM-DESCRIPTION PIC X(25).
          05 IM-ITEM-RATE PIC 9(3)V99.
      * Rate fields maintained by MASTMNT; only the tax category
      * matters here, but the layout must match the record on file.
          05 IM-RATE-COUNT PIC 9(2).
          05 IM-RATE-SEGMENT OCCURS 5 TIMES.
             10 IM-RATE-EFF-DATE PIC 9(8).
             10 IM-RATE-AMOUNT PIC 9(3)V99.
          05 IM-TAX-CATEGORY PIC X(2).

       FD TAX-RATE-MASTER
          LABEL RECORDS STANDARD.
      * Layout mirrors TAX-RATE-MASTER-REC as maintained by MASTMNT.
       01 TAX-RATE-MASTER-REC.
          05 TX-TAX-CATEGORY PIC X(2).
          05 TX-TAX-DESCRIPTION PIC X(20).
          05 TX-RATE-PCT PIC 9(2)V99.

      * INVGEN's one-record number-control file: the reissue takes
      * the next invoice number from it so the sequence is shared.
       FD CONTROL-FILE
          LABEL RECORDS STANDARD.
       01 CONTROL-REC.
          05 IC-NEXT-INVOICE-NO PIC 9(6).
          05 IC-TAX-RATE-PCT PIC 99V99.

       FD REGISTER-FILE
          LABEL RECORDS STANDARD.
       01 REGISTER-LINE PIC X(120).

       FD REISSUE-FILE
          LABEL RECORDS STANDARD.
       01 INVOICE-LINE PIC X(80).

       FD EXCEPTION-FILE
          LABEL RECORDS STANDARD.
       01 EXCEPTION-REC.
          05 EX-REASON-CODE PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EX-REASON-TEXT PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EX-RAW-INPUT PIC X(80).

       WORKING-STORAGE SECTION.
       01 E-O-F PIC X VALUE 'N'.
       01 WS-VOIDFILE-NAME PIC X(100).
       01 WS-HISTFILE-NAME PIC X(100).
       01 WS-WORKFILE-NAME PIC X(100).
       01 WS-TAXHIST-NAME PIC X(100).
       01 WS-ARCH-NAME PIC X(100).
       01 WS-CUSTMAST-NAME PIC X(100).
       01 WS-ITEMMAST-NAME PIC X(100).
       01 WS-TAXMAST-NAME PIC X(100).
       01 WS-CTLFILE-NAME PIC X(100).
       01 WS-REGFILE-NAME PIC X(100).
       01 WS-REISSUE-NAME PIC X(100).
       01 WS-EXCFILE-NAME PIC X(100).
       01 WS-IH-STATUS PIC XX.
          88 IH-FILE-NOT-FOUND VALUE '35'.
       01 WS-IT-STATUS PIC XX.
          88 IT-FILE-NOT-FOUND VALUE '35'.
       01 WS-ARCH-STATUS PIC XX.
          88 ARCH-FILE-OK VALUES '00' '02'.
       01 WS-CM-STATUS PIC XX.
          88 CM-FILE-OK VALUE '00'.
       01 WS-IM-STATUS PIC XX.
          88 IM-FILE-OK VALUE '00'.
       01 WS-TX-STATUS PIC XX.
          88 TX-FILE-OK VALUE '00'.
       01 WS-CTL-KEY PIC 9(4) VALUE 1.
       01 WS-CTL-STATUS PIC XX.
          88 CTL-FILE-OK VALUES '00' '02'.
          88 CTL-FILE-NOT-FOUND VALUES '23' '35'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
          05 WS-RD-CCYY PIC 9(4).
          05 WS-RD-MM PIC 99.
          05 WS-RD-DD PIC 99.
       01 WS-RUN-DATE-DDMMYYYY PIC 9(8).

      * The void request being examined, moved out of the table.
       01 WS-VOID-TRANS.
          05 VT-INVOICE-NO PIC 9(6).
          05 VT-REASON PIC X(20).
          05 VT-REISSUE-FLAG PIC X(1).
             88 VT-REISSUE VALUE 'Y'.
             88 VT-FLAG-VALID VALUES 'Y' 'N' ' '.
          05 VT-REISSUE-CUSTOMER PIC X(5).
          05 VT-RATE-FIX OCCURS 3 TIMES.
             10 VT-FIX-ITEM-NO PIC X(5).
             10 VT-FIX-RATE PIC 9(3)V99.
          05 FILLER PIC X(18).

      * One entry per void request in the run. Every request is
      * checked against the history and the archive before any of
      * them is posted.
       01 WS-VOID-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VV-IX PIC 9(3).
       01 WS-VV-SCAN-IX PIC 9(3).
       01 WS-VV-FOUND-SW PIC X.
          88 VV-ENTRY-FOUND VALUE 'Y'.
          88 VV-ENTRY-NOT-FOUND VALUE 'N'.
       01 WS-VOID-TABLE.
          05 WS-VV-ENTRY OCCURS 100 TIMES.
             10 VV-RAW PIC X(80).
             10 VV-INVOICE-NO PIC 9(6).
             10 VV-STATE PIC X(1).
                88 VV-PENDING VALUE 'P'.
                88 VV-ACCEPTED VALUE 'A'.
                88 VV-REJECTED VALUE 'R'.
             10 VV-MARKED-SW PIC X(1).
                88 VV-MARKED VALUE 'Y'.
             10 VV-REISSUE-SW PIC X(1).
                88 VV-WITH-REISSUE VALUE 'Y'.
             10 VV-INVOICE-DATE PIC 9(8).
             10 VV-CUSTOMER-NO PIC X(5).
             10 VV-CHALLAN-NO PIC X(4).
             10 VV-NET PIC 9(9)V99.
             10 VV-TAX PIC 9(8)V99.
             10 VV-GROSS PIC 9(9)V99.
             10 VV-TAX-RECORDS PIC 9(3).
             10 VV-RE-CUSTOMER-NO PIC X(5).
             10 VV-RE-CHALLAN-DATE PIC X(10).
             10 VV-RE-INVOICE-NO PIC 9(6).
             10 VV-RE-NET PIC 9(9)V99.
             10 VV-RE-TAX PIC 9(8)V99.
             10 VV-RE-GROSS PIC 9(9)V99.

      * The tax analysis records of the invoices being voided,
      * gathered before the tax history is reopened for extend.
       01 WS-REV-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REV-IX PIC 9(4).
       01 WS-REVERSAL-TABLE.
          05 WS-REV-ENTRY OCCURS 1000 TIMES.
             10 RV-VOID-IX PIC 9(3).
             10 RV-TAX-CATEGORY PIC X(2).
             10 RV-TAX-RATE PIC 9(2)V99.
             10 RV-TAXABLE PIC 9(9)V99.
             10 RV-TAX PIC 9(8)V99.

       01 WS-LINES-FOUND PIC 9(5).
       01 WS-FIX-IX PIC 9(1).
       01 WS-REQUEST-OK-SW PIC X.
          88 REQUEST-OK VALUE 'Y'.
          88 REQUEST-NOT-OK VALUE 'N'.

       01 WS-REQUESTS-READ PIC 9(5) VALUE ZERO.
       01 WS-REQUESTS-REJECTED PIC 9(5) VALUE ZERO.
       01 WS-VOIDS-POSTED PIC 9(5) VALUE ZERO.
       01 WS-REISSUES-POSTED PIC 9(5) VALUE ZERO.
       01 WS-HISTORY-COPIED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-VOID-NET PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-VOID-TAX PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-VOID-GROSS PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-REISSUE-GROSS PIC 9(11)V99 VALUE ZERO.

      * Reissue invoice being built - the same working fields and
      * per-category tax table INVGEN builds an invoice with.
       01 WS-INVOICE-NO PIC 9(6).
       01 WS-LINE-QUANTITY PIC 9(5).
       01 WS-LINE-RATE PIC 9(3)V99.
       01 WS-LINE-AMOUNT PIC 9(8)V99.
       01 WS-INV-SUBTOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-INV-TAX PIC 9(8)V99 VALUE ZERO.
       01 WS-INV-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-TAX-CAT PIC X(2).
       01 WS-LINE-TAX-RATE PIC 9(2)V99.
       01 WS-LINE-ITEM-SW PIC X.
          88 LINE-ITEM-FOUND VALUE 'Y'.
          88 LINE-ITEM-NOT-FOUND VALUE 'N'.
       01 WS-ITC-COUNT PIC 9(2) VALUE ZERO.
       01 WS-ITC-IX PIC 9(2).
       01 WS-ITC-FOUND-SW PIC X.
          88 ITC-SLOT-FOUND VALUE 'Y'.
          88 ITC-SLOT-NOT-FOUND VALUE 'N'.
       01 WS-INV-TAXCAT-TABLE.
          05 WS-ITC-ENTRY OCCURS 10 TIMES.
             10 WS-ITC-CAT PIC X(2).
             10 WS-ITC-RATE PIC 9(2)V99.
             10 WS-ITC-TAXABLE PIC 9(9)V99.
             10 WS-ITC-TAX PIC 9(8)V99.

       01 WS-INV-HDR1-LINE.
          05 FILLER PIC X(12) VALUE "INVOICE NO: ".
          05 WSI-INVOICE-NO PIC 9(6).
          05 FILLER PIC X(8) VALUE "  DATE: ".
          05 WSI-INVOICE-DATE PIC 99/99/9999.
          05 FILLER PIC X(44) VALUE SPACES.

       01 WS-INV-HDR2-LINE.
          05 FILLER PIC X(11) VALUE "CUSTOMER: ".
          05 WSI-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSI-CUSTOMER-NAME PIC X(30).
          05 FILLER PIC X(31) VALUE SPACES.

       01 WS-INV-HDR3-LINE.
          05 FILLER PIC X(9) VALUE "CHALLAN: ".
          05 WSI-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(3) VALUE SPACES.
          05 FILLER PIC X(6) VALUE "DATE: ".
          05 WSI-CHALLAN-DATE PIC X(10).
          05 FILLER PIC X(48) VALUE SPACES.

       01 WS-INV-HDR4-LINE.
          05 FILLER PIC X(30) VALUE
             "REISSUED IN PLACE OF INVOICE: ".
          05 WSI-VOIDED-NO PIC 9(6).
          05 FILLER PIC X(44) VALUE SPACES.

       01 WS-INV-DETAIL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSID-ITEM-NO PIC X(5).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSID-ITEM-DESCRIPTION PIC X(25).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSID-QUANTITY PIC ZZ,999.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSID-ITEM-RATE PIC $$$9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSID-EXTENDED-AMOUNT PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(9) VALUE SPACES.

       01 WS-INV-SUBTOTAL-LINE.
          05 FILLER PIC X(11) VALUE "  SUBTOTAL ".
          05 WSIS-AMOUNT PIC $$$$,$$$,$$9.99.
          05 FILLER PIC X(54) VALUE SPACES.

       01 WS-INV-TAXCAT-LINE.
          05 FILLER PIC X(10) VALUE "  TAX CAT ".
          05 WSIT-CAT PIC X(2).
          05 FILLER PIC X(3) VALUE " @ ".
          05 WSIT-RATE PIC Z9.99.
          05 FILLER PIC X(3) VALUE "%  ".
          05 WSIT-AMOUNT PIC $$$$,$$$,$$9.99.
          05 FILLER PIC X(43) VALUE SPACES.

       01 WS-INV-TOTAL-LINE.
          05 FILLER PIC X(11) VALUE "  TOTAL    ".
          05 WSIV-AMOUNT PIC $$$$,$$$,$$9.99.
          05 FILLER PIC X(54) VALUE SPACES.

       01 WS-REG-HDR1-LINE.
          05 FILLER PIC X(34) VALUE
             "INVOICE VOID REGISTER - RUN DATE: ".
          05 WRH-RUN-DATE PIC 99/99/9999.
          05 FILLER PIC X(76) VALUE SPACES.

       01 WS-REG-HDR2-LINE PIC X(120) VALUE
          "INVOICE INV DATE CUST  CHLN            NET            TAX
      -   "      GROSS REASON               NEW NO NOTE".

       01 WS-REG-VOID-LINE.
          05 WRV-INVOICE-NO PIC 9(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WRV-INVOICE-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WRV-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WRV-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WRV-NET PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WRV-TAX PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WRV-GROSS PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WRV-REASON PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WRV-NEW-INVOICE-NO PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WRV-NOTE PIC X(19).

       01 WS-REG-REISSUE-LINE.
          05 FILLER PIC X(10) VALUE "  REISSUE ".
          05 WRR-INVOICE-NO PIC 9(6).
          05 FILLER PIC X(4) VALUE " TO ".
          05 WRR-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WRR-NET PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WRR-TAX PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WRR-GROSS PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(48) VALUE SPACES.

       01 WS-REG-TOTAL-LINE.
          05 FILLER PIC X(7) VALUE "VOIDS: ".
          05 WRT-VOID-COUNT PIC ZZ,ZZ9.
          05 FILLER PIC X(6) VALUE " NET: ".
          05 WRT-NET PIC $$$$,$$$,$$9.99.
          05 FILLER PIC X(6) VALUE " TAX: ".
          05 WRT-TAX PIC $$$$,$$$,$$9.99.
          05 FILLER PIC X(8) VALUE " GROSS: ".
          05 WRT-GROSS PIC $$$$,$$$,$$9.99.
          05 FILLER PIC X(12) VALUE "  REISSUES: ".
          05 WRT-REISSUE-COUNT PIC ZZ,ZZ9.
          05 FILLER PIC X(8) VALUE " GROSS: ".
          05 WRT-REISSUE-GROSS PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-DDMMYYYY =
               WS-RD-DD * 1000000 + WS-RD-MM * 10000 + WS-RD-CCYY.
      * I-O rather than INPUT: the void and the reissue are posted
      * back to the customer records.
           OPEN I-O CUSTOMER-MASTER.
           IF NOT CM-FILE-OK
               DISPLAY "UNABLE TO OPEN CUSTOMER-MASTER, STATUS: "
                   WS-CM-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER.
           IF NOT IM-FILE-OK
               DISPLAY "UNABLE TO OPEN ITEM-MASTER, STATUS: "
                   WS-IM-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT TAX-RATE-MASTER.
           IF NOT TX-FILE-OK
               DISPLAY "UNABLE TO OPEN TAX-RATE-MASTER, STATUS: "
                   WS-TX-STATUS
               STOP RUN
           END-IF.
           PERFORM OPEN-CONTROL-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT REGISTER-FILE.
           OPEN OUTPUT REISSUE-FILE.
           PERFORM LOAD-VOID-REQUESTS.
           PERFORM FIND-VOIDED-INVOICES.
           MOVE 1 TO WS-VV-IX.
           PERFORM CHECK-ONE-REQUEST
               UNTIL WS-VV-IX > WS-VOID-COUNT.
           PERFORM WRITE-REGISTER-HEADINGS.
           IF WS-VOIDS-POSTED > ZERO
               PERFORM LOAD-TAX-ANALYSIS
               OPEN EXTEND TAX-HISTORY-FILE
               MOVE 1 TO WS-VV-IX
               PERFORM POST-ONE-VOID
                   UNTIL WS-VV-IX > WS-VOID-COUNT
               CLOSE TAX-HISTORY-FILE
               PERFORM REWRITE-INVOICE-HISTORY
           END-IF.
           PERFORM WRITE-REGISTER-TOTALS.
           DISPLAY "Invoice voids posted."
           DISPLAY "CONTROL TOTALS - READ: " WS-REQUESTS-READ
               " VOIDED: " WS-VOIDS-POSTED
               " REISSUED: " WS-REISSUES-POSTED
               " REJECTED: " WS-REQUESTS-REJECTED
               " GROSS VOIDED: " WS-TOTAL-VOID-GROSS.
           CLOSE CUSTOMER-MASTER ITEM-MASTER TAX-RATE-MASTER
                 CONTROL-FILE EXCEPTION-FILE REGISTER-FILE
                 REISSUE-FILE.
           STOP RUN.

       SET-FILE-NAMES.
           MOVE "D:\PROGRAMMING\COBOL\VOID.TRN" TO WS-VOIDFILE-NAME.
           ACCEPT WS-VOIDFILE-NAME FROM ENVIRONMENT "INVVOID-VOIDFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\VOID.TRN"
                       TO WS-VOIDFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVHIST.TXT" TO WS-HISTFILE-NAME.
           ACCEPT WS-HISTFILE-NAME FROM ENVIRONMENT "INVVOID-HISTFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVHIST.TXT"
                       TO WS-HISTFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVHIST.WRK" TO WS-WORKFILE-NAME.
           ACCEPT WS-WORKFILE-NAME FROM ENVIRONMENT "INVVOID-WORKFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVHIST.WRK"
                       TO WS-WORKFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVTAXH.TXT" TO WS-TAXHIST-NAME.
           ACCEPT WS-TAXHIST-NAME FROM ENVIRONMENT "INVVOID-TAXHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVTAXH.TXT"
                       TO WS-TAXHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\FILE2MTD.TXT" TO WS-ARCH-NAME.
           ACCEPT WS-ARCH-NAME FROM ENVIRONMENT "INVVOID-ARCHIVE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\FILE2MTD.TXT"
                       TO WS-ARCH-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT" TO WS-CUSTMAST-NAME.
           ACCEPT WS-CUSTMAST-NAME FROM ENVIRONMENT "INVVOID-CUSTMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT"
                       TO WS-CUSTMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT" TO WS-ITEMMAST-NAME.
           ACCEPT WS-ITEMMAST-NAME FROM ENVIRONMENT "INVVOID-ITEMMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT"
                       TO WS-ITEMMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\TAXMAST.TXT" TO WS-TAXMAST-NAME.
           ACCEPT WS-TAXMAST-NAME FROM ENVIRONMENT "INVVOID-TAXMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\TAXMAST.TXT"
                       TO WS-TAXMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVCTL.DAT" TO WS-CTLFILE-NAME.
           ACCEPT WS-CTLFILE-NAME FROM ENVIRONMENT "INVVOID-CTLFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVCTL.DAT"
                       TO WS-CTLFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\VOIDREG.TXT" TO WS-REGFILE-NAME.
           ACCEPT WS-REGFILE-NAME FROM ENVIRONMENT "INVVOID-REGFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\VOIDREG.TXT"
                       TO WS-REGFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\REISSUE.TXT" TO WS-REISSUE-NAME.
           ACCEPT WS-REISSUE-NAME FROM ENVIRONMENT "INVVOID-REISSUE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\REISSUE.TXT"
                       TO WS-REISSUE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\VOID.REJ" TO WS-EXCFILE-NAME.
           ACCEPT WS-EXCFILE-NAME FROM ENVIRONMENT "INVVOID-EXCFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\VOID.REJ"
                       TO WS-EXCFILE-NAME
           END-ACCEPT.

       OPEN-CONTROL-FILE.
           OPEN I-O CONTROL-FILE.
           IF CTL-FILE-NOT-FOUND
               CLOSE CONTROL-FILE
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.
           READ CONTROL-FILE
               INVALID KEY
                   MOVE 1 TO IC-NEXT-INVOICE-NO
                   MOVE 10.00 TO IC-TAX-RATE-PCT
                   DISPLAY "CONTROL FILE INITIALIZED - "
                       "NEXT INVOICE 000001, TAX RATE 10.00 PCT"
           END-READ.

       REWRITE-CONTROL.
           REWRITE CONTROL-REC
               INVALID KEY
                   WRITE CONTROL-REC
           END-REWRITE.

      * Requests are edited as they are loaded; one that fails its
      * edits is rejected straight away and takes no table slot.
       LOAD-VOID-REQUESTS.
           MOVE 'N' TO E-O-F.
           OPEN INPUT VOID-FILE.
           READ VOID-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.
           PERFORM LOAD-ONE-REQUEST UNTIL E-O-F = 'Y'.
           CLOSE VOID-FILE.

       LOAD-ONE-REQUEST.
           ADD 1 TO WS-REQUESTS-READ.
           MOVE VOID-REC TO WS-VOID-TRANS.
           PERFORM EDIT-VOID-REQUEST.
           IF REQUEST-OK
               ADD 1 TO WS-VOID-COUNT
               MOVE WS-VOID-COUNT TO WS-VV-IX
               MOVE VOID-REC TO VV-RAW(WS-VV-IX)
               MOVE VT-INVOICE-NO TO VV-INVOICE-NO(WS-VV-IX)
               SET VV-PENDING(WS-VV-IX) TO TRUE
               MOVE 'N' TO VV-MARKED-SW(WS-VV-IX)
               MOVE VT-REISSUE-FLAG TO VV-REISSUE-SW(WS-VV-IX)
               MOVE ZERO TO VV-TAX-RECORDS(WS-VV-IX)
               MOVE ZERO TO VV-RE-INVOICE-NO(WS-VV-IX)
               MOVE ZERO TO VV-RE-NET(WS-VV-IX)
               MOVE ZERO TO VV-RE-TAX(WS-VV-IX)
               MOVE ZERO TO VV-RE-GROSS(WS-VV-IX)
               MOVE SPACES TO VV-RE-CHALLAN-DATE(WS-VV-IX)
           END-IF.
           READ VOID-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       EDIT-VOID-REQUEST.
           SET REQUEST-OK TO TRUE.
           MOVE VOID-REC TO EX-RAW-INPUT.
           IF VT-INVOICE-NO NOT NUMERIC
               SET REQUEST-NOT-OK TO TRUE
               MOVE "INV " TO EX-REASON-CODE
               MOVE "INVOICE NUMBER NOT NUMERIC" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF VT-REASON = SPACES
                   SET REQUEST-NOT-OK TO TRUE
                   MOVE "RSN " TO EX-REASON-CODE
                   MOVE "VOID REASON MISSING" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF NOT VT-FLAG-VALID
                       SET REQUEST-NOT-OK TO TRUE
                       MOVE "FLAG" TO EX-REASON-CODE
                       MOVE "REISSUE FLAG NOT Y OR N"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           IF REQUEST-OK
               MOVE 1 TO WS-FIX-IX
               PERFORM EDIT-ONE-RATE-FIX
                   UNTIL WS-FIX-IX > 3 OR REQUEST-NOT-OK
           END-IF.
           IF REQUEST-OK
               PERFORM CHECK-REPEATED-REQUEST
           END-IF.
           IF REQUEST-OK AND WS-VOID-COUNT = 100
               SET REQUEST-NOT-OK TO TRUE
               MOVE "FULL" TO EX-REASON-CODE
               MOVE "TOO MANY VOIDS IN ONE RUN" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

       EDIT-ONE-RATE-FIX.
           IF VT-FIX-ITEM-NO(WS-FIX-IX) NOT = SPACES
               AND VT-FIX-RATE(WS-FIX-IX) NOT NUMERIC
               SET REQUEST-NOT-OK TO TRUE
               MOVE "RATE" TO EX-REASON-CODE
               MOVE "CORRECTED RATE NOT NUMERIC" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           ADD 1 TO WS-FIX-IX.

       CHECK-REPEATED-REQUEST.
           SET VV-ENTRY-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-VV-SCAN-IX.
           PERFORM SCAN-FOR-REPEAT
               UNTIL VV-ENTRY-FOUND OR WS-VV-SCAN-IX > WS-VOID-COUNT.
           IF VV-ENTRY-FOUND
               SET REQUEST-NOT-OK TO TRUE
               MOVE "DUP " TO EX-REASON-CODE
               MOVE "INVOICE REPEATED IN THIS RUN" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

       SCAN-FOR-REPEAT.
           IF VV-INVOICE-NO(WS-VV-SCAN-IX) = VT-INVOICE-NO
               SET VV-ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-VV-SCAN-IX
           END-IF.

      * One pass of the invoice history picks up the original figures
      * for every request in the run.
       FIND-VOIDED-INVOICES.
           MOVE 'N' TO E-O-F.
           OPEN INPUT INVOICE-HISTORY.
           IF IH-FILE-NOT-FOUND
               DISPLAY "NO INVOICE HISTORY ON FILE"
               MOVE 'Y' TO E-O-F
           ELSE
               READ INVOICE-HISTORY
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM MATCH-ONE-HISTORY-RECORD UNTIL E-O-F = 'Y'.
           IF NOT IH-FILE-NOT-FOUND
               CLOSE INVOICE-HISTORY
           END-IF.

       MATCH-ONE-HISTORY-RECORD.
           SET VV-ENTRY-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-VV-IX.
           PERFORM SCAN-FOR-PENDING-INVOICE
               UNTIL VV-ENTRY-FOUND OR WS-VV-IX > WS-VOID-COUNT.
           IF VV-ENTRY-FOUND
               IF IH-VOIDED
                   SET VV-REJECTED(WS-VV-IX) TO TRUE
                   MOVE "VOID" TO EX-REASON-CODE
                   MOVE "INVOICE ALREADY VOIDED" TO EX-REASON-TEXT
                   PERFORM REJECT-TABLE-REQUEST
               ELSE
                   SET VV-ACCEPTED(WS-VV-IX) TO TRUE
                   MOVE IH-INVOICE-DATE TO VV-INVOICE-DATE(WS-VV-IX)
                   MOVE IH-CUSTOMER-NO TO VV-CUSTOMER-NO(WS-VV-IX)
                   MOVE IH-CHALLAN-NO TO VV-CHALLAN-NO(WS-VV-IX)
                   MOVE IH-NET TO VV-NET(WS-VV-IX)
                   MOVE IH-TAX TO VV-TAX(WS-VV-IX)
                   MOVE IH-GROSS TO VV-GROSS(WS-VV-IX)
               END-IF
           END-IF.
           READ INVOICE-HISTORY
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       SCAN-FOR-PENDING-INVOICE.
           IF VV-INVOICE-NO(WS-VV-IX) = IH-INVOICE-NO
               AND VV-PENDING(WS-VV-IX)
               SET VV-ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-VV-IX
           END-IF.

      * A request still pending after the history pass names an
      * invoice that was never issued. A reissue is proved possible
      * here - customer on master, challan lines still on the
      * archive - before anything is posted.
       CHECK-ONE-REQUEST.
           IF VV-PENDING(WS-VV-IX)
               SET VV-REJECTED(WS-VV-IX) TO TRUE
               MOVE "NOIN" TO EX-REASON-CODE
               MOVE "INVOICE NOT ON HISTORY" TO EX-REASON-TEXT
               PERFORM REJECT-TABLE-REQUEST
           END-IF.
           IF VV-ACCEPTED(WS-VV-IX) AND VV-WITH-REISSUE(WS-VV-IX)
               PERFORM CHECK-REISSUE
           END-IF.
           IF VV-ACCEPTED(WS-VV-IX)
               ADD 1 TO WS-VOIDS-POSTED
           END-IF.
           ADD 1 TO WS-VV-IX.

       CHECK-REISSUE.
           MOVE VV-RAW(WS-VV-IX) TO WS-VOID-TRANS.
           IF VT-REISSUE-CUSTOMER = SPACES
               MOVE VV-CUSTOMER-NO(WS-VV-IX)
                   TO VV-RE-CUSTOMER-NO(WS-VV-IX)
           ELSE
               MOVE VT-REISSUE-CUSTOMER TO VV-RE-CUSTOMER-NO(WS-VV-IX)
           END-IF.
           MOVE VV-RE-CUSTOMER-NO(WS-VV-IX) TO CM-CUSTOMER-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET VV-REJECTED(WS-VV-IX) TO TRUE
                   MOVE "CUST" TO EX-REASON-CODE
                   MOVE "REISSUE CUSTOMER NOT ON MASTER"
                       TO EX-REASON-TEXT
                   PERFORM REJECT-TABLE-REQUEST
           END-READ.
           IF VV-ACCEPTED(WS-VV-IX)
               MOVE ZERO TO WS-LINES-FOUND
               PERFORM SCAN-ARCHIVE-FOR-CHALLAN
               IF WS-LINES-FOUND = ZERO
                   SET VV-REJECTED(WS-VV-IX) TO TRUE
                   MOVE "NOLN" TO EX-REASON-CODE
                   MOVE "CHALLAN NOT ON MTD ARCHIVE" TO EX-REASON-TEXT
                   PERFORM REJECT-TABLE-REQUEST
               END-IF
           END-IF.

      * The archive key is date-major, so one challan's lines are
      * found by reading the month through.
       SCAN-ARCHIVE-FOR-CHALLAN.
           MOVE 'N' TO E-O-F.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-FILE-OK
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
               PERFORM COUNT-ONE-ARCHIVE-LINE UNTIL E-O-F = 'Y'
               CLOSE ARCHIVE-FILE
           END-IF.

       COUNT-ONE-ARCHIVE-LINE.
           IF A-CUSTOMER-NO = VV-CUSTOMER-NO(WS-VV-IX)
               AND A-CHALLAN-NO = VV-CHALLAN-NO(WS-VV-IX)
               ADD 1 TO WS-LINES-FOUND
               IF WS-LINES-FOUND = 1
                   MOVE A-CHALLAN-DATE-EDIT
                       TO VV-RE-CHALLAN-DATE(WS-VV-IX)
               END-IF
           END-IF.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

      * The original tax analysis of each invoice being voided is
      * gathered so it can be appended again as its reversal.
      * Invoices raised before the analysis was kept have none; the
      * register notes them for accounts to reverse by hand.
       LOAD-TAX-ANALYSIS.
           MOVE 'N' TO E-O-F.
           OPEN INPUT TAX-HISTORY-FILE.
           IF IT-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               READ TAX-HISTORY-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM TAKE-ONE-TAX-RECORD UNTIL E-O-F = 'Y'.
           IF NOT IT-FILE-NOT-FOUND
               CLOSE TAX-HISTORY-FILE
           END-IF.

       TAKE-ONE-TAX-RECORD.
           IF NOT IT-VOID-REVERSAL
               SET VV-ENTRY-NOT-FOUND TO TRUE
               MOVE 1 TO WS-VV-IX
               PERFORM SCAN-FOR-ACCEPTED-INVOICE
                   UNTIL VV-ENTRY-FOUND OR WS-VV-IX > WS-VOID-COUNT
               IF VV-ENTRY-FOUND
                   PERFORM ADD-REVERSAL-ENTRY
               END-IF
           END-IF.
           READ TAX-HISTORY-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       SCAN-FOR-ACCEPTED-INVOICE.
           IF VV-INVOICE-NO(WS-VV-IX) = IT-INVOICE-NO
               AND VV-CUSTOMER-NO(WS-VV-IX) = IT-CUSTOMER-NO
               AND VV-ACCEPTED(WS-VV-IX)
               SET VV-ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-VV-IX
           END-IF.

       ADD-REVERSAL-ENTRY.
           IF WS-REV-COUNT = 1000
               DISPLAY "REVERSAL TABLE FULL - RUN ABANDONED - "
                   "VOID FEWER INVOICES PER RUN"
               STOP RUN
           END-IF.
           ADD 1 TO WS-REV-COUNT.
           MOVE WS-VV-IX TO RV-VOID-IX(WS-REV-COUNT).
           MOVE IT-TAX-CATEGORY TO RV-TAX-CATEGORY(WS-REV-COUNT).
           MOVE IT-TAX-RATE TO RV-TAX-RATE(WS-REV-COUNT).
           MOVE IT-TAXABLE TO RV-TAXABLE(WS-REV-COUNT).
           MOVE IT-TAX TO RV-TAX(WS-REV-COUNT).
           ADD 1 TO VV-TAX-RECORDS(WS-VV-IX).

       POST-ONE-VOID.
           IF VV-ACCEPTED(WS-VV-IX)
               PERFORM REVERSE-CUSTOMER-BALANCE
               MOVE 1 TO WS-REV-IX
               PERFORM WRITE-ONE-REVERSAL
                   UNTIL WS-REV-IX > WS-REV-COUNT
               IF VV-WITH-REISSUE(WS-VV-IX)
                   PERFORM BUILD-REISSUE
               END-IF
               PERFORM WRITE-REGISTER-VOID
               ADD VV-NET(WS-VV-IX) TO WS-TOTAL-VOID-NET
               ADD VV-TAX(WS-VV-IX) TO WS-TOTAL-VOID-TAX
               ADD VV-GROSS(WS-VV-IX) TO WS-TOTAL-VOID-GROSS
           END-IF.
           ADD 1 TO WS-VV-IX.

      * A customer since deleted from the master cannot be reversed
      * on the master; the void still stands on the history and the
      * register says so.
       REVERSE-CUSTOMER-BALANCE.
           MOVE VV-CUSTOMER-NO(WS-VV-IX) TO CM-CUSTOMER-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER " VV-CUSTOMER-NO(WS-VV-IX)
                       " NOT ON MASTER - BALANCE NOT REVERSED FOR "
                       "INVOICE " VV-INVOICE-NO(WS-VV-IX)
               NOT INVALID KEY
                   IF CM-OUTSTANDING-BAL NOT NUMERIC
                       MOVE ZERO TO CM-OUTSTANDING-BAL
                   END-IF
                   SUBTRACT VV-NET(WS-VV-IX) FROM CM-OUTSTANDING-BAL
                   REWRITE CUSTOMER-MASTER-REC
           END-READ.

       WRITE-ONE-REVERSAL.
           IF RV-VOID-IX(WS-REV-IX) = WS-VV-IX
               MOVE SPACES TO TAX-HISTORY-REC
               MOVE VV-INVOICE-NO(WS-VV-IX) TO IT-INVOICE-NO
               MOVE WS-RUN-DATE TO IT-INVOICE-DATE
               MOVE VV-CUSTOMER-NO(WS-VV-IX) TO IT-CUSTOMER-NO
               MOVE RV-TAX-CATEGORY(WS-REV-IX) TO IT-TAX-CATEGORY
               MOVE RV-TAX-RATE(WS-REV-IX) TO IT-TAX-RATE
               MOVE RV-TAXABLE(WS-REV-IX) TO IT-TAXABLE
               MOVE RV-TAX(WS-REV-IX) TO IT-TAX
               SET IT-VOID-REVERSAL TO TRUE
               WRITE TAX-HISTORY-REC
           END-IF.
           ADD 1 TO WS-REV-IX.

      * The reissue is built from the archived challan lines the
      * same way INVGEN builds an invoice from FILE2: quantity, rate
      * and extended amount brought back from their edited pictures,
      * except that a line whose item carries a corrected rate on
      * the request is re-extended at that rate.
       BUILD-REISSUE.
           MOVE VV-RAW(WS-VV-IX) TO WS-VOID-TRANS.
           MOVE IC-NEXT-INVOICE-NO TO WS-INVOICE-NO.
           ADD 1 TO IC-NEXT-INVOICE-NO.
           PERFORM REWRITE-CONTROL.
           MOVE WS-INVOICE-NO TO VV-RE-INVOICE-NO(WS-VV-IX).
           MOVE ZERO TO WS-INV-SUBTOTAL.
           MOVE ZERO TO WS-ITC-COUNT.
           MOVE VV-RE-CUSTOMER-NO(WS-VV-IX) TO CM-CUSTOMER-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO CM-CUSTOMER-NAME
           END-READ.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE WS-INVOICE-NO TO WSI-INVOICE-NO.
           MOVE WS-RUN-DATE-DDMMYYYY TO WSI-INVOICE-DATE.
           MOVE WS-INV-HDR1-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE VV-RE-CUSTOMER-NO(WS-VV-IX) TO WSI-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME TO WSI-CUSTOMER-NAME.
           MOVE WS-INV-HDR2-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE VV-CHALLAN-NO(WS-VV-IX) TO WSI-CHALLAN-NO.
           MOVE VV-RE-CHALLAN-DATE(WS-VV-IX) TO WSI-CHALLAN-DATE.
           MOVE WS-INV-HDR3-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE VV-INVOICE-NO(WS-VV-IX) TO WSI-VOIDED-NO.
           MOVE WS-INV-HDR4-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT ARCHIVE-FILE.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.
           PERFORM REISSUE-ONE-ARCHIVE-LINE UNTIL E-O-F = 'Y'.
           CLOSE ARCHIVE-FILE.
           PERFORM FINISH-REISSUE.

       REISSUE-ONE-ARCHIVE-LINE.
           IF A-CUSTOMER-NO = VV-CUSTOMER-NO(WS-VV-IX)
               AND A-CHALLAN-NO = VV-CHALLAN-NO(WS-VV-IX)
               PERFORM WRITE-REISSUE-DETAIL
           END-IF.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       WRITE-REISSUE-DETAIL.
           COMPUTE WS-LINE-QUANTITY =
               FUNCTION NUMVAL-C(A-QUANTITY).
           COMPUTE WS-LINE-RATE =
               FUNCTION NUMVAL-C(A-ITEM-RATE).
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION NUMVAL-C(A-EXTENDED-AMOUNT).
           MOVE 1 TO WS-FIX-IX.
           PERFORM APPLY-ONE-RATE-FIX
               UNTIL WS-FIX-IX > 3.
           MOVE SPACES TO WS-INV-DETAIL-LINE.
           MOVE A-ITEM-NO TO WSID-ITEM-NO.
           MOVE A-ITEM-DESCRIPTION TO WSID-ITEM-DESCRIPTION.
           MOVE WS-LINE-QUANTITY TO WSID-QUANTITY.
           MOVE WS-LINE-RATE TO WSID-ITEM-RATE.
           MOVE WS-LINE-AMOUNT TO WSID-EXTENDED-AMOUNT.
           MOVE WS-INV-DETAIL-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           ADD WS-LINE-AMOUNT TO WS-INV-SUBTOTAL.
           PERFORM LOOKUP-LINE-TAX-CATEGORY.
           PERFORM ACCUMULATE-LINE-TAX.

       APPLY-ONE-RATE-FIX.
           IF VT-FIX-ITEM-NO(WS-FIX-IX) = A-ITEM-NO
               MOVE VT-FIX-RATE(WS-FIX-IX) TO WS-LINE-RATE
               COMPUTE WS-LINE-AMOUNT =
                   WS-LINE-QUANTITY * WS-LINE-RATE
           END-IF.
           ADD 1 TO WS-FIX-IX.

      * Same category lookup and default bucket as INVGEN, so a
      * reissue is taxed exactly as the original run would have.
       LOOKUP-LINE-TAX-CATEGORY.
           MOVE "**" TO WS-LINE-TAX-CAT.
           MOVE IC-TAX-RATE-PCT TO WS-LINE-TAX-RATE.
           SET LINE-ITEM-FOUND TO TRUE.
           MOVE A-ITEM-NO TO IM-ITEM-NO.
           READ ITEM-MASTER
               INVALID KEY
                   SET LINE-ITEM-NOT-FOUND TO TRUE
           END-READ.
           IF LINE-ITEM-FOUND AND IM-TAX-CATEGORY NOT = SPACES
               MOVE IM-TAX-CATEGORY TO TX-TAX-CATEGORY
               READ TAX-RATE-MASTER
                   NOT INVALID KEY
                       MOVE TX-TAX-CATEGORY TO WS-LINE-TAX-CAT
                       MOVE TX-RATE-PCT TO WS-LINE-TAX-RATE
               END-READ
           END-IF.

       ACCUMULATE-LINE-TAX.
           SET ITC-SLOT-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-ITC-IX.
           PERFORM SCAN-INV-TAXCAT-TABLE
               UNTIL ITC-SLOT-FOUND OR WS-ITC-IX > WS-ITC-COUNT.
           IF NOT ITC-SLOT-FOUND
               IF WS-ITC-COUNT < 10
                   ADD 1 TO WS-ITC-COUNT
                   MOVE WS-ITC-COUNT TO WS-ITC-IX
                   MOVE WS-LINE-TAX-CAT TO WS-ITC-CAT(WS-ITC-IX)
                   MOVE WS-LINE-TAX-RATE TO WS-ITC-RATE(WS-ITC-IX)
                   MOVE ZERO TO WS-ITC-TAXABLE(WS-ITC-IX)
                   MOVE ZERO TO WS-ITC-TAX(WS-ITC-IX)
               ELSE
                   MOVE 1 TO WS-ITC-IX
               END-IF
           END-IF.
           ADD WS-LINE-AMOUNT TO WS-ITC-TAXABLE(WS-ITC-IX).

       SCAN-INV-TAXCAT-TABLE.
           IF WS-ITC-CAT(WS-ITC-IX) = WS-LINE-TAX-CAT
               SET ITC-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-ITC-IX
           END-IF.

       FINISH-REISSUE.
           MOVE ZERO TO WS-INV-TAX.
           MOVE 1 TO WS-ITC-IX.
           PERFORM TAX-ONE-CATEGORY
               UNTIL WS-ITC-IX > WS-ITC-COUNT.
           COMPUTE WS-INV-TOTAL = WS-INV-SUBTOTAL + WS-INV-TAX.
           MOVE WS-INV-SUBTOTAL TO WSIS-AMOUNT.
           MOVE WS-INV-SUBTOTAL-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE 1 TO WS-ITC-IX.
           PERFORM WRITE-ONE-TAXCAT-LINE
               UNTIL WS-ITC-IX > WS-ITC-COUNT.
           MOVE WS-INV-TOTAL TO WSIV-AMOUNT.
           MOVE WS-INV-TOTAL-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE 1 TO WS-ITC-IX.
           PERFORM WRITE-ONE-TAX-HISTORY
               UNTIL WS-ITC-IX > WS-ITC-COUNT.
           MOVE WS-INV-SUBTOTAL TO VV-RE-NET(WS-VV-IX).
           MOVE WS-INV-TAX TO VV-RE-TAX(WS-VV-IX).
           MOVE WS-INV-TOTAL TO VV-RE-GROSS(WS-VV-IX).
           PERFORM CHARGE-REISSUE-CUSTOMER.
           ADD 1 TO WS-REISSUES-POSTED.
           ADD WS-INV-TOTAL TO WS-TOTAL-REISSUE-GROSS.

       TAX-ONE-CATEGORY.
           COMPUTE WS-ITC-TAX(WS-ITC-IX) ROUNDED =
               WS-ITC-TAXABLE(WS-ITC-IX)
               * WS-ITC-RATE(WS-ITC-IX) / 100.
           ADD WS-ITC-TAX(WS-ITC-IX) TO WS-INV-TAX.
           ADD 1 TO WS-ITC-IX.

       WRITE-ONE-TAXCAT-LINE.
           MOVE WS-ITC-CAT(WS-ITC-IX) TO WSIT-CAT.
           MOVE WS-ITC-RATE(WS-ITC-IX) TO WSIT-RATE.
           MOVE WS-ITC-TAX(WS-ITC-IX) TO WSIT-AMOUNT.
           MOVE WS-INV-TAXCAT-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           ADD 1 TO WS-ITC-IX.

       WRITE-ONE-TAX-HISTORY.
           MOVE SPACES TO TAX-HISTORY-REC.
           MOVE WS-INVOICE-NO TO IT-INVOICE-NO.
           MOVE WS-RUN-DATE TO IT-INVOICE-DATE.
           MOVE VV-RE-CUSTOMER-NO(WS-VV-IX) TO IT-CUSTOMER-NO.
           MOVE WS-ITC-CAT(WS-ITC-IX) TO IT-TAX-CATEGORY.
           MOVE WS-ITC-RATE(WS-ITC-IX) TO IT-TAX-RATE.
           MOVE WS-ITC-TAXABLE(WS-ITC-IX) TO IT-TAXABLE.
           MOVE WS-ITC-TAX(WS-ITC-IX) TO IT-TAX.
           WRITE TAX-HISTORY-REC.
           ADD 1 TO WS-ITC-IX.

       CHARGE-REISSUE-CUSTOMER.
           MOVE VV-RE-CUSTOMER-NO(WS-VV-IX) TO CM-CUSTOMER-NO.
           READ CUSTOMER-MASTER
               NOT INVALID KEY
                   IF CM-OUTSTANDING-BAL NOT NUMERIC
                       MOVE ZERO TO CM-OUTSTANDING-BAL
                   END-IF
                   ADD WS-INV-SUBTOTAL TO CM-OUTSTANDING-BAL
                   REWRITE CUSTOMER-MASTER-REC
           END-READ.

      * The history is copied to the work file with each voided
      * invoice marked and the reissues added on the end, then
      * copied back over the history.
       REWRITE-INVOICE-HISTORY.
           MOVE 'N' TO E-O-F.
           OPEN INPUT INVOICE-HISTORY.
           OPEN OUTPUT HISTORY-WORK-FILE.
           READ INVOICE-HISTORY
               AT END MOVE 'Y' TO E-O-F
           END-READ.
           PERFORM COPY-ONE-TO-WORK UNTIL E-O-F = 'Y'.
           CLOSE INVOICE-HISTORY.
           MOVE 1 TO WS-VV-IX.
           PERFORM WRITE-ONE-REISSUE-HISTORY
               UNTIL WS-VV-IX > WS-VOID-COUNT.
           CLOSE HISTORY-WORK-FILE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT HISTORY-WORK-FILE.
           OPEN OUTPUT INVOICE-HISTORY.
           READ HISTORY-WORK-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.
           PERFORM COPY-ONE-FROM-WORK UNTIL E-O-F = 'Y'.
           CLOSE HISTORY-WORK-FILE INVOICE-HISTORY.

       COPY-ONE-TO-WORK.
           ADD 1 TO WS-HISTORY-COPIED.
           IF NOT IH-VOIDED
               SET VV-ENTRY-NOT-FOUND TO TRUE
               MOVE 1 TO WS-VV-IX
               PERFORM SCAN-FOR-UNMARKED-VOID
                   UNTIL VV-ENTRY-FOUND OR WS-VV-IX > WS-VOID-COUNT
               IF VV-ENTRY-FOUND
                   SET IH-VOIDED TO TRUE
                   MOVE WS-RUN-DATE TO IH-VOID-DATE
                   IF VV-RE-INVOICE-NO(WS-VV-IX) > ZERO
                       MOVE VV-RE-INVOICE-NO(WS-VV-IX)
                           TO IH-REPLACED-BY
                   ELSE
                       MOVE SPACES TO IH-REPLACED-BY
                   END-IF
                   MOVE 'Y' TO VV-MARKED-SW(WS-VV-IX)
               END-IF
           END-IF.
           MOVE INVOICE-HISTORY-REC TO HISTORY-WORK-REC.
           WRITE HISTORY-WORK-REC.
           READ INVOICE-HISTORY
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       SCAN-FOR-UNMARKED-VOID.
           IF VV-INVOICE-NO(WS-VV-IX) = IH-INVOICE-NO
               AND VV-ACCEPTED(WS-VV-IX)
               AND NOT VV-MARKED(WS-VV-IX)
               SET VV-ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-VV-IX
           END-IF.

       WRITE-ONE-REISSUE-HISTORY.
           IF VV-ACCEPTED(WS-VV-IX) AND VV-RE-INVOICE-NO(WS-VV-IX) > 0
               MOVE SPACES TO INVOICE-HISTORY-REC
               MOVE VV-RE-INVOICE-NO(WS-VV-IX) TO IH-INVOICE-NO
               MOVE WS-RUN-DATE TO IH-INVOICE-DATE
               MOVE VV-RE-CUSTOMER-NO(WS-VV-IX) TO IH-CUSTOMER-NO
               MOVE VV-CHALLAN-NO(WS-VV-IX) TO IH-CHALLAN-NO
               MOVE VV-RE-NET(WS-VV-IX) TO IH-NET
               MOVE VV-RE-TAX(WS-VV-IX) TO IH-TAX
               MOVE VV-RE-GROSS(WS-VV-IX) TO IH-GROSS
               MOVE INVOICE-HISTORY-REC TO HISTORY-WORK-REC
               WRITE HISTORY-WORK-REC
           END-IF.
           ADD 1 TO WS-VV-IX.

       COPY-ONE-FROM-WORK.
           MOVE HISTORY-WORK-REC TO INVOICE-HISTORY-REC.
           WRITE INVOICE-HISTORY-REC.
           READ HISTORY-WORK-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       WRITE-REGISTER-HEADINGS.
           MOVE WS-RUN-DATE-DDMMYYYY TO WRH-RUN-DATE.
           MOVE WS-REG-HDR1-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-REG-HDR2-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       WRITE-REGISTER-VOID.
           MOVE VV-RAW(WS-VV-IX) TO WS-VOID-TRANS.
           MOVE SPACES TO WS-REG-VOID-LINE.
           MOVE VV-INVOICE-NO(WS-VV-IX) TO WRV-INVOICE-NO.
           MOVE VV-INVOICE-DATE(WS-VV-IX) TO WRV-INVOICE-DATE.
           MOVE VV-CUSTOMER-NO(WS-VV-IX) TO WRV-CUSTOMER-NO.
           MOVE VV-CHALLAN-NO(WS-VV-IX) TO WRV-CHALLAN-NO.
           MOVE VV-NET(WS-VV-IX) TO WRV-NET.
           MOVE VV-TAX(WS-VV-IX) TO WRV-TAX.
           MOVE VV-GROSS(WS-VV-IX) TO WRV-GROSS.
           MOVE VT-REASON TO WRV-REASON.
           IF VV-RE-INVOICE-NO(WS-VV-IX) > ZERO
               MOVE VV-RE-INVOICE-NO(WS-VV-IX) TO WRV-NEW-INVOICE-NO
           END-IF.
           IF VV-TAX-RECORDS(WS-VV-IX) = ZERO
               MOVE "NO GL ANALYSIS" TO WRV-NOTE
           END-IF.
           MOVE WS-REG-VOID-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           IF VV-RE-INVOICE-NO(WS-VV-IX) > ZERO
               MOVE VV-RE-INVOICE-NO(WS-VV-IX) TO WRR-INVOICE-NO
               MOVE VV-RE-CUSTOMER-NO(WS-VV-IX) TO WRR-CUSTOMER-NO
               MOVE VV-RE-NET(WS-VV-IX) TO WRR-NET
               MOVE VV-RE-TAX(WS-VV-IX) TO WRR-TAX
               MOVE VV-RE-GROSS(WS-VV-IX) TO WRR-GROSS
               MOVE WS-REG-REISSUE-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-VOIDS-POSTED TO WRT-VOID-COUNT.
           MOVE WS-TOTAL-VOID-NET TO WRT-NET.
           MOVE WS-TOTAL-VOID-TAX TO WRT-TAX.
           MOVE WS-TOTAL-VOID-GROSS TO WRT-GROSS.
           MOVE WS-REISSUES-POSTED TO WRT-REISSUE-COUNT.
           MOVE WS-TOTAL-REISSUE-GROSS TO WRT-REISSUE-GROSS.
           MOVE WS-REG-TOTAL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       REJECT-TABLE-REQUEST.
           MOVE VV-RAW(WS-VV-IX) TO EX-RAW-INPUT.
           PERFORM WRITE-EXCEPTION.

       WRITE-EXCEPTION.
           WRITE EXCEPTION-REC.
           ADD 1 TO WS-REQUESTS-REJECTED.
