      *   before. An item add/change takes MT-TAX-CATEGORY (blank on
      *   a change keeps the value on master). The audit before/
      *   after images were widened to carry the longer item record.
      * - Two purchasing masters are maintained here with the same
      *   add/change/delete, audit and exception discipline: the
      *   SUPPLIER-MASTER (SUPPMAST.TXT, MT-FILE-CODE 'S' - number,
      *   name, phone) and the PURCHASE-ORDER-FILE (POFILE.TXT,
      *   MT-FILE-CODE 'P' - one record per supplier + PO number +
      *   item line with ordered and received quantities and an
      *   open/closed status). A PO line add must name a supplier
      *   on SUPPLIER-MASTER and an item on ITEM-MASTER and carry a
      *   numeric order quantity; the order date defaults to the
      *   run date and the due date to the order date. A change
      *   replaces the order quantity/due date when given and
      *   reopens or closes the line against the quantity already
      *   received; the received quantity itself belongs to
      *   STKPOST, which matches goods-inward receipts against the
      *   open lines, and is never changed here. Both files are
      *   created empty on first use. AU-KEY carries the supplier
      *   number for 'S' and the PO number for 'P'; the full PO
      *   key is in the before/after images.
      * - Customer-price agreements (CPAGREE.TXT, MT-FILE-CODE 'A')
      *   are maintained here with the same add/change/delete,
      *   audit and exception discipline. One agreement per
      *   CUSTOMER-NO + ITEM-NO carries its own effective from/to
      *   dates (from defaults to the run date, a blank to-date
      *   means open-ended), a contract rate, and up to three
      *   optional quantity-break tiers (minimum quantity + rate).
      *   An add must name a customer and an item already on their
      *   masters and carry a numeric contract rate. A change
      *   replaces the dates and rate when given, and replaces the
      *   whole tier set when the first tier quantity is numeric -
      *   zero there with the other tiers blank clears the breaks.
      *   COPYPROG2, CHALREG and CHALENT price from the agreement
      *   ahead of the ITEM-MASTER rate. MT-MASTER-DATA was widened
      *   to carry the tiers, so the transaction is now 80 bytes;
      *   the existing file codes' fields are unchanged. The file is
      *   created empty on first use. AU-KEY carries the customer
      *   number for 'A'; the item is in the before/after images.
      * - A SALESMAN-MASTER (SALESMAN.TXT, MT-FILE-CODE 'M' - code,
      *   name, commission percentage) is maintained here with the
      *   same add/change/delete, audit and exception discipline,
      *   and CUSTOMER-MASTER now carries the customer's salesman
      *   code (CM-SALESMAN-CODE, appended after the balance so no
      *   existing field moves). A customer add or change takes
      *   MT-SALESMAN-CODE, which must be on SALESMAN-MASTER when
      *   given; blank on an add leaves a house account and blank
      *   on a change keeps the code already on master. The month-
      *   end commission run (COMMRUN) pays each salesman on their
      *   customers' collections. The file is created empty on
      *   first use.
      * - The chart-of-accounts mapping the daily GL journal run
      *   (GLJRNL) posts through is maintained here as GL-MAPPING-
      *   FILE (GLMAP.TXT, MT-FILE-CODE 'G'), keyed on a posting
      *   type (DEBT debtors, BANK cash/bank, SALE sales, OTAX
      *   output tax, SRET sales returns, STCK stock, SADJ stock
      *   adjustment) plus an optional tax category, so sales and
      *   output tax can go to a different account per category
      *   and everything else maps once with a blank category. An
      *   add must carry a recognised posting type and an account
      *   number; a change replaces the account number/name when
      *   given. Same add/change/delete, audit and exception
      *   discipline as the other masters; created empty on first
      *   use. AU-KEY carries the posting type; the category is in
      *   the before/after images.
      * - An OPERATOR-AUTHORITY-MASTER (OPERMAST.TXT, MT-FILE-CODE
      *   'O') is maintained here: operator id, name, four role
      *   flags (master maintenance, hold release, stock adjustment
      *   approval, payment posting) and a money and a quantity
      *   limit, zero meaning unlimited as on the credit limit.
      *   HLDREL, STKADJ, PAYPOST and CRNOTE check their operator
      *   ids against it. Every transaction here must now carry an
      *   MT-USER-ID on the file with the master maintenance role or
      *   it is rejected (OPER/AUTH); a customer credit limit above
      *   the operator's money limit, or a PO order quantity above
      *   the quantity limit, is rejected as LIMT, and an operator
      *   may not change or delete their own authority entry
      *   (SELF). While the file holds no operators the only
      *   transaction accepted is an 'O' add enrolling the user on
      *   the transaction with the master maintenance role. Created
      *   empty on first use.
      * - CUSTOMER-MASTER now carries a proof-of-delivery invoicing
      *   flag (CM-POD-INVOICING, appended after the salesman code).
      *   A customer add or change takes MT-POD-INVOICING: Y means
      *   INVGEN, when run in POD mode, invoices the customer's
      *   challans only once DELCONF has posted their delivery
      *   confirmation; N invoices on dispatch as before. Blank on
      *   an add means N and blank on a change keeps the flag.
      * - CUSTOMER-MASTER now carries a stop-supply flag
      *   (CM-STOP-SUPPLY, appended after the delivery flag). DUNRUN
      *   sets it when it issues a final notice and lifts it once
      *   nothing is over 90 days; while it is Y, COPYPROG2 and
      *   CHALENT hold the customer's new challans. A customer
      *   change takes MT-STOP-SUPPLY so collections can stop a
      *   customer early or lift a stop on a settlement (Y or N;
      *   blank keeps the flag). An add takes it the same way,
      *   blank meaning N.
      * - A LOCATION-MASTER (LOCMAST.TXT, MT-FILE-CODE 'L' - godown
      *   code and name) is maintained here with the same add/
      *   change/delete, audit and exception discipline; STOCKBAL
      *   is now keyed on location + item and the stock programs
      *   check their locations against it. CUSTOMER-MASTER now
      *   carries the customer's default godown
      *   (CM-DEFAULT-LOCATION, appended after the stop flag), which
      *   a customer's challans dispatch from unless the challan
      *   names another. A customer add or change takes
      *   MT-DEFAULT-LOCATION, which must be on LOCATION-MASTER when
      *   given (LOC); blank on an add means the main godown and
      *   blank on a change keeps the code. Created empty on first
      *   use.
      * - An operator with limits of their own may not enrol or
      *   amend an operator with a money or quantity limit above
      *   theirs, or with none (zero); either is rejected as LIMT.
      *   A limit left blank on a change is judged as the one the
      *   operator already holds.
      * - Nor may they grant an operator the hold release, stock
      *   adjustment or payments role unless they hold it
      *   themselves (AUTH).
      * - AU-KEY is widened to eight characters so an operator entry
      *   is keyed on the full id; the other files' keys are
      *   unchanged, left-justified in it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTMNT.
           ACCESS MODE IS RANDOM
           RECORD KEY IS TX-TAX-CATEGORY
           FILE STATUS IS WS-TX-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN DYNAMIC WS-SUPPMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SUPPLIER-NO
           FILE STATUS IS WS-SU-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN DYNAMIC WS-POFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.
           SELECT PRICE-AGREEMENT-FILE ASSIGN DYNAMIC WS-CPAGREE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CA-KEY
           FILE STATUS IS WS-CA-STATUS.
           SELECT SALESMAN-MASTER ASSIGN DYNAMIC WS-SALESMAN-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-SALESMAN-CODE
           FILE STATUS IS WS-SM-STATUS.
           SELECT GL-MAPPING-FILE ASSIGN DYNAMIC WS-GLMAP-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GM-MAP-KEY
           FILE STATUS IS WS-GM-STATUS.
           SELECT OPERATOR-MASTER ASSIGN DYNAMIC WS-OPERMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-OPERATOR-ID
           FILE STATUS IS WS-OP-STATUS.
           SELECT LOCATION-MASTER ASSIGN DYNAMIC WS-LOCMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LC-LOCATION-CODE
           FILE STATUS IS WS-LC-STATUS.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN DYNAMIC WS-EXCFILE-NAME
             88 MT-CUSTOMER-FILE VALUE 'C'.
             88 MT-ITEM-FILE VALUE 'I'.
             88 MT-TAX-FILE VALUE 'T'.
             88 MT-SUPPLIER-FILE VALUE 'S'.
             88 MT-PO-FILE VALUE 'P'.
             88 MT-AGREEMENT-FILE VALUE 'A'.
             88 MT-SALESMAN-FILE VALUE 'M'.
             88 MT-GL-MAPPING-FILE VALUE 'G'.
             88 MT-OPERATOR-FILE VALUE 'O'.
             88 MT-LOCATION-FILE VALUE 'L'.
          05 MT-ACTION PIC X.
             88 MT-ADD VALUE 'A'.
             88 MT-CHANGE VALUE 'C'.
             88 MT-DELETE VALUE 'D'.
          05 MT-USER-ID PIC X(8).
          05 MT-MASTER-DATA PIC X(70).
          05 MT-CUSTOMER-DATA REDEFINES MT-MASTER-DATA.
             10 MT-CUSTOMER-NO PIC X(5).
             10 MT-CUSTOMER-NAME PIC X(30).
             10 MT-CREDIT-LIMIT PIC 9(7)V99.
      * credit limit without the decimal point, same convention as
      * MT-ITEM-RATE; blank on an add means zero (unlimited)
             10 MT-SALESMAN-CODE PIC X(4).
      * must be on SALESMAN-MASTER when given; blank on an add is a
      * house account, blank on a change keeps the code on master
             10 MT-POD-INVOICING PIC X(1).
      * Y invoices the customer only on confirmed delivery (INVGEN's
      * POD mode), N invoices on dispatch; blank on an add means N,
      * blank on a change keeps the flag on master
             10 MT-STOP-SUPPLY PIC X(1).
      * Y holds the customer's new challans, N lifts a stop; blank
      * on an add means N, blank on a change keeps the flag
             10 MT-DEFAULT-LOCATION PIC X(2).
      * godown the customer's challans dispatch from; must be on
      * LOCATION-MASTER when given; blank on an add is the main
      * godown, blank on a change keeps the code on master
          05 MT-ITEM-DATA REDEFINES MT-MASTER-DATA.
             10 MT-ITEM-NO PIC X(5).
             10 MT-ITEM-DESCRIPTION PIC X(25).
      * percentage without the decimal point, same convention as
      * MT-ITEM-RATE; e.g. 1250 is 12.50 percent
             10 FILLER PIC X(22).
          05 MT-SUPPLIER-DATA REDEFINES MT-MASTER-DATA.
             10 MT-SUPPLIER-NO PIC X(5).
             10 MT-SUPPLIER-NAME PIC X(30).
             10 MT-SUPPLIER-PHONE PIC X(12).
             10 FILLER PIC X(1).
          05 MT-PO-DATA REDEFINES MT-MASTER-DATA.
             10 MT-PO-SUPPLIER-NO PIC X(5).
             10 MT-PO-NUMBER PIC X(5).
             10 MT-PO-ITEM-NO PIC X(5).
             10 MT-PO-ORDER-DATE PIC X(8).
             10 MT-PO-DUE-DATE PIC X(8).
      * ccyymmdd; a blank order date defaults to the run date and a
      * blank due date to the order date
             10 MT-PO-ORDER-QTY PIC 9(7).
             10 FILLER PIC X(10).
          05 MT-AGREEMENT-DATA REDEFINES MT-MASTER-DATA.
             10 MT-CA-CUSTOMER-NO PIC X(5).
             10 MT-CA-ITEM-NO PIC X(5).
             10 MT-CA-EFF-FROM PIC X(8).
             10 MT-CA-EFF-TO PIC X(8).
      * ccyymmdd; a blank from-date defaults to the run date and a
      * blank to-date leaves the agreement open-ended
             10 MT-CA-CONTRACT-RATE PIC 9(3)V99.
             10 MT-CA-TIER OCCURS 3 TIMES.
                15 MT-CA-TIER-MIN-QTY PIC 9(5).
                15 MT-CA-TIER-RATE PIC 9(3)V99.
      * quantity breaks - the rate applies from the minimum quantity
      * up; a blank or zero minimum quantity leaves the slot unused
             10 FILLER PIC X(9).
          05 MT-SALESMAN-DATA REDEFINES MT-MASTER-DATA.
             10 MT-SM-CODE PIC X(4).
             10 MT-SM-NAME PIC X(30).
             10 MT-SM-COMMISSION-PCT PIC 9(2)V99.
      * percentage without the decimal point, same convention as
      * MT-TAX-RATE-PCT; e.g. 0250 is 2.50 percent
             10 FILLER PIC X(32).
          05 MT-GL-MAPPING-DATA REDEFINES MT-MASTER-DATA.
             10 MT-GL-POSTING-TYPE PIC X(4).
                88 MT-GL-TYPE-VALID VALUES "DEBT" "BANK" "SALE"
                   "OTAX" "SRET" "STCK" "SADJ".
             10 MT-GL-TAX-CATEGORY PIC X(2).
      * blank except on SALE/OTAX mappings that differ by category
             10 MT-GL-ACCOUNT-NO PIC X(10).
             10 MT-GL-ACCOUNT-NAME PIC X(30).
             10 FILLER PIC X(24).
          05 MT-OPERATOR-DATA REDEFINES MT-MASTER-DATA.
             10 MT-OP-ID PIC X(8).
             10 MT-OP-NAME PIC X(30).
             10 MT-OP-ROLE-MASTERS PIC X(1).
             10 MT-OP-ROLE-HOLD-RELEASE PIC X(1).
             10 MT-OP-ROLE-STOCK-ADJUST PIC X(1).
             10 MT-OP-ROLE-PAYMENTS PIC X(1).
      * 'Y' grants the role; anything else on an add is 'N', and on
      * a change only 'Y' or 'N' replaces the flag on master
             10 MT-OP-MONEY-LIMIT PIC 9(7)V99.
             10 MT-OP-QUANTITY-LIMIT PIC 9(7).
      * limits without the decimal point; blank on an add is zero
      * (unlimited), blank on a change keeps the value on master
             10 FILLER PIC X(12).
          05 MT-LOCATION-DATA REDEFINES MT-MASTER-DATA.
             10 MT-LC-CODE PIC X(2).
             10 MT-LC-NAME PIC X(30).
             10 FILLER PIC X(38).

       FD CUSTOMER-MASTER
          LABEL RECORDS STANDARD.
      * posted by COPYPROG2 and adjusted by accounts, never here.
          05 CM-CREDIT-LIMIT PIC 9(7)V99.
          05 CM-OUTSTANDING-BAL PIC S9(7)V99.
      * Salesman code on SALESMAN-MASTER; blank is a house account
      * that earns no commission.
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
          05 TX-TAX-DESCRIPTION PIC X(20).
          05 TX-RATE-PCT PIC 9(2)V99.

       FD SUPPLIER-MASTER
          LABEL RECORDS STANDARD.
       01 SUPPLIER-MASTER-REC.
          05 SU-SUPPLIER-NO PIC X(5).
          05 SU-SUPPLIER-NAME PIC X(30).
          05 SU-PHONE PIC X(12).

      * One record per PO line. PO-RECEIVED-QTY and
      * PO-LAST-RCPT-DATE are posted by STKPOST as goods-inward
      * receipts are matched; a line is closed once the received
      * quantity reaches the ordered quantity.
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

      * One agreement per customer + item. CA-EFF-TO of 99991231
      * means open-ended. The tier with the highest minimum
      * quantity not above the line quantity replaces the contract
      * rate; CA-TIER-COUNT slots are in use.
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

      * Commission is paid on collections at SM-COMMISSION-PCT by
      * the month-end COMMRUN.
       FD SALESMAN-MASTER
          LABEL RECORDS STANDARD.
       01 SALESMAN-MASTER-REC.
          05 SM-SALESMAN-CODE PIC X(4).
          05 SM-SALESMAN-NAME PIC X(30).
          05 SM-COMMISSION-PCT PIC 9(2)V99.

      * One GL account per posting type (and tax category, for
      * sales and output tax), read by the daily GLJRNL run.
       FD GL-MAPPING-FILE
          LABEL RECORDS STANDARD.
       01 GL-MAPPING-REC.
          05 GM-MAP-KEY.
             10 GM-POSTING-TYPE PIC X(4).
             10 GM-TAX-CATEGORY PIC X(2).
          05 GM-ACCOUNT-NO PIC X(10).
          05 GM-ACCOUNT-NAME PIC X(30).

      * Who may approve what, and up to how much. A zero limit is
      * unlimited, same convention as CM-CREDIT-LIMIT. Read by
      * HLDREL, STKADJ, PAYPOST and CRNOTE as well as here.
       FD OPERATOR-MASTER
          LABEL RECORDS STANDARD.
       01 OPERATOR-MASTER-REC.
          05 OP-OPERATOR-ID PIC X(8).
          05 OP-OPERATOR-NAME PIC X(30).
          05 OP-ROLE-MASTERS PIC X(1).
             88 OP-MAY-MAINTAIN-MASTERS VALUE 'Y'.
          05 OP-ROLE-HOLD-RELEASE PIC X(1).
             88 OP-MAY-RELEASE-HOLDS VALUE 'Y'.
          05 OP-ROLE-STOCK-ADJUST PIC X(1).
             88 OP-MAY-APPROVE-ADJUSTMENTS VALUE 'Y'.
          05 OP-ROLE-PAYMENTS PIC X(1).
             88 OP-MAY-POST-PAYMENTS VALUE 'Y'.
          05 OP-MONEY-LIMIT PIC 9(7)V99.
          05 OP-QUANTITY-LIMIT PIC 9(7).

      * One record per godown stock is held in. STOCKBAL is keyed
      * on location + item, and receipts, dispatches, counts and
      * transfers are checked against this file.
       FD LOCATION-MASTER
          LABEL RECORDS STANDARD.
       01 LOCATION-MASTER-REC.
          05 LC-LOCATION-CODE PIC X(2).
          05 LC-LOCATION-NAME PIC X(30).

       FD AUDIT-FILE
          LABEL RECORDS STANDARD.
       01 AUDIT-REC.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-ACTION PIC X.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-KEY PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-BEFORE-IMAGE PIC X(104).
          05 FILLER PIC X(1) VALUE SPACE.
       01 WS-TX-STATUS PIC XX.
          88 TX-FILE-OK VALUES '00' '02'.
          88 TX-FILE-NOT-FOUND VALUE '35'.
       01 WS-SUPPMAST-NAME PIC X(100).
       01 WS-SU-STATUS PIC XX.
          88 SU-FILE-OK VALUES '00' '02'.
          88 SU-FILE-NOT-FOUND VALUE '35'.
       01 WS-POFILE-NAME PIC X(100).
       01 WS-PO-STATUS PIC XX.
          88 PO-FILE-OK VALUES '00' '02'.
          88 PO-FILE-NOT-FOUND VALUE '35'.
       01 WS-CPAGREE-NAME PIC X(100).
       01 WS-CA-STATUS PIC XX.
          88 CA-FILE-OK VALUES '00' '02'.
          88 CA-FILE-NOT-FOUND VALUE '35'.
       01 WS-SALESMAN-NAME PIC X(100).
       01 WS-SM-STATUS PIC XX.
          88 SM-FILE-OK VALUES '00' '02'.
          88 SM-FILE-NOT-FOUND VALUE '35'.
       01 WS-GLMAP-NAME PIC X(100).
       01 WS-GM-STATUS PIC XX.
          88 GM-FILE-OK VALUES '00' '02'.
          88 GM-FILE-NOT-FOUND VALUE '35'.
       01 WS-OPERMAST-NAME PIC X(100).
       01 WS-OP-STATUS PIC XX.
          88 OP-FILE-OK VALUES '00' '02'.
          88 OP-FILE-NOT-FOUND VALUE '35'.
       01 WS-LOCMAST-NAME PIC X(100).
       01 WS-LC-STATUS PIC XX.
          88 LC-FILE-OK VALUES '00' '02'.
          88 LC-FILE-NOT-FOUND VALUE '35'.
       01 WS-OPERATORS-SW PIC X.
          88 OPERATORS-ON-FILE VALUE 'Y'.
          88 NO-OPERATORS-ON-FILE VALUE 'N'.
       01 WS-AUTHORITY-SW PIC X.
          88 USER-AUTHORISED VALUE 'Y'.
          88 USER-NOT-AUTHORISED VALUE 'N'.
       01 WS-NEW-CREDIT-LIMIT PIC 9(7)V99.
       01 WS-USER-MONEY-LIMIT PIC 9(7)V99.
       01 WS-USER-QTY-LIMIT PIC 9(7).
       01 WS-NEW-MONEY-LIMIT PIC 9(7)V99.
       01 WS-NEW-QTY-LIMIT PIC 9(7).
       01 WS-TIER-IX PIC 9(1).
       01 WS-AGREEMENT-OK-SW PIC X.
          88 AGREEMENT-FIELDS-OK VALUE 'Y'.
          88 AGREEMENT-FIELDS-BAD VALUE 'N'.
       01 WS-REF-FOUND-SW PIC X.
          88 REFERENCE-ON-MASTER VALUE 'Y'.
          88 REFERENCE-NOT-ON-MASTER VALUE 'N'.
       01 WS-KEY-FOUND-SW PIC X.
          88 KEY-ON-MASTER VALUE 'Y'.
          88 KEY-NOT-ON-MASTER VALUE 'N'.
               STOP RUN
           END-IF.
           PERFORM OPEN-TAX-MASTER.
           PERFORM OPEN-SUPPLIER-MASTER.
           PERFORM OPEN-PO-FILE.
           PERFORM OPEN-AGREEMENT-FILE.
           PERFORM OPEN-SALESMAN-MASTER.
           PERFORM OPEN-GL-MAPPING-FILE.
           PERFORM OPEN-OPERATOR-MASTER.
           PERFORM OPEN-LOCATION-MASTER.
           PERFORM CHECK-OPERATORS-ON-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           READ TRANS-FILE
               " APPLIED: " WS-TRANS-APPLIED
               " REJECTED: " WS-TRANS-REJECTED.
           CLOSE TRANS-FILE CUSTOMER-MASTER ITEM-MASTER TAX-RATE-MASTER
                 SUPPLIER-MASTER PURCHASE-ORDER-FILE
                 PRICE-AGREEMENT-FILE SALESMAN-MASTER
                 GL-MAPPING-FILE OPERATOR-MASTER LOCATION-MASTER
                 AUDIT-FILE EXCEPTION-FILE.
           STOP RUN.

                   MOVE "D:\PROGRAMMING\COBOL\TAXMAST.TXT"
                       TO WS-TAXMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\SUPPMAST.TXT" TO WS-SUPPMAST-NAME.
           ACCEPT WS-SUPPMAST-NAME FROM ENVIRONMENT "MASTMNT-SUPPMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\SUPPMAST.TXT"
                       TO WS-SUPPMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\POFILE.TXT" TO WS-POFILE-NAME.
           ACCEPT WS-POFILE-NAME FROM ENVIRONMENT "MASTMNT-POFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\POFILE.TXT"
                       TO WS-POFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CPAGREE.TXT" TO WS-CPAGREE-NAME.
           ACCEPT WS-CPAGREE-NAME FROM ENVIRONMENT "MASTMNT-CPAGREE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CPAGREE.TXT"
                       TO WS-CPAGREE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\SALESMAN.TXT" TO WS-SALESMAN-NAME.
           ACCEPT WS-SALESMAN-NAME FROM ENVIRONMENT "MASTMNT-SALESMAN"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\SALESMAN.TXT"
                       TO WS-SALESMAN-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\GLMAP.TXT" TO WS-GLMAP-NAME.
           ACCEPT WS-GLMAP-NAME FROM ENVIRONMENT "MASTMNT-GLMAP"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\GLMAP.TXT"
                       TO WS-GLMAP-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\OPERMAST.TXT" TO WS-OPERMAST-NAME.
           ACCEPT WS-OPERMAST-NAME FROM ENVIRONMENT "MASTMNT-OPERMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\OPERMAST.TXT"
                       TO WS-OPERMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT" TO WS-LOCMAST-NAME.
           ACCEPT WS-LOCMAST-NAME FROM ENVIRONMENT "MASTMNT-LOCMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT"
                       TO WS-LOCMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\MASTMNT.AUD" TO WS-AUDFILE-NAME.
           ACCEPT WS-AUDFILE-NAME FROM ENVIRONMENT "MASTMNT-AUDFILE"
               ON EXCEPTION
           END-ACCEPT.

       APPLY-TRANSACTION.
           PERFORM CHECK-MAINT-AUTHORITY.
           IF USER-AUTHORISED
               PERFORM DISPATCH-TRANSACTION
           END-IF.
           READ TRANS-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-TRANS-READ
           END-READ.

       DISPATCH-TRANSACTION.
           IF MT-CUSTOMER-FILE
               PERFORM APPLY-CUSTOMER-TRANS
           ELSE
                   IF MT-TAX-FILE
                       PERFORM APPLY-TAX-TRANS
                   ELSE
                       IF MT-SUPPLIER-FILE
                           PERFORM APPLY-SUPPLIER-TRANS
                       ELSE
                           IF MT-PO-FILE
                               PERFORM APPLY-PO-TRANS
                           ELSE
                               IF MT-AGREEMENT-FILE
                                   PERFORM APPLY-AGREEMENT-TRANS
                               ELSE
                                   IF MT-SALESMAN-FILE
                                       PERFORM APPLY-SALESMAN-TRANS
                                   ELSE
                                       IF MT-GL-MAPPING-FILE
                                           PERFORM APPLY-GL-MAP-TRANS
                                       ELSE
                                         IF MT-OPERATOR-FILE
                                           PERFORM APPLY-OPERATOR-TRANS
                                         ELSE
                                          IF MT-LOCATION-FILE
                                           PERFORM APPLY-LOCATION-TRANS
                                          ELSE
                                           MOVE "FILE"
                                               TO EX-REASON-CODE
                                           MOVE "UNKNOWN FILE CODE"
                                               TO EX-REASON-TEXT
                                           PERFORM WRITE-EXCEPTION
                                          END-IF
                                         END-IF
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The user on the transaction must be on the authority file
      * with the master maintenance role, and within the user's
      * limits for what the transaction sets. Until the first
      * operator has been enrolled, only that operator's own
      * enrolment can be accepted.
       CHECK-MAINT-AUTHORITY.
           SET USER-AUTHORISED TO TRUE.
           IF NO-OPERATORS-ON-FILE
               IF MT-OPERATOR-FILE AND MT-ADD
                   AND MT-OP-ID = MT-USER-ID
                   AND MT-OP-ROLE-MASTERS = 'Y'
                   CONTINUE
               ELSE
                   SET USER-NOT-AUTHORISED TO TRUE
                   MOVE "OPER" TO EX-REASON-CODE
                   MOVE "NO OPERATORS - ENROL ONE FIRST"
                       TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           ELSE
               MOVE MT-USER-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       SET USER-NOT-AUTHORISED TO TRUE
                       MOVE "OPER" TO EX-REASON-CODE
                       MOVE "USER NOT ON AUTHORITY FILE"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
               END-READ
               IF USER-AUTHORISED
                   IF NOT OP-MAY-MAINTAIN-MASTERS
                       SET USER-NOT-AUTHORISED TO TRUE
                       MOVE "AUTH" TO EX-REASON-CODE
                       MOVE "USER MAY NOT MAINTAIN MASTERS"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       PERFORM CHECK-MAINT-LIMITS
                   END-IF
               END-IF
           END-IF.

      * A customer add with no credit limit is unlimited, so a user
      * with a money limit of their own may not leave it blank or
      * zero. The same goes for the limits on an operator the user
      * enrols or amends: no higher than the user's own, and not
      * zero, unless the user is unlimited.
       CHECK-MAINT-LIMITS.
           IF MT-OPERATOR-FILE AND NOT MT-ADD
               AND MT-OP-ID = MT-USER-ID
               SET USER-NOT-AUTHORISED TO TRUE
               MOVE "SELF" TO EX-REASON-CODE
               MOVE "USER MAY NOT AMEND OWN ENTRY" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF USER-AUTHORISED AND MT-CUSTOMER-FILE
               AND OP-MONEY-LIMIT > ZERO
               IF MT-CREDIT-LIMIT NUMERIC
                   MOVE MT-CREDIT-LIMIT TO WS-NEW-CREDIT-LIMIT
               ELSE
                   IF MT-ADD
                       MOVE ZERO TO WS-NEW-CREDIT-LIMIT
                   ELSE
                       MOVE 1 TO WS-NEW-CREDIT-LIMIT
                   END-IF
               END-IF
               IF NOT MT-DELETE
                   IF WS-NEW-CREDIT-LIMIT = ZERO
                       OR WS-NEW-CREDIT-LIMIT > OP-MONEY-LIMIT
                       SET USER-NOT-AUTHORISED TO TRUE
                       MOVE "LIMT" TO EX-REASON-CODE
                       MOVE "CREDIT LIMIT OVER USER LIMIT"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           IF USER-AUTHORISED AND MT-PO-FILE AND NOT MT-DELETE
               AND OP-QUANTITY-LIMIT > ZERO
               IF MT-PO-ORDER-QTY NUMERIC
                   IF MT-PO-ORDER-QTY > OP-QUANTITY-LIMIT
                       SET USER-NOT-AUTHORISED TO TRUE
                       MOVE "LIMT" TO EX-REASON-CODE
                       MOVE "ORDER QTY OVER USER LIMIT"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           IF USER-AUTHORISED AND MT-OPERATOR-FILE
               IF MT-ADD OR MT-CHANGE
                   PERFORM CHECK-OPERATOR-ROLES
                   IF USER-AUTHORISED
                       IF OP-MONEY-LIMIT > ZERO
                           OR OP-QUANTITY-LIMIT > ZERO
                           PERFORM CHECK-OPERATOR-LIMITS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A user may grant only the roles they hold themselves. The
      * master maintenance role is held by anyone who gets this far.
       CHECK-OPERATOR-ROLES.
           IF MT-OP-ROLE-HOLD-RELEASE = 'Y'
               AND NOT OP-MAY-RELEASE-HOLDS
               SET USER-NOT-AUTHORISED TO TRUE
           END-IF.
           IF MT-OP-ROLE-STOCK-ADJUST = 'Y'
               AND NOT OP-MAY-APPROVE-ADJUSTMENTS
               SET USER-NOT-AUTHORISED TO TRUE
           END-IF.
           IF MT-OP-ROLE-PAYMENTS = 'Y'
               AND NOT OP-MAY-POST-PAYMENTS
               SET USER-NOT-AUTHORISED TO TRUE
           END-IF.
           IF USER-NOT-AUTHORISED
               MOVE "AUTH" TO EX-REASON-CODE
               MOVE "ROLE NOT HELD BY USER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

      * The limits the operator will hold once the transaction is
      * applied: what it carries, or on a change with a limit left
      * blank, what the operator holds now. The authority record
      * read here is read again when the transaction is applied.
       CHECK-OPERATOR-LIMITS.
           MOVE OP-MONEY-LIMIT TO WS-USER-MONEY-LIMIT.
           MOVE OP-QUANTITY-LIMIT TO WS-USER-QTY-LIMIT.
           MOVE ZERO TO WS-NEW-MONEY-LIMIT.
           MOVE ZERO TO WS-NEW-QTY-LIMIT.
           IF MT-CHANGE
               MOVE MT-OP-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE WS-USER-MONEY-LIMIT TO WS-NEW-MONEY-LIMIT
                       MOVE WS-USER-QTY-LIMIT TO WS-NEW-QTY-LIMIT
                   NOT INVALID KEY
                       MOVE OP-MONEY-LIMIT TO WS-NEW-MONEY-LIMIT
                       MOVE OP-QUANTITY-LIMIT TO WS-NEW-QTY-LIMIT
               END-READ
           END-IF.
           IF MT-OP-MONEY-LIMIT NUMERIC
               MOVE MT-OP-MONEY-LIMIT TO WS-NEW-MONEY-LIMIT
           END-IF.
           IF MT-OP-QUANTITY-LIMIT NUMERIC
               MOVE MT-OP-QUANTITY-LIMIT TO WS-NEW-QTY-LIMIT
           END-IF.
           IF WS-USER-MONEY-LIMIT > ZERO
               IF WS-NEW-MONEY-LIMIT = ZERO
                   OR WS-NEW-MONEY-LIMIT > WS-USER-MONEY-LIMIT
                   SET USER-NOT-AUTHORISED TO TRUE
                   MOVE "LIMT" TO EX-REASON-CODE
                   MOVE "MONEY LIMIT OVER USER LIMIT"
                       TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
           IF USER-AUTHORISED AND WS-USER-QTY-LIMIT > ZERO
               IF WS-NEW-QTY-LIMIT = ZERO
                   OR WS-NEW-QTY-LIMIT > WS-USER-QTY-LIMIT
                   SET USER-NOT-AUTHORISED TO TRUE
                   MOVE "LIMT" TO EX-REASON-CODE
                   MOVE "QTY LIMIT OVER USER LIMIT"
                       TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       APPLY-CUSTOMER-TRANS.
           SET KEY-ON-MASTER TO TRUE.
               MOVE "ADD OF KEY ALREADY ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM CHECK-SALESMAN-REFERENCE
               IF REFERENCE-ON-MASTER
                   PERFORM CHECK-LOCATION-REFERENCE
               END-IF
               IF REFERENCE-ON-MASTER
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO CUSTOMER-MASTER-REC
                   MOVE MT-CUSTOMER-NO TO CM-CUSTOMER-NO
                   MOVE MT-CUSTOMER-NAME TO CM-CUSTOMER-NAME
                   IF MT-CREDIT-LIMIT NUMERIC
                       MOVE MT-CREDIT-LIMIT TO CM-CREDIT-LIMIT
                   ELSE
                       MOVE ZERO TO CM-CREDIT-LIMIT
                   END-IF
                   MOVE ZERO TO CM-OUTSTANDING-BAL
                   MOVE MT-SALESMAN-CODE TO CM-SALESMAN-CODE
                   IF MT-POD-INVOICING = 'Y'
                       MOVE 'Y' TO CM-POD-INVOICING
                   ELSE
                       MOVE 'N' TO CM-POD-INVOICING
                   END-IF
                   IF MT-STOP-SUPPLY = 'Y'
                       MOVE 'Y' TO CM-STOP-SUPPLY
                   ELSE
                       MOVE 'N' TO CM-STOP-SUPPLY
                   END-IF
                   MOVE MT-DEFAULT-LOCATION TO CM-DEFAULT-LOCATION
                   WRITE CUSTOMER-MASTER-REC
                   MOVE CUSTOMER-MASTER-REC TO WS-AFTER-IMAGE
                   PERFORM WRITE-AUDIT
                   ADD 1 TO WS-TRANS-APPLIED
               END-IF
           END-IF.

       CHANGE-CUSTOMER.
               MOVE "CHANGE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM CHECK-SALESMAN-REFERENCE
               IF REFERENCE-ON-MASTER
                   PERFORM CHECK-LOCATION-REFERENCE
               END-IF
               IF REFERENCE-ON-MASTER
                   MOVE CUSTOMER-MASTER-REC TO WS-BEFORE-IMAGE
                   IF MT-CUSTOMER-NAME NOT = SPACES
                       MOVE MT-CUSTOMER-NAME TO CM-CUSTOMER-NAME
                   END-IF
                   IF MT-CREDIT-LIMIT NUMERIC
                       MOVE MT-CREDIT-LIMIT TO CM-CREDIT-LIMIT
                   END-IF
                   IF MT-SALESMAN-CODE NOT = SPACES
                       MOVE MT-SALESMAN-CODE TO CM-SALESMAN-CODE
                   END-IF
                   IF MT-POD-INVOICING = 'Y' OR MT-POD-INVOICING = 'N'
                       MOVE MT-POD-INVOICING TO CM-POD-INVOICING
                   END-IF
                   IF MT-STOP-SUPPLY = 'Y' OR MT-STOP-SUPPLY = 'N'
                       MOVE MT-STOP-SUPPLY TO CM-STOP-SUPPLY
                   END-IF
                   IF MT-DEFAULT-LOCATION NOT = SPACES
                       MOVE MT-DEFAULT-LOCATION TO CM-DEFAULT-LOCATION
                   END-IF
                   REWRITE CUSTOMER-MASTER-REC
                   MOVE CUSTOMER-MASTER-REC TO WS-AFTER-IMAGE
                   PERFORM WRITE-AUDIT
                   ADD 1 TO WS-TRANS-APPLIED
               END-IF
           END-IF.

      * A salesman code given on a customer add/change must be on
      * SALESMAN-MASTER, or the customer's collections would earn
      * commission for nobody.
       CHECK-SALESMAN-REFERENCE.
           SET REFERENCE-ON-MASTER TO TRUE.
           IF MT-SALESMAN-CODE NOT = SPACES
               MOVE MT-SALESMAN-CODE TO SM-SALESMAN-CODE
               READ SALESMAN-MASTER
                   INVALID KEY
                       SET REFERENCE-NOT-ON-MASTER TO TRUE
                       MOVE "SMAN" TO EX-REASON-CODE
                       MOVE "SALESMAN NOT ON MASTER"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF.

      * A default godown given on a customer add/change must be on
      * LOCATION-MASTER, or STKPOST would have nowhere to take the
      * customer's dispatches from.
       CHECK-LOCATION-REFERENCE.
           SET REFERENCE-ON-MASTER TO TRUE.
           IF MT-DEFAULT-LOCATION NOT = SPACES
               MOVE MT-DEFAULT-LOCATION TO LC-LOCATION-CODE
               READ LOCATION-MASTER
                   INVALID KEY
                       SET REFERENCE-NOT-ON-MASTER TO TRUE
                       MOVE "LOC " TO EX-REASON-CODE
                       MOVE "LOCATION NOT ON MASTER"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF.

       DELETE-CUSTOMER.
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       APPLY-SUPPLIER-TRANS.
           SET KEY-ON-MASTER TO TRUE.
           MOVE MT-SUPPLIER-NO TO SU-SUPPLIER-NO.
           READ SUPPLIER-MASTER
               INVALID KEY
                   SET KEY-NOT-ON-MASTER TO TRUE
           END-READ.
           IF MT-ADD
               PERFORM ADD-SUPPLIER
           ELSE
               IF MT-CHANGE
                   PERFORM CHANGE-SUPPLIER
               ELSE
                   IF MT-DELETE
                       PERFORM DELETE-SUPPLIER
                   ELSE
                       MOVE "ACTN" TO EX-REASON-CODE
                       MOVE "ACTION NOT A, C OR D" TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       ADD-SUPPLIER.
           IF KEY-ON-MASTER
               MOVE "ADDX" TO EX-REASON-CODE
               MOVE "ADD OF KEY ALREADY ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO SUPPLIER-MASTER-REC
               MOVE MT-SUPPLIER-NO TO SU-SUPPLIER-NO
               MOVE MT-SUPPLIER-NAME TO SU-SUPPLIER-NAME
               MOVE MT-SUPPLIER-PHONE TO SU-PHONE
               WRITE SUPPLIER-MASTER-REC
               MOVE SUPPLIER-MASTER-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       CHANGE-SUPPLIER.
           IF KEY-NOT-ON-MASTER
               MOVE "CHGX" TO EX-REASON-CODE
               MOVE "CHANGE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE SUPPLIER-MASTER-REC TO WS-BEFORE-IMAGE
               IF MT-SUPPLIER-NAME NOT = SPACES
                   MOVE MT-SUPPLIER-NAME TO SU-SUPPLIER-NAME
               END-IF
               IF MT-SUPPLIER-PHONE NOT = SPACES
                   MOVE MT-SUPPLIER-PHONE TO SU-PHONE
               END-IF
               REWRITE SUPPLIER-MASTER-REC
               MOVE SUPPLIER-MASTER-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       DELETE-SUPPLIER.
           IF KEY-NOT-ON-MASTER
               MOVE "DELX" TO EX-REASON-CODE
               MOVE "DELETE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE SUPPLIER-MASTER-REC TO WS-BEFORE-IMAGE
               DELETE SUPPLIER-MASTER
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       APPLY-PO-TRANS.
           SET KEY-ON-MASTER TO TRUE.
           MOVE MT-PO-SUPPLIER-NO TO PO-SUPPLIER-NO.
           MOVE MT-PO-NUMBER TO PO-NUMBER.
           MOVE MT-PO-ITEM-NO TO PO-ITEM-NO.
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   SET KEY-NOT-ON-MASTER TO TRUE
           END-READ.
           IF MT-ADD
               PERFORM ADD-PO-LINE
           ELSE
               IF MT-CHANGE
                   PERFORM CHANGE-PO-LINE
               ELSE
                   IF MT-DELETE
                       PERFORM DELETE-PO-LINE
                   ELSE
                       MOVE "ACTN" TO EX-REASON-CODE
                       MOVE "ACTION NOT A, C OR D" TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      * A PO line must name a supplier and an item already on their
      * masters, so a receipt matched against it later cannot point
      * at goods or a vendor nobody set up.
       ADD-PO-LINE.
           IF KEY-ON-MASTER
               MOVE "ADDX" TO EX-REASON-CODE
               MOVE "ADD OF KEY ALREADY ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM CHECK-PO-REFERENCES
               IF REFERENCE-ON-MASTER
                   IF MT-PO-ORDER-QTY NOT NUMERIC
                       OR MT-PO-ORDER-QTY = ZERO
                       MOVE "QTY " TO EX-REASON-CODE
                       MOVE "ORDER QUANTITY NOT NUMERIC"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO PURCHASE-ORDER-REC
                       MOVE MT-PO-SUPPLIER-NO TO PO-SUPPLIER-NO
                       MOVE MT-PO-NUMBER TO PO-NUMBER
                       MOVE MT-PO-ITEM-NO TO PO-ITEM-NO
                       IF MT-PO-ORDER-DATE NUMERIC
                           MOVE MT-PO-ORDER-DATE TO PO-ORDER-DATE
                       ELSE
                           MOVE WS-RUN-DATE TO PO-ORDER-DATE
                       END-IF
                       IF MT-PO-DUE-DATE NUMERIC
                           MOVE MT-PO-DUE-DATE TO PO-DUE-DATE
                       ELSE
                           MOVE PO-ORDER-DATE TO PO-DUE-DATE
                       END-IF
                       MOVE MT-PO-ORDER-QTY TO PO-ORDER-QTY
                       MOVE ZERO TO PO-RECEIVED-QTY
                       MOVE ZERO TO PO-LAST-RCPT-DATE
                       SET PO-LINE-OPEN TO TRUE
                       WRITE PURCHASE-ORDER-REC
                       MOVE PURCHASE-ORDER-REC TO WS-AFTER-IMAGE
                       PERFORM WRITE-AUDIT
                       ADD 1 TO WS-TRANS-APPLIED
                   END-IF
               END-IF
           END-IF.

      * Only the order quantity and due date are changeable; the
      * line is reopened or closed against what STKPOST has already
      * received, so raising the order on a closed line reopens it.
       CHANGE-PO-LINE.
           IF KEY-NOT-ON-MASTER
               MOVE "CHGX" TO EX-REASON-CODE
               MOVE "CHANGE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE PURCHASE-ORDER-REC TO WS-BEFORE-IMAGE
               IF MT-PO-DUE-DATE NUMERIC
                   MOVE MT-PO-DUE-DATE TO PO-DUE-DATE
               END-IF
               IF MT-PO-ORDER-QTY NUMERIC
                   MOVE MT-PO-ORDER-QTY TO PO-ORDER-QTY
               END-IF
               IF PO-RECEIVED-QTY < PO-ORDER-QTY
                   SET PO-LINE-OPEN TO TRUE
               ELSE
                   SET PO-LINE-CLOSED TO TRUE
               END-IF
               REWRITE PURCHASE-ORDER-REC
               MOVE PURCHASE-ORDER-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       DELETE-PO-LINE.
           IF KEY-NOT-ON-MASTER
               MOVE "DELX" TO EX-REASON-CODE
               MOVE "DELETE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE PURCHASE-ORDER-REC TO WS-BEFORE-IMAGE
               DELETE PURCHASE-ORDER-FILE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       CHECK-PO-REFERENCES.
           SET REFERENCE-ON-MASTER TO TRUE.
           MOVE MT-PO-SUPPLIER-NO TO SU-SUPPLIER-NO.
           READ SUPPLIER-MASTER
               INVALID KEY
                   SET REFERENCE-NOT-ON-MASTER TO TRUE
                   MOVE "SUPP" TO EX-REASON-CODE
                   MOVE "SUPPLIER NOT ON MASTER" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
           END-READ.
           IF REFERENCE-ON-MASTER
               MOVE MT-PO-ITEM-NO TO IM-ITEM-NO
               READ ITEM-MASTER
                   INVALID KEY
                       SET REFERENCE-NOT-ON-MASTER TO TRUE
                       MOVE "ITEM" TO EX-REASON-CODE
                       MOVE "ITEM NOT ON MASTER" TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF.

       APPLY-SALESMAN-TRANS.
           SET KEY-ON-MASTER TO TRUE.
           MOVE MT-SM-CODE TO SM-SALESMAN-CODE.
           READ SALESMAN-MASTER
               INVALID KEY
                   SET KEY-NOT-ON-MASTER TO TRUE
           END-READ.
           IF MT-ADD
               PERFORM ADD-SALESMAN
           ELSE
               IF MT-CHANGE
                   PERFORM CHANGE-SALESMAN
               ELSE
                   IF MT-DELETE
                       PERFORM DELETE-SALESMAN
                   ELSE
                       MOVE "ACTN" TO EX-REASON-CODE
                       MOVE "ACTION NOT A, C OR D" TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       ADD-SALESMAN.
           IF KEY-ON-MASTER
               MOVE "ADDX" TO EX-REASON-CODE
               MOVE "ADD OF KEY ALREADY ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF MT-SM-COMMISSION-PCT NOT NUMERIC
                   MOVE "PCT " TO EX-REASON-CODE
                   MOVE "COMMISSION RATE NOT NUMERIC" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO SALESMAN-MASTER-REC
                   MOVE MT-SM-CODE TO SM-SALESMAN-CODE
                   MOVE MT-SM-NAME TO SM-SALESMAN-NAME
                   MOVE MT-SM-COMMISSION-PCT TO SM-COMMISSION-PCT
                   WRITE SALESMAN-MASTER-REC
                   MOVE SALESMAN-MASTER-REC TO WS-AFTER-IMAGE
                   PERFORM WRITE-AUDIT
                   ADD 1 TO WS-TRANS-APPLIED
               END-IF
           END-IF.

       CHANGE-SALESMAN.
           IF KEY-NOT-ON-MASTER
               MOVE "CHGX" TO EX-REASON-CODE
               MOVE "CHANGE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE SALESMAN-MASTER-REC TO WS-BEFORE-IMAGE
               IF MT-SM-NAME NOT = SPACES
                   MOVE MT-SM-NAME TO SM-SALESMAN-NAME
               END-IF
               IF MT-SM-COMMISSION-PCT NUMERIC
                   MOVE MT-SM-COMMISSION-PCT TO SM-COMMISSION-PCT
               END-IF
               REWRITE SALESMAN-MASTER-REC
               MOVE SALESMAN-MASTER-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       DELETE-SALESMAN.
           IF KEY-NOT-ON-MASTER
               MOVE "DELX" TO EX-REASON-CODE
               MOVE "DELETE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE SALESMAN-MASTER-REC TO WS-BEFORE-IMAGE
               DELETE SALESMAN-MASTER
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       APPLY-LOCATION-TRANS.
           SET KEY-ON-MASTER TO TRUE.
           MOVE MT-LC-CODE TO LC-LOCATION-CODE.
           READ LOCATION-MASTER
               INVALID KEY
                   SET KEY-NOT-ON-MASTER TO TRUE
           END-READ.
           IF MT-ADD
               PERFORM ADD-LOCATION
           ELSE
               IF MT-CHANGE
                   PERFORM CHANGE-LOCATION
               ELSE
                   IF MT-DELETE
                       PERFORM DELETE-LOCATION
                   ELSE
                       MOVE "ACTN" TO EX-REASON-CODE
                       MOVE "ACTION NOT A, C OR D" TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       ADD-LOCATION.
           IF KEY-ON-MASTER
               MOVE "ADDX" TO EX-REASON-CODE
               MOVE "ADD OF KEY ALREADY ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF MT-LC-CODE = SPACES
                   MOVE "LOC " TO EX-REASON-CODE
                   MOVE "LOCATION CODE MISSING" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO LOCATION-MASTER-REC
                   MOVE MT-LC-CODE TO LC-LOCATION-CODE
                   MOVE MT-LC-NAME TO LC-LOCATION-NAME
                   WRITE LOCATION-MASTER-REC
                   MOVE LOCATION-MASTER-REC TO WS-AFTER-IMAGE
                   PERFORM WRITE-AUDIT
                   ADD 1 TO WS-TRANS-APPLIED
               END-IF
           END-IF.

       CHANGE-LOCATION.
           IF KEY-NOT-ON-MASTER
               MOVE "CHGX" TO EX-REASON-CODE
               MOVE "CHANGE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE LOCATION-MASTER-REC TO WS-BEFORE-IMAGE
               IF MT-LC-NAME NOT = SPACES
                   MOVE MT-LC-NAME TO LC-LOCATION-NAME
               END-IF
               REWRITE LOCATION-MASTER-REC
               MOVE LOCATION-MASTER-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       DELETE-LOCATION.
           IF KEY-NOT-ON-MASTER
               MOVE "DELX" TO EX-REASON-CODE
               MOVE "DELETE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE LOCATION-MASTER-REC TO WS-BEFORE-IMAGE
               DELETE LOCATION-MASTER
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       APPLY-GL-MAP-TRANS.
           SET KEY-ON-MASTER TO TRUE.
           MOVE MT-GL-POSTING-TYPE TO GM-POSTING-TYPE.
           MOVE MT-GL-TAX-CATEGORY TO GM-TAX-CATEGORY.
           READ GL-MAPPING-FILE
               INVALID KEY
                   SET KEY-NOT-ON-MASTER TO TRUE
           END-READ.
           IF MT-ADD
               PERFORM ADD-GL-MAP
           ELSE
               IF MT-CHANGE
                   PERFORM CHANGE-GL-MAP
               ELSE
                   IF MT-DELETE
                       PERFORM DELETE-GL-MAP
                   ELSE
                       MOVE "ACTN" TO EX-REASON-CODE
                       MOVE "ACTION NOT A, C OR D" TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       ADD-GL-MAP.
           IF KEY-ON-MASTER
               MOVE "ADDX" TO EX-REASON-CODE
               MOVE "ADD OF KEY ALREADY ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF NOT MT-GL-TYPE-VALID
                   MOVE "TYPE" TO EX-REASON-CODE
                   MOVE "POSTING TYPE NOT RECOGNISED" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF MT-GL-ACCOUNT-NO = SPACES
                       MOVE "ACCT" TO EX-REASON-CODE
                       MOVE "GL ACCOUNT NUMBER MISSING"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO GL-MAPPING-REC
                       MOVE MT-GL-POSTING-TYPE TO GM-POSTING-TYPE
                       MOVE MT-GL-TAX-CATEGORY TO GM-TAX-CATEGORY
                       MOVE MT-GL-ACCOUNT-NO TO GM-ACCOUNT-NO
                       MOVE MT-GL-ACCOUNT-NAME TO GM-ACCOUNT-NAME
                       WRITE GL-MAPPING-REC
                       MOVE GL-MAPPING-REC TO WS-AFTER-IMAGE
                       PERFORM WRITE-AUDIT
                       ADD 1 TO WS-TRANS-APPLIED
                   END-IF
               END-IF
           END-IF.

       CHANGE-GL-MAP.
           IF KEY-NOT-ON-MASTER
               MOVE "CHGX" TO EX-REASON-CODE
               MOVE "CHANGE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE GL-MAPPING-REC TO WS-BEFORE-IMAGE
               IF MT-GL-ACCOUNT-NO NOT = SPACES
                   MOVE MT-GL-ACCOUNT-NO TO GM-ACCOUNT-NO
               END-IF
               IF MT-GL-ACCOUNT-NAME NOT = SPACES
                   MOVE MT-GL-ACCOUNT-NAME TO GM-ACCOUNT-NAME
               END-IF
               REWRITE GL-MAPPING-REC
               MOVE GL-MAPPING-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       DELETE-GL-MAP.
           IF KEY-NOT-ON-MASTER
               MOVE "DELX" TO EX-REASON-CODE
               MOVE "DELETE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE GL-MAPPING-REC TO WS-BEFORE-IMAGE
               DELETE GL-MAPPING-FILE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       APPLY-OPERATOR-TRANS.
           SET KEY-ON-MASTER TO TRUE.
           MOVE MT-OP-ID TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   SET KEY-NOT-ON-MASTER TO TRUE
           END-READ.
           IF MT-ADD
               PERFORM ADD-OPERATOR
           ELSE
               IF MT-CHANGE
                   PERFORM CHANGE-OPERATOR
               ELSE
                   IF MT-DELETE
                       PERFORM DELETE-OPERATOR
                   ELSE
                       MOVE "ACTN" TO EX-REASON-CODE
                       MOVE "ACTION NOT A, C OR D" TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       ADD-OPERATOR.
           IF KEY-ON-MASTER
               MOVE "ADDX" TO EX-REASON-CODE
               MOVE "ADD OF KEY ALREADY ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF MT-OP-ID = SPACES
                   MOVE "OPID" TO EX-REASON-CODE
                   MOVE "OPERATOR ID MISSING" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO OPERATOR-MASTER-REC
                   MOVE MT-OP-ID TO OP-OPERATOR-ID
                   MOVE MT-OP-NAME TO OP-OPERATOR-NAME
                   MOVE 'N' TO OP-ROLE-MASTERS
                   MOVE 'N' TO OP-ROLE-HOLD-RELEASE
                   MOVE 'N' TO OP-ROLE-STOCK-ADJUST
                   MOVE 'N' TO OP-ROLE-PAYMENTS
                   PERFORM LOAD-OPERATOR-ROLES
                   MOVE ZERO TO OP-MONEY-LIMIT
                   MOVE ZERO TO OP-QUANTITY-LIMIT
                   PERFORM LOAD-OPERATOR-LIMITS
                   WRITE OPERATOR-MASTER-REC
                   MOVE OPERATOR-MASTER-REC TO WS-AFTER-IMAGE
                   PERFORM WRITE-AUDIT
                   ADD 1 TO WS-TRANS-APPLIED
                   SET OPERATORS-ON-FILE TO TRUE
               END-IF
           END-IF.

       CHANGE-OPERATOR.
           IF KEY-NOT-ON-MASTER
               MOVE "CHGX" TO EX-REASON-CODE
               MOVE "CHANGE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE OPERATOR-MASTER-REC TO WS-BEFORE-IMAGE
               IF MT-OP-NAME NOT = SPACES
                   MOVE MT-OP-NAME TO OP-OPERATOR-NAME
               END-IF
               PERFORM LOAD-OPERATOR-ROLES
               PERFORM LOAD-OPERATOR-LIMITS
               REWRITE OPERATOR-MASTER-REC
               MOVE OPERATOR-MASTER-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       DELETE-OPERATOR.
           IF KEY-NOT-ON-MASTER
               MOVE "DELX" TO EX-REASON-CODE
               MOVE "DELETE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE OPERATOR-MASTER-REC TO WS-BEFORE-IMAGE
               DELETE OPERATOR-MASTER
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
               PERFORM CHECK-OPERATORS-ON-FILE
           END-IF.

      * Only an explicit 'Y' or 'N' changes a role flag, so a change
      * that leaves the flags blank touches nothing but the name or
      * limits it carries.
       LOAD-OPERATOR-ROLES.
           IF MT-OP-ROLE-MASTERS = 'Y' OR MT-OP-ROLE-MASTERS = 'N'
               MOVE MT-OP-ROLE-MASTERS TO OP-ROLE-MASTERS
           END-IF.
           IF MT-OP-ROLE-HOLD-RELEASE = 'Y'
               OR MT-OP-ROLE-HOLD-RELEASE = 'N'
               MOVE MT-OP-ROLE-HOLD-RELEASE TO OP-ROLE-HOLD-RELEASE
           END-IF.
           IF MT-OP-ROLE-STOCK-ADJUST = 'Y'
               OR MT-OP-ROLE-STOCK-ADJUST = 'N'
               MOVE MT-OP-ROLE-STOCK-ADJUST TO OP-ROLE-STOCK-ADJUST
           END-IF.
           IF MT-OP-ROLE-PAYMENTS = 'Y' OR MT-OP-ROLE-PAYMENTS = 'N'
               MOVE MT-OP-ROLE-PAYMENTS TO OP-ROLE-PAYMENTS
           END-IF.

       LOAD-OPERATOR-LIMITS.
           IF MT-OP-MONEY-LIMIT NUMERIC
               MOVE MT-OP-MONEY-LIMIT TO OP-MONEY-LIMIT
           END-IF.
           IF MT-OP-QUANTITY-LIMIT NUMERIC
               MOVE MT-OP-QUANTITY-LIMIT TO OP-QUANTITY-LIMIT
           END-IF.

       APPLY-AGREEMENT-TRANS.
           SET KEY-ON-MASTER TO TRUE.
           MOVE MT-CA-CUSTOMER-NO TO CA-CUSTOMER-NO.
           MOVE MT-CA-ITEM-NO TO CA-ITEM-NO.
           READ PRICE-AGREEMENT-FILE
               INVALID KEY
                   SET KEY-NOT-ON-MASTER TO TRUE
           END-READ.
           IF MT-ADD
               PERFORM ADD-AGREEMENT
           ELSE
               IF MT-CHANGE
                   PERFORM CHANGE-AGREEMENT
               ELSE
                   IF MT-DELETE
                       PERFORM DELETE-AGREEMENT
                   ELSE
                       MOVE "ACTN" TO EX-REASON-CODE
                       MOVE "ACTION NOT A, C OR D" TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      * An agreement must name a customer and an item already on
      * their masters, same discipline as a PO line.
       ADD-AGREEMENT.
           IF KEY-ON-MASTER
               MOVE "ADDX" TO EX-REASON-CODE
               MOVE "ADD OF KEY ALREADY ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM CHECK-AGREEMENT-REFERENCES
               IF REFERENCE-ON-MASTER
                   IF MT-CA-CONTRACT-RATE NOT NUMERIC
                       MOVE "RATE" TO EX-REASON-CODE
                       MOVE "CONTRACT RATE NOT NUMERIC"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO PRICE-AGREEMENT-REC
                       MOVE MT-CA-CUSTOMER-NO TO CA-CUSTOMER-NO
                       MOVE MT-CA-ITEM-NO TO CA-ITEM-NO
                       IF MT-CA-EFF-FROM NUMERIC
                           MOVE MT-CA-EFF-FROM TO CA-EFF-FROM
                       ELSE
                           MOVE WS-RUN-DATE TO CA-EFF-FROM
                       END-IF
                       IF MT-CA-EFF-TO NUMERIC
                           MOVE MT-CA-EFF-TO TO CA-EFF-TO
                       ELSE
                           MOVE 99991231 TO CA-EFF-TO
                       END-IF
                       MOVE MT-CA-CONTRACT-RATE TO CA-CONTRACT-RATE
                       PERFORM LOAD-AGREEMENT-TIERS
                       PERFORM CHECK-AGREEMENT-FIELDS
                       IF AGREEMENT-FIELDS-OK
                           WRITE PRICE-AGREEMENT-REC
                           MOVE PRICE-AGREEMENT-REC TO WS-AFTER-IMAGE
                           PERFORM WRITE-AUDIT
                           ADD 1 TO WS-TRANS-APPLIED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHANGE-AGREEMENT.
           IF KEY-NOT-ON-MASTER
               MOVE "CHGX" TO EX-REASON-CODE
               MOVE "CHANGE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE PRICE-AGREEMENT-REC TO WS-BEFORE-IMAGE
               IF MT-CA-EFF-FROM NUMERIC
                   MOVE MT-CA-EFF-FROM TO CA-EFF-FROM
               END-IF
               IF MT-CA-EFF-TO NUMERIC
                   MOVE MT-CA-EFF-TO TO CA-EFF-TO
               END-IF
               IF MT-CA-CONTRACT-RATE NUMERIC
                   MOVE MT-CA-CONTRACT-RATE TO CA-CONTRACT-RATE
               END-IF
               SET AGREEMENT-FIELDS-OK TO TRUE
               IF MT-CA-TIER-MIN-QTY(1) NUMERIC
                   PERFORM LOAD-AGREEMENT-TIERS
               END-IF
               PERFORM CHECK-AGREEMENT-FIELDS
               IF AGREEMENT-FIELDS-OK
                   REWRITE PRICE-AGREEMENT-REC
                   MOVE PRICE-AGREEMENT-REC TO WS-AFTER-IMAGE
                   PERFORM WRITE-AUDIT
                   ADD 1 TO WS-TRANS-APPLIED
               END-IF
           END-IF.

       DELETE-AGREEMENT.
           IF KEY-NOT-ON-MASTER
               MOVE "DELX" TO EX-REASON-CODE
               MOVE "DELETE OF KEY NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE PRICE-AGREEMENT-REC TO WS-BEFORE-IMAGE
               DELETE PRICE-AGREEMENT-FILE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

       CHECK-AGREEMENT-REFERENCES.
           SET REFERENCE-ON-MASTER TO TRUE.
           MOVE MT-CA-CUSTOMER-NO TO CM-CUSTOMER-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET REFERENCE-NOT-ON-MASTER TO TRUE
                   MOVE "CUST" TO EX-REASON-CODE
                   MOVE "CUSTOMER NOT ON MASTER" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
           END-READ.
           IF REFERENCE-ON-MASTER
               MOVE MT-CA-ITEM-NO TO IM-ITEM-NO
               READ ITEM-MASTER
                   INVALID KEY
                       SET REFERENCE-NOT-ON-MASTER TO TRUE
                       MOVE "ITEM" TO EX-REASON-CODE
                       MOVE "ITEM NOT ON MASTER" TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF.

      * The tier set is rebuilt from the transaction, packing the
      * slots in use to the front; a slot with a quantity but no
      * numeric rate fails the whole transaction.
       LOAD-AGREEMENT-TIERS.
           SET AGREEMENT-FIELDS-OK TO TRUE.
           MOVE ZERO TO CA-TIER-COUNT.
           MOVE 1 TO WS-TIER-IX.
           PERFORM LOAD-ONE-TIER UNTIL WS-TIER-IX > 3.

       LOAD-ONE-TIER.
           MOVE ZERO TO CA-TIER-MIN-QTY(WS-TIER-IX).
           MOVE ZERO TO CA-TIER-RATE(WS-TIER-IX).
           IF MT-CA-TIER-MIN-QTY(WS-TIER-IX) NUMERIC
               IF MT-CA-TIER-MIN-QTY(WS-TIER-IX) > ZERO
                   IF MT-CA-TIER-RATE(WS-TIER-IX) NUMERIC
                       ADD 1 TO CA-TIER-COUNT
                       MOVE MT-CA-TIER-MIN-QTY(WS-TIER-IX)
                           TO CA-TIER-MIN-QTY(CA-TIER-COUNT)
                       MOVE MT-CA-TIER-RATE(WS-TIER-IX)
                           TO CA-TIER-RATE(CA-TIER-COUNT)
                   ELSE
                       SET AGREEMENT-FIELDS-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-TIER-IX.

      * Final check before the agreement is written: the tiers must
      * have loaded cleanly and the dates must run forwards.
       CHECK-AGREEMENT-FIELDS.
           IF AGREEMENT-FIELDS-BAD
               MOVE "TIER" TO EX-REASON-CODE
               MOVE "TIER RATE NOT NUMERIC" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF CA-EFF-TO < CA-EFF-FROM
                   SET AGREEMENT-FIELDS-BAD TO TRUE
                   MOVE "DATE" TO EX-REASON-CODE
                   MOVE "EFFECTIVE-TO BEFORE FROM DATE"
                       TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

      * The tax master did not exist before this change, so it is
      * created empty on first use - same create-on-first-run
      * technique as COPYPROG's OPEN-CHECKPOINT-FILE.
       OPEN-TAX-MASTER.
           OPEN I-O TAX-RATE-MASTER.
           IF TX-FILE-NOT-FOUND
               CLOSE TAX-RATE-MASTER
               OPEN OUTPUT TAX-RATE-MASTER
               CLOSE TAX-RATE-MASTER
               OPEN I-O TAX-RATE-MASTER
           END-IF.
           IF NOT TX-FILE-OK
               DISPLAY "UNABLE TO OPEN TAX-RATE-MASTER, STATUS: "
                   WS-TX-STATUS
               STOP RUN
           END-IF.

      * Same create-on-first-run technique for the two purchasing
      * files, which did not exist before the supplier/PO change.
       OPEN-SUPPLIER-MASTER.
           OPEN I-O SUPPLIER-MASTER.
           IF SU-FILE-NOT-FOUND
               CLOSE SUPPLIER-MASTER
               OPEN OUTPUT SUPPLIER-MASTER
               CLOSE SUPPLIER-MASTER
               OPEN I-O SUPPLIER-MASTER
           END-IF.
           IF NOT SU-FILE-OK
               DISPLAY "UNABLE TO OPEN SUPPLIER-MASTER, STATUS: "
                   WS-SU-STATUS
               STOP RUN
           END-IF.

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

      * Same create-on-first-run technique for the agreement file.
       OPEN-AGREEMENT-FILE.
           OPEN I-O PRICE-AGREEMENT-FILE.
           IF CA-FILE-NOT-FOUND
               CLOSE PRICE-AGREEMENT-FILE
               OPEN OUTPUT PRICE-AGREEMENT-FILE
               CLOSE PRICE-AGREEMENT-FILE
               OPEN I-O PRICE-AGREEMENT-FILE
           END-IF.
           IF NOT CA-FILE-OK
               DISPLAY "UNABLE TO OPEN PRICE-AGREEMENT-FILE, STATUS: "
                   WS-CA-STATUS
               STOP RUN
           END-IF.

      * Same create-on-first-run technique for the salesman master.
       OPEN-SALESMAN-MASTER.
           OPEN I-O SALESMAN-MASTER.
           IF SM-FILE-NOT-FOUND
               CLOSE SALESMAN-MASTER
               OPEN OUTPUT SALESMAN-MASTER
               CLOSE SALESMAN-MASTER
               OPEN I-O SALESMAN-MASTER
           END-IF.
           IF NOT SM-FILE-OK
               DISPLAY "UNABLE TO OPEN SALESMAN-MASTER, STATUS: "
                   WS-SM-STATUS
               STOP RUN
           END-IF.

      * Same create-on-first-run technique for the GL mapping.
       OPEN-GL-MAPPING-FILE.
           OPEN I-O GL-MAPPING-FILE.
           IF GM-FILE-NOT-FOUND
               CLOSE GL-MAPPING-FILE
               OPEN OUTPUT GL-MAPPING-FILE
               CLOSE GL-MAPPING-FILE
               OPEN I-O GL-MAPPING-FILE
           END-IF.
           IF NOT GM-FILE-OK
               DISPLAY "UNABLE TO OPEN GL-MAPPING-FILE, STATUS: "
                   WS-GM-STATUS
               STOP RUN
           END-IF.

      * Same create-on-first-run technique for the location master.
       OPEN-LOCATION-MASTER.
           OPEN I-O LOCATION-MASTER.
           IF LC-FILE-NOT-FOUND
               CLOSE LOCATION-MASTER
               OPEN OUTPUT LOCATION-MASTER
               CLOSE LOCATION-MASTER
               OPEN I-O LOCATION-MASTER
           END-IF.
           IF NOT LC-FILE-OK
               DISPLAY "UNABLE TO OPEN LOCATION-MASTER, STATUS: "
                   WS-LC-STATUS
               STOP RUN
           END-IF.

      * Same create-on-first-run technique for the operator
      * authority master.
       OPEN-OPERATOR-MASTER.
           OPEN I-O OPERATOR-MASTER.
           IF OP-FILE-NOT-FOUND
               CLOSE OPERATOR-MASTER
               OPEN OUTPUT OPERATOR-MASTER
               CLOSE OPERATOR-MASTER
               OPEN I-O OPERATOR-MASTER
           END-IF.
           IF NOT OP-FILE-OK
               DISPLAY "UNABLE TO OPEN OPERATOR-MASTER, STATUS: "
                   WS-OP-STATUS
               STOP RUN
           END-IF.

       CHECK-OPERATORS-ON-FILE.
           SET OPERATORS-ON-FILE TO TRUE.
           MOVE LOW-VALUES TO OP-OPERATOR-ID.
           START OPERATOR-MASTER KEY IS NOT LESS THAN OP-OPERATOR-ID
               INVALID KEY
                   SET NO-OPERATORS-ON-FILE TO TRUE
           END-START.

      * A new rate segment takes MT-RATE-EFF-DATE (the run date when
      * blank or not numeric); the oldest segment is dropped once
      * five are held. IM-ITEM-RATE is then recomputed as the
      * latest-dated segment's amount so the single current rate the
      * rest of the system reads stays in step with the history.
       APPEND-RATE-SEGMENT.
           IF MT-RATE-EFF-DATE NUMERIC
               MOVE MT-RATE-EFF-DATE TO WS-NEW-EFF-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-NEW-EFF-DATE
           END-IF.
           IF IM-RATE-COUNT = 5
               MOVE 1 TO WS-SEG-IX
               PERFORM SHIFT-ONE-SEGMENT UNTIL WS-SEG-IX > 4
               MOVE 4 TO IM-RATE-COUNT
           END-IF.
           ADD 1 TO IM-RATE-COUNT.
           MOVE WS-NEW-EFF-DATE TO IM-RATE-EFF-DATE(IM-RATE-COUNT).
           MOVE MT-ITEM-RATE TO IM-RATE-AMOUNT(IM-RATE-COUNT).
           PERFORM SET-CURRENT-RATE.

       SHIFT-ONE-SEGMENT.
           MOVE IM-RATE-SEGMENT(WS-SEG-IX + 1)
               TO IM-RATE-SEGMENT(WS-SEG-IX).
           ADD 1 TO WS-SEG-IX.

       SET-CURRENT-RATE.
           MOVE ZERO TO WS-BEST-EFF-DATE.
           MOVE 1 TO WS-SEG-IX.
           PERFORM SCAN-FOR-CURRENT-RATE
               UNTIL WS-SEG-IX > IM-RATE-COUNT.

       SCAN-FOR-CURRENT-RATE.
           IF IM-RATE-EFF-DATE(WS-SEG-IX) NOT < WS-BEST-EFF-DATE
               MOVE IM-RATE-EFF-DATE(WS-SEG-IX) TO WS-BEST-EFF-DATE
               MOVE IM-RATE-AMOUNT(WS-SEG-IX) TO IM-ITEM-RATE
           END-IF.
           ADD 1 TO WS-SEG-IX.

       WRITE-AUDIT.
           MOVE WS-RUN-DATE TO AU-DATE.
           MOVE WS-RUN-TIME TO AU-TIME.
           MOVE MT-USER-ID TO AU-USER-ID.
           MOVE MT-FILE-CODE TO AU-FILE-CODE.
           MOVE MT-ACTION TO AU-ACTION.
           IF MT-CUSTOMER-FILE
               MOVE MT-CUSTOMER-NO TO AU-KEY
           ELSE
               IF MT-TAX-FILE
                   MOVE MT-TAX-KEY TO AU-KEY
               ELSE
                   IF MT-SUPPLIER-FILE
                       MOVE MT-SUPPLIER-NO TO AU-KEY
                   ELSE
                       IF MT-PO-FILE
                           MOVE MT-PO-NUMBER TO AU-KEY
                       ELSE
                           IF MT-AGREEMENT-FILE
                               MOVE MT-CA-CUSTOMER-NO TO AU-KEY
                           ELSE
                               IF MT-SALESMAN-FILE
                                   MOVE MT-SM-CODE TO AU-KEY
                               ELSE
                                   IF MT-GL-MAPPING-FILE
                                       MOVE MT-GL-POSTING-TYPE
                                           TO AU-KEY
                                   ELSE
                                       IF MT-OPERATOR-FILE
                                           MOVE MT-OP-ID TO AU-KEY
                                       ELSE
                                         IF MT-LOCATION-FILE
                                           MOVE MT-LC-CODE TO AU-KEY
                                         ELSE
                                           MOVE MT-ITEM-NO TO AU-KEY
                                         END-IF
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
