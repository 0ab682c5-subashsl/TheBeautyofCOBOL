      ******************************************************************
      * Author:SUBASH S L
      * Date: 7.9.2026
      * Purpose: Month-end salesman commission run. Each customer on
      * CUSTOMER-MASTER now carries the code of the salesman who
      * looks after the account (CM-SALESMAN-CODE, maintained by
      * MASTMNT along with the SALESMAN-MASTER of codes, names and
      * commission percentages). Commission is earned on money
      * collected, not on money invoiced, so this run works from
      * the same two histories ARSTMT ages: the invoice history
      * INVGEN appends and the payment history PAYPOST and CRNOTE
      * append.
      *
      * For each customer everything received on PAYHIST is applied
      * against the customer's invoices oldest-first, exactly as
      * ARSTMT does, twice over: once as things stood before the
      * period (cash and invoices dated before the first of the
      * month) and once as at the end of the period. The
      * difference per invoice is what was collected on it during
      * the period, and that is what the salesman is paid on - an
      * invoice part-paid this month earns on the part paid and
      * earns the rest in the month the balance comes in, never
      * twice.
      *
      * Credit notes (PAYHIST references "CRnnnnnn" from CRNOTE)
      * dated in the period claw the commission back at the same
      * rate, since goods returned were usually paid for and
      * commissioned in an earlier month. A credit note also
      * settles invoices in the allocation above, as it does on
      * ARSTMT, so the clawback is what takes it back out and a
      * return nets to nothing.
      *
      * Two outputs:
      *   - a statement per salesman listing each invoice collected
      *     on (invoice, date, customer, amount collected, rate,
      *     commission) and each credit note clawed back, with the
      *     salesman's totals;
      *   - a payroll summary page, one line per salesman on the
      *     master (collected, clawed back, net commission) and a
      *     grand total, for the payroll clerk.
      * Customers with a blank salesman code are house accounts and
      * earn no commission; a code not on SALESMAN-MASTER is listed
      * on the console so the customer can be corrected through
      * MASTMNT. The percentage used is the one on the master at
      * the time of the run.
      *
      * The period defaults to the run date's month and is
      * overridden with COMMRUN-PERIOD (ccyymm), same convention as
      * ARSTMT-PERIOD. File names are taken from environment
      * variables (COMMRUN-INVHIST, -PAYHIST, -CUSTMAST, -SALESMAN,
      * -STMTFILE, -PAYFILE) when set, falling back to the
      * hardcoded paths otherwise, same convention as the other
      * programs.
      *
      * Maintenance Log:
      * - Invoices voided by INVVOID (IH-STATUS 'V' on the invoice
      *   history) are left out, so no commission is earned on an
      *   invoice that was raised in error; its reissue, if any,
      *   earns in its place as it is paid.
      * - Credit notes settle invoices in the cash allocation again,
      *   the same as on ARSTMT. Kept out of it, the part of an
      *   invoice a credit note cleared was never collected and was
      *   clawed back as well, so the salesman lost it twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRUN.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-HISTORY ASSIGN DYNAMIC WS-INVHIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IH-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN DYNAMIC WS-PAYHIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PH-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN DYNAMIC WS-CUSTMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUSTOMER-NO
           FILE STATUS IS WS-CM-STATUS.
           SELECT SALESMAN-MASTER ASSIGN DYNAMIC WS-SALESMAN-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-SALESMAN-CODE
           FILE STATUS IS WS-SM-STATUS.
           SELECT STATEMENT-FILE ASSIGN DYNAMIC WS-STMTFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYROLL-FILE ASSIGN DYNAMIC WS-PAYFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD INVOICE-HISTORY
          LABEL RECORDS STANDARD.
      * Layout mirrors HISTORY-REC as appended by INVGEN.
       01 INVOICE-HISTORY-REC.
          05 IH-INVOICE-NO PIC 9(6).
          05 FILLER PIC X(1).
          05 IH-INVOICE-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 IH-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1).
          05 IH-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(1).
          05 IH-NET PIC 9(9)V99.
          05 FILLER PIC X(1).
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
      * Layout mirrors HISTORY-REC as appended by PAYPOST/CRNOTE.
       01 PAYMENT-HISTORY-REC.
          05 PH-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1).
          05 PH-PAYMENT-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 PH-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 PH-REFERENCE PIC X(10).

       FD CUSTOMER-MASTER
          LABEL RECORDS STANDARD.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUSTOMER-NO PIC X(5).
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

      * Layout mirrors SALESMAN-MASTER-REC as maintained by MASTMNT.
       FD SALESMAN-MASTER
          LABEL RECORDS STANDARD.
       01 SALESMAN-MASTER-REC.
          05 SM-SALESMAN-CODE PIC X(4).
          05 SM-SALESMAN-NAME PIC X(30).
          05 SM-COMMISSION-PCT PIC 9(2)V99.

       FD STATEMENT-FILE
          LABEL RECORDS STANDARD.
       01 STATEMENT-LINE PIC X(100).

       FD PAYROLL-FILE
          LABEL RECORDS STANDARD.
       01 PAYROLL-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 E-O-F PIC X VALUE 'N'.
       01 WS-INVHIST-NAME PIC X(100).
       01 WS-PAYHIST-NAME PIC X(100).
       01 WS-CUSTMAST-NAME PIC X(100).
       01 WS-SALESMAN-NAME PIC X(100).
       01 WS-STMTFILE-NAME PIC X(100).
       01 WS-PAYFILE-NAME PIC X(100).
       01 WS-IH-STATUS PIC XX.
          88 IH-FILE-NOT-FOUND VALUE '35'.
       01 WS-PH-STATUS PIC XX.
          88 PH-FILE-NOT-FOUND VALUE '35'.
       01 WS-CM-STATUS PIC XX.
          88 CM-FILE-OK VALUE '00'.
          88 CM-END-OF-FILE VALUE '10'.
       01 WS-SM-STATUS PIC XX.
          88 SM-FILE-OK VALUE '00'.
          88 SM-END-OF-FILE VALUE '10'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-OVERRIDE PIC X(6).
       01 WS-PERIOD-START PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).

      * Whole-history tables, loaded and sized as in ARSTMT. A full
      * table abandons the run rather than paying short.
       01 WS-INV-COUNT PIC 9(5) VALUE ZERO.
       01 WS-INV-IX PIC 9(5).
       01 WS-INVOICE-TABLE.
          05 WS-INV-ENTRY OCCURS 20000 TIMES.
             10 WI-CUSTOMER-NO PIC X(5).
             10 WI-INVOICE-NO PIC 9(6).
             10 WI-DATE PIC 9(8).
             10 WI-GROSS PIC 9(9)V99.

       01 WS-PAY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAY-IX PIC 9(5).
       01 WS-PAYMENT-TABLE.
          05 WS-PAY-ENTRY OCCURS 20000 TIMES.
             10 WP-CUSTOMER-NO PIC X(5).
             10 WP-DATE PIC 9(8).
             10 WP-AMOUNT PIC 9(7)V99.
             10 WP-REFERENCE PIC X(10).
             10 WP-REFERENCE-SPLIT REDEFINES WP-REFERENCE.
                15 WP-REF-PREFIX PIC X(2).
                   88 WP-CREDIT-NOTE VALUE "CR".
                15 FILLER PIC X(8).

      * The period's commission lines, built during the customer
      * sweep and printed salesman by salesman afterwards. 'I' is
      * an invoice collected on, 'C' a credit note clawed back.
       01 WS-COMM-COUNT PIC 9(5) VALUE ZERO.
       01 WS-COMM-IX PIC 9(5).
       01 WS-COMMISSION-TABLE.
          05 WS-COMM-ENTRY OCCURS 5000 TIMES.
             10 WK-SALESMAN-CODE PIC X(4).
             10 WK-LINE-TYPE PIC X.
                88 WK-INVOICE-LINE VALUE 'I'.
                88 WK-CLAWBACK-LINE VALUE 'C'.
             10 WK-DOCUMENT PIC X(10).
             10 WK-DATE PIC 9(8).
             10 WK-CUSTOMER-NO PIC X(5).
             10 WK-CUSTOMER-NAME PIC X(20).
             10 WK-AMOUNT PIC 9(9)V99.
             10 WK-RATE PIC 9(2)V99.
             10 WK-COMMISSION PIC 9(7)V99.

       01 WS-CASH-BEFORE PIC 9(11)V99.
       01 WS-CASH-THROUGH PIC 9(11)V99.
       01 WS-SETTLED-BEFORE PIC 9(9)V99.
       01 WS-SETTLED-THROUGH PIC 9(9)V99.
       01 WS-COLLECTED PIC 9(9)V99.
       01 WS-DOCUMENT PIC X(10).
       01 WS-CUSTOMER-RATE PIC 9(2)V99.

       01 WS-SM-COLLECTED PIC 9(11)V99.
       01 WS-SM-CLAWBACK PIC 9(11)V99.
       01 WS-SM-EARNED PIC 9(9)V99.
       01 WS-SM-CLAWED PIC 9(9)V99.
       01 WS-SM-NET PIC S9(9)V99.
       01 WS-SM-LINES PIC 9(5).

       01 WS-TOT-COLLECTED PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-CLAWBACK PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-NET PIC S9(11)V99 VALUE ZERO.
       01 WS-HOUSE-COLLECTED PIC 9(11)V99 VALUE ZERO.

       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
          05 WS-WD-CCYY PIC 9(4).
          05 WS-WD-MM PIC 99.
          05 WS-WD-DD PIC 99.
       01 WS-EDIT-DATE PIC 99/99/9999.

       01 WS-CUSTOMERS-READ PIC 9(5) VALUE ZERO.
       01 WS-HOUSE-ACCOUNTS PIC 9(5) VALUE ZERO.
       01 WS-UNKNOWN-SALESMAN PIC 9(5) VALUE ZERO.
       01 WS-SALESMEN-LISTED PIC 9(5) VALUE ZERO.
       01 WS-STATEMENTS-WRITTEN PIC 9(5) VALUE ZERO.

       01 WS-STMT-HEADER-LINE.
          05 FILLER PIC X(32) VALUE
             "COMMISSION STATEMENT - SALESMAN ".
          05 WSH-SALESMAN-CODE PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSH-SALESMAN-NAME PIC X(30).
          05 FILLER PIC X(9) VALUE " PERIOD: ".
          05 WSH-PERIOD PIC 9(6).
          05 FILLER PIC X(7) VALUE " RATE: ".
          05 WSH-RATE PIC Z9.99.
          05 FILLER PIC X(5) VALUE "%    ".

       01 WS-STMT-HEADER2-LINE PIC X(100) VALUE
          "DOCUMENT    DATE        CUST  CUSTOMER NAME              COLL
      -   "ECTED   RATE      COMMISSION".

       01 WS-STMT-DETAIL-LINE.
          05 WCD-DOCUMENT PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WCD-DATE PIC 99/99/9999.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WCD-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WCD-CUSTOMER-NAME PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WCD-AMOUNT PIC $$$,$$$,$$9.99-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WCD-RATE PIC Z9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WCD-COMMISSION PIC $$,$$$,$$9.99-.
          05 FILLER PIC X(11) VALUE SPACES.

       01 WS-STMT-TOTAL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WCT-LABEL PIC X(24).
          05 WCT-AMOUNT PIC $$$,$$$,$$9.99-.
          05 FILLER PIC X(59) VALUE SPACES.

       01 WS-PAY-HEADER1-LINE.
          05 FILLER PIC X(37) VALUE
             "COMMISSION PAYROLL SUMMARY - PERIOD: ".
          05 WPH-PERIOD PIC 9(6).
          05 FILLER PIC X(12) VALUE "  RUN DATE: ".
          05 WPH-RUN-DATE PIC 9(8).
          05 FILLER PIC X(37) VALUE SPACES.

       01 WS-PAY-HEADER2-LINE PIC X(100) VALUE
          "CODE  NAME                           RATE        COLLECTED
      -   "  CLAWED BACK      COMMISSION".

       01 WS-PAY-DETAIL-LINE.
          05 WPD-SALESMAN-CODE PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WPD-SALESMAN-NAME PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WPD-RATE PIC Z9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WPD-COLLECTED PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WPD-CLAWBACK PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WPD-COMMISSION PIC $$,$$$,$$9.99-.
          05 FILLER PIC X(10) VALUE SPACES.

       01 WS-PAY-TOTAL-LINE.
          05 FILLER PIC X(44) VALUE "TOTALS".
          05 WPT-COLLECTED PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WPT-CLAWBACK PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WPT-COMMISSION PIC $$,$$$,$$9.99-.
          05 FILLER PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SET-PERIOD.
           PERFORM LOAD-INVOICE-HISTORY.
           PERFORM LOAD-PAYMENT-HISTORY.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CM-FILE-OK
               DISPLAY "UNABLE TO OPEN CUSTOMER-MASTER, STATUS: "
                   WS-CM-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT SALESMAN-MASTER.
           IF NOT SM-FILE-OK
               DISPLAY "UNABLE TO OPEN SALESMAN-MASTER, STATUS: "
                   WS-SM-STATUS
               STOP RUN
           END-IF.
           PERFORM SWEEP-CUSTOMERS.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT PAYROLL-FILE.
           MOVE WS-PERIOD TO WPH-PERIOD.
           MOVE WS-RUN-DATE TO WPH-RUN-DATE.
           MOVE WS-PAY-HEADER1-LINE TO PAYROLL-LINE.
           WRITE PAYROLL-LINE.
           MOVE WS-PAY-HEADER2-LINE TO PAYROLL-LINE.
           WRITE PAYROLL-LINE.
           PERFORM SWEEP-SALESMEN.
           PERFORM WRITE-PAYROLL-TOTALS.
           DISPLAY "Commission statements and payroll summary written."
           DISPLAY "CONTROL TOTALS - CUSTOMERS: " WS-CUSTOMERS-READ
               " HOUSE: " WS-HOUSE-ACCOUNTS
               " UNKNOWN SALESMAN: " WS-UNKNOWN-SALESMAN.
           DISPLAY "SALESMEN: " WS-SALESMEN-LISTED
               " STATEMENTS: " WS-STATEMENTS-WRITTEN
               " COLLECTED: " WS-TOT-COLLECTED
               " CLAWED BACK: " WS-TOT-CLAWBACK.
           DISPLAY "NET COMMISSION: " WS-TOT-NET
               " HOUSE COLLECTIONS: " WS-HOUSE-COLLECTED.
           CLOSE CUSTOMER-MASTER SALESMAN-MASTER
                 STATEMENT-FILE PAYROLL-FILE.
           STOP RUN.

       SET-FILE-NAMES.
           MOVE "D:\PROGRAMMING\COBOL\INVHIST.TXT" TO WS-INVHIST-NAME.
           ACCEPT WS-INVHIST-NAME FROM ENVIRONMENT "COMMRUN-INVHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVHIST.TXT"
                       TO WS-INVHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\PAYHIST.TXT" TO WS-PAYHIST-NAME.
           ACCEPT WS-PAYHIST-NAME FROM ENVIRONMENT "COMMRUN-PAYHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\PAYHIST.TXT"
                       TO WS-PAYHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT" TO WS-CUSTMAST-NAME.
           ACCEPT WS-CUSTMAST-NAME FROM ENVIRONMENT "COMMRUN-CUSTMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT"
                       TO WS-CUSTMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\SALESMAN.TXT" TO WS-SALESMAN-NAME.
           ACCEPT WS-SALESMAN-NAME FROM ENVIRONMENT "COMMRUN-SALESMAN"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\SALESMAN.TXT"
                       TO WS-SALESMAN-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\COMMSTMT.TXT" TO WS-STMTFILE-NAME.
           ACCEPT WS-STMTFILE-NAME FROM ENVIRONMENT "COMMRUN-STMTFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\COMMSTMT.TXT"
                       TO WS-STMTFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\COMMPAY.TXT" TO WS-PAYFILE-NAME.
           ACCEPT WS-PAYFILE-NAME FROM ENVIRONMENT "COMMRUN-PAYFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\COMMPAY.TXT"
                       TO WS-PAYFILE-NAME
           END-ACCEPT.

       SET-PERIOD.
           MOVE SPACES TO WS-PERIOD-OVERRIDE.
           ACCEPT WS-PERIOD-OVERRIDE FROM ENVIRONMENT "COMMRUN-PERIOD"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIOD-OVERRIDE
           END-ACCEPT.
           IF WS-PERIOD-OVERRIDE NUMERIC
               MOVE WS-PERIOD-OVERRIDE TO WS-PERIOD
           ELSE
               COMPUTE WS-PERIOD = WS-RUN-DATE / 100
           END-IF.
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1.
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31.

       LOAD-INVOICE-HISTORY.
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
           PERFORM LOAD-ONE-INVOICE UNTIL E-O-F = 'Y'.
           IF NOT IH-FILE-NOT-FOUND
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
               STOP RUN
           END-IF.
           ADD 1 TO WS-INV-COUNT.
           MOVE IH-CUSTOMER-NO TO WI-CUSTOMER-NO(WS-INV-COUNT).
           MOVE IH-INVOICE-NO TO WI-INVOICE-NO(WS-INV-COUNT).
           MOVE IH-INVOICE-DATE TO WI-DATE(WS-INV-COUNT).
           MOVE IH-GROSS TO WI-GROSS(WS-INV-COUNT).

       LOAD-PAYMENT-HISTORY.
           MOVE 'N' TO E-O-F.
           OPEN INPUT PAYMENT-HISTORY.
           IF PH-FILE-NOT-FOUND
               DISPLAY "NO PAYMENT HISTORY ON FILE"
               MOVE 'Y' TO E-O-F
           ELSE
               READ PAYMENT-HISTORY
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM LOAD-ONE-PAYMENT UNTIL E-O-F = 'Y'.
           IF NOT PH-FILE-NOT-FOUND
               CLOSE PAYMENT-HISTORY
           END-IF.

       LOAD-ONE-PAYMENT.
           IF WS-PAY-COUNT = 20000
               DISPLAY "PAYMENT TABLE FULL - RUN ABANDONED - "
                   "ARCHIVE THE PAYMENT HISTORY"
               STOP RUN
           END-IF.
           ADD 1 TO WS-PAY-COUNT.
           MOVE PH-CUSTOMER-NO TO WP-CUSTOMER-NO(WS-PAY-COUNT).
           MOVE PH-PAYMENT-DATE TO WP-DATE(WS-PAY-COUNT).
           MOVE PH-AMOUNT TO WP-AMOUNT(WS-PAY-COUNT).
           MOVE PH-REFERENCE TO WP-REFERENCE(WS-PAY-COUNT).
           READ PAYMENT-HISTORY
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       SWEEP-CUSTOMERS.
           MOVE LOW-VALUES TO CM-CUSTOMER-NO.
           START CUSTOMER-MASTER KEY NOT LESS CM-CUSTOMER-NO
               INVALID KEY
                   MOVE '10' TO WS-CM-STATUS
           END-START.
           PERFORM PROCESS-ONE-CUSTOMER UNTIL CM-END-OF-FILE.

       PROCESS-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT
               AT END MOVE '10' TO WS-CM-STATUS
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   PERFORM COMMISSION-ONE-CUSTOMER
           END-READ.

      * A house account's collections are totalled for the console
      * only. A salesman code not on the master is reported and the
      * customer skipped - nobody is paid on it until MASTMNT puts
      * it right, and the next run picks the collections up only if
      * they fall in that run's period.
       COMMISSION-ONE-CUSTOMER.
           IF CM-SALESMAN-CODE = SPACES
               ADD 1 TO WS-HOUSE-ACCOUNTS
               MOVE ZERO TO WS-CUSTOMER-RATE
               PERFORM ALLOCATE-CUSTOMER-CASH
           ELSE
               MOVE CM-SALESMAN-CODE TO SM-SALESMAN-CODE
               READ SALESMAN-MASTER
                   INVALID KEY
                       ADD 1 TO WS-UNKNOWN-SALESMAN
                       DISPLAY "SALESMAN " CM-SALESMAN-CODE
                           " NOT ON MASTER - CUSTOMER "
                           CM-CUSTOMER-NO " NOT COMMISSIONED"
                   NOT INVALID KEY
                       IF SM-COMMISSION-PCT NUMERIC
                           MOVE SM-COMMISSION-PCT TO WS-CUSTOMER-RATE
                       ELSE
                           MOVE ZERO TO WS-CUSTOMER-RATE
                       END-IF
                       PERFORM ALLOCATE-CUSTOMER-CASH
                       PERFORM CLAW-BACK-CUSTOMER-CREDITS
               END-READ
           END-IF.

      * Cash received before the period and cash received by its
      * end are each applied to the invoices oldest-first; the
      * invoice history arrives in date order, so the first
      * matching entries are the oldest. Only invoices dated before
      * the period take part in the first allocation, which is how
      * the previous month's run saw them.
       ALLOCATE-CUSTOMER-CASH.
           MOVE ZERO TO WS-CASH-BEFORE.
           MOVE ZERO TO WS-CASH-THROUGH.
           MOVE 1 TO WS-PAY-IX.
           PERFORM SUM-ONE-CASH-PAYMENT
               UNTIL WS-PAY-IX > WS-PAY-COUNT.
           MOVE 1 TO WS-INV-IX.
           PERFORM SETTLE-ONE-INVOICE
               UNTIL WS-INV-IX > WS-INV-COUNT.

       SUM-ONE-CASH-PAYMENT.
           IF WP-CUSTOMER-NO(WS-PAY-IX) = CM-CUSTOMER-NO
               IF WP-DATE(WS-PAY-IX) < WS-PERIOD-START
                   ADD WP-AMOUNT(WS-PAY-IX) TO WS-CASH-BEFORE
               END-IF
               IF WP-DATE(WS-PAY-IX) NOT > WS-PERIOD-END
                   ADD WP-AMOUNT(WS-PAY-IX) TO WS-CASH-THROUGH
               END-IF
           END-IF.
           ADD 1 TO WS-PAY-IX.

       SETTLE-ONE-INVOICE.
           IF WI-CUSTOMER-NO(WS-INV-IX) = CM-CUSTOMER-NO
               AND WI-DATE(WS-INV-IX) NOT > WS-PERIOD-END
               MOVE ZERO TO WS-SETTLED-BEFORE
               IF WI-DATE(WS-INV-IX) < WS-PERIOD-START
                   IF WS-CASH-BEFORE NOT < WI-GROSS(WS-INV-IX)
                       MOVE WI-GROSS(WS-INV-IX) TO WS-SETTLED-BEFORE
                   ELSE
                       MOVE WS-CASH-BEFORE TO WS-SETTLED-BEFORE
                   END-IF
                   SUBTRACT WS-SETTLED-BEFORE FROM WS-CASH-BEFORE
               END-IF
               IF WS-CASH-THROUGH NOT < WI-GROSS(WS-INV-IX)
                   MOVE WI-GROSS(WS-INV-IX) TO WS-SETTLED-THROUGH
               ELSE
                   MOVE WS-CASH-THROUGH TO WS-SETTLED-THROUGH
               END-IF
               SUBTRACT WS-SETTLED-THROUGH FROM WS-CASH-THROUGH
               COMPUTE WS-COLLECTED =
                   WS-SETTLED-THROUGH - WS-SETTLED-BEFORE
               IF WS-COLLECTED > ZERO
                   PERFORM RECORD-COLLECTION
               END-IF
           END-IF.
           ADD 1 TO WS-INV-IX.

       RECORD-COLLECTION.
           IF CM-SALESMAN-CODE = SPACES
               ADD WS-COLLECTED TO WS-HOUSE-COLLECTED
           ELSE
               MOVE SPACES TO WS-DOCUMENT
               MOVE WI-INVOICE-NO(WS-INV-IX) TO WS-DOCUMENT
               PERFORM ADD-COMMISSION-ENTRY
               SET WK-INVOICE-LINE(WS-COMM-COUNT) TO TRUE
               MOVE WI-DATE(WS-INV-IX) TO WK-DATE(WS-COMM-COUNT)
           END-IF.

      * Every credit note for the customer dated in the period is
      * clawed back at the salesman's rate.
       CLAW-BACK-CUSTOMER-CREDITS.
           MOVE 1 TO WS-PAY-IX.
           PERFORM CLAW-BACK-ONE-CREDIT
               UNTIL WS-PAY-IX > WS-PAY-COUNT.

       CLAW-BACK-ONE-CREDIT.
           IF WP-CUSTOMER-NO(WS-PAY-IX) = CM-CUSTOMER-NO
               AND WP-CREDIT-NOTE(WS-PAY-IX)
               AND WP-DATE(WS-PAY-IX) NOT < WS-PERIOD-START
               AND WP-DATE(WS-PAY-IX) NOT > WS-PERIOD-END
               MOVE WP-REFERENCE(WS-PAY-IX) TO WS-DOCUMENT
               MOVE WP-AMOUNT(WS-PAY-IX) TO WS-COLLECTED
               PERFORM ADD-COMMISSION-ENTRY
               SET WK-CLAWBACK-LINE(WS-COMM-COUNT) TO TRUE
               MOVE WP-DATE(WS-PAY-IX) TO WK-DATE(WS-COMM-COUNT)
           END-IF.
           ADD 1 TO WS-PAY-IX.

       ADD-COMMISSION-ENTRY.
           IF WS-COMM-COUNT = 5000
               DISPLAY "COMMISSION TABLE FULL - RUN ABANDONED"
               STOP RUN
           END-IF.
           ADD 1 TO WS-COMM-COUNT.
           MOVE CM-SALESMAN-CODE TO WK-SALESMAN-CODE(WS-COMM-COUNT).
           MOVE WS-DOCUMENT TO WK-DOCUMENT(WS-COMM-COUNT).
           MOVE CM-CUSTOMER-NO TO WK-CUSTOMER-NO(WS-COMM-COUNT).
           MOVE CM-CUSTOMER-NAME TO WK-CUSTOMER-NAME(WS-COMM-COUNT).
           MOVE WS-COLLECTED TO WK-AMOUNT(WS-COMM-COUNT).
           MOVE WS-CUSTOMER-RATE TO WK-RATE(WS-COMM-COUNT).
           COMPUTE WK-COMMISSION(WS-COMM-COUNT) ROUNDED =
               WS-COLLECTED * WS-CUSTOMER-RATE / 100.

      * Every salesman on the master gets a payroll summary line,
      * even with nothing to pay; a statement page only when there
      * is at least one line for the period.
       SWEEP-SALESMEN.
           MOVE LOW-VALUES TO SM-SALESMAN-CODE.
           START SALESMAN-MASTER KEY NOT LESS SM-SALESMAN-CODE
               INVALID KEY
                   MOVE '10' TO WS-SM-STATUS
           END-START.
           PERFORM PROCESS-ONE-SALESMAN UNTIL SM-END-OF-FILE.

       PROCESS-ONE-SALESMAN.
           READ SALESMAN-MASTER NEXT
               AT END MOVE '10' TO WS-SM-STATUS
               NOT AT END
                   IF SM-COMMISSION-PCT NOT NUMERIC
                       MOVE ZERO TO SM-COMMISSION-PCT
                   END-IF
                   PERFORM TOTAL-ONE-SALESMAN
                   IF WS-SM-LINES > ZERO
                       PERFORM PRINT-SALESMAN-STATEMENT
                   END-IF
                   PERFORM WRITE-PAYROLL-DETAIL
           END-READ.

       TOTAL-ONE-SALESMAN.
           MOVE ZERO TO WS-SM-COLLECTED.
           MOVE ZERO TO WS-SM-CLAWBACK.
           MOVE ZERO TO WS-SM-EARNED.
           MOVE ZERO TO WS-SM-CLAWED.
           MOVE ZERO TO WS-SM-LINES.
           MOVE 1 TO WS-COMM-IX.
           PERFORM TOTAL-ONE-COMMISSION-LINE
               UNTIL WS-COMM-IX > WS-COMM-COUNT.
           COMPUTE WS-SM-NET = WS-SM-EARNED - WS-SM-CLAWED.

       TOTAL-ONE-COMMISSION-LINE.
           IF WK-SALESMAN-CODE(WS-COMM-IX) = SM-SALESMAN-CODE
               ADD 1 TO WS-SM-LINES
               IF WK-CLAWBACK-LINE(WS-COMM-IX)
                   ADD WK-AMOUNT(WS-COMM-IX) TO WS-SM-CLAWBACK
                   ADD WK-COMMISSION(WS-COMM-IX) TO WS-SM-CLAWED
               ELSE
                   ADD WK-AMOUNT(WS-COMM-IX) TO WS-SM-COLLECTED
                   ADD WK-COMMISSION(WS-COMM-IX) TO WS-SM-EARNED
               END-IF
           END-IF.
           ADD 1 TO WS-COMM-IX.

       PRINT-SALESMAN-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SM-SALESMAN-CODE TO WSH-SALESMAN-CODE.
           MOVE SM-SALESMAN-NAME TO WSH-SALESMAN-NAME.
           MOVE WS-PERIOD TO WSH-PERIOD.
           MOVE SM-COMMISSION-PCT TO WSH-RATE.
           MOVE WS-STMT-HEADER-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-STMT-HEADER2-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE 1 TO WS-COMM-IX.
           PERFORM PRINT-ONE-COMMISSION-LINE
               UNTIL WS-COMM-IX > WS-COMM-COUNT.
           MOVE "COLLECTED:" TO WCT-LABEL.
           MOVE WS-SM-COLLECTED TO WCT-AMOUNT.
           MOVE WS-STMT-TOTAL-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "COMMISSION EARNED:" TO WCT-LABEL.
           MOVE WS-SM-EARNED TO WCT-AMOUNT.
           MOVE WS-STMT-TOTAL-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "COMMISSION CLAWED BACK:" TO WCT-LABEL.
           MOVE WS-SM-CLAWED TO WCT-AMOUNT.
           MOVE WS-STMT-TOTAL-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "NET COMMISSION:" TO WCT-LABEL.
           MOVE WS-SM-NET TO WCT-AMOUNT.
           MOVE WS-STMT-TOTAL-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           ADD 1 TO WS-STATEMENTS-WRITTEN.

      * Clawback lines print their amount and commission negative.
       PRINT-ONE-COMMISSION-LINE.
           IF WK-SALESMAN-CODE(WS-COMM-IX) = SM-SALESMAN-CODE
               MOVE WK-DOCUMENT(WS-COMM-IX) TO WCD-DOCUMENT
               MOVE WK-DATE(WS-COMM-IX) TO WS-WORK-DATE
               PERFORM EDIT-WORK-DATE
               MOVE WS-EDIT-DATE TO WCD-DATE
               MOVE WK-CUSTOMER-NO(WS-COMM-IX) TO WCD-CUSTOMER-NO
               MOVE WK-CUSTOMER-NAME(WS-COMM-IX) TO WCD-CUSTOMER-NAME
               MOVE WK-RATE(WS-COMM-IX) TO WCD-RATE
               IF WK-CLAWBACK-LINE(WS-COMM-IX)
                   COMPUTE WCD-AMOUNT = ZERO - WK-AMOUNT(WS-COMM-IX)
                   COMPUTE WCD-COMMISSION =
                       ZERO - WK-COMMISSION(WS-COMM-IX)
               ELSE
                   MOVE WK-AMOUNT(WS-COMM-IX) TO WCD-AMOUNT
                   MOVE WK-COMMISSION(WS-COMM-IX) TO WCD-COMMISSION
               END-IF
               MOVE WS-STMT-DETAIL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           ADD 1 TO WS-COMM-IX.

       EDIT-WORK-DATE.
           COMPUTE WS-EDIT-DATE =
               WS-WD-DD * 1000000 + WS-WD-MM * 10000 + WS-WD-CCYY.

       WRITE-PAYROLL-DETAIL.
           MOVE SM-SALESMAN-CODE TO WPD-SALESMAN-CODE.
           MOVE SM-SALESMAN-NAME TO WPD-SALESMAN-NAME.
           MOVE SM-COMMISSION-PCT TO WPD-RATE.
           MOVE WS-SM-COLLECTED TO WPD-COLLECTED.
           MOVE WS-SM-CLAWBACK TO WPD-CLAWBACK.
           MOVE WS-SM-NET TO WPD-COMMISSION.
           MOVE WS-PAY-DETAIL-LINE TO PAYROLL-LINE.
           WRITE PAYROLL-LINE.
           ADD 1 TO WS-SALESMEN-LISTED.
           ADD WS-SM-COLLECTED TO WS-TOT-COLLECTED.
           ADD WS-SM-CLAWBACK TO WS-TOT-CLAWBACK.
           ADD WS-SM-NET TO WS-TOT-NET.

       WRITE-PAYROLL-TOTALS.
           MOVE SPACES TO PAYROLL-LINE.
           WRITE PAYROLL-LINE.
           MOVE WS-TOT-COLLECTED TO WPT-COLLECTED.
           MOVE WS-TOT-CLAWBACK TO WPT-CLAWBACK.
           MOVE WS-TOT-NET TO WPT-COMMISSION.
           MOVE WS-PAY-TOTAL-LINE TO PAYROLL-LINE.
           WRITE PAYROLL-LINE.
