      ******************************************************************
      * Author:SUBASH S L
      * Date: 4.9.2026
      * Purpose: Expiring customer-price agreements report. COPYPROG2,
      * CHALREG and CHALENT now price a customer's lines from the
      * agreement file MASTMNT maintains (CPAGREE.TXT, one agreement
      * per CUSTOMER-NO + ITEM-NO with its own effective dates), and
      * once an agreement's to-date passes the customer silently
      * falls back to the ITEM-MASTER rate - usually noticed only
      * when the customer disputes the invoice. This run walks the
      * agreement file in key order (customer + item, so one
      * customer's agreements are adjacent) and lists every
      * agreement whose to-date falls within the next 30 days of the
      * as-at date, with its dates, days left, contract rate, the
      * number of quantity-break tiers and the current master rate
      * it will fall back to, so sales can renegotiate in time.
      * Open-ended agreements (to-date 99991231) and ones already
      * expired are skipped. Each customer gets a header with the
      * name from CUSTOMER-MASTER and a count of expiring
      * agreements; a grand total closes the report. A customer or
      * item missing from its master prints **NO MASTER** in place
      * of the name or description.
      *
      * The as-at date defaults to the run date and is overridden
      * with CPAEXP-DATE (ccyymmdd), same convention as STKVAL-DATE;
      * the 30-day window is overridden with CPAEXP-DAYS.
      *
      * File names are taken from environment variables
      * (CPAEXP-CPAGREE, -CUSTMAST, -ITEMMAST, -REPORT) when set,
      * falling back to the hardcoded paths otherwise, same
      * convention as the other programs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPAEXP.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-AGREEMENT-FILE ASSIGN DYNAMIC WS-CPAGREE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CA-KEY
           FILE STATUS IS WS-CA-STATUS.
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
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD PRICE-AGREEMENT-FILE
          LABEL RECORDS STANDARD.
      * Layout mirrors the PRICE-AGREEMENT-FILE as maintained by
      * MASTMNT.
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

       FD CUSTOMER-MASTER
          LABEL RECORDS STANDARD.
      * Only the name is used here; the layout must match the
      * record on file.
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

       FD ITEM-MASTER
          LABEL RECORDS STANDARD.
      * Only the description and current rate are used here.
       01 ITEM-MASTER-REC.
          05 IM-ITEM-NO PIC X(5).
          05 IM-ITEM-DESCRIPTION PIC X(25).
          05 IM-ITEM-RATE PIC 9(3)V99.
          05 IM-RATE-COUNT PIC 9(2).
          05 IM-RATE-SEGMENT OCCURS 5 TIMES.
             10 IM-RATE-EFF-DATE PIC 9(8).
             10 IM-RATE-AMOUNT PIC 9(3)V99.
          05 IM-TAX-CATEGORY PIC X(2).

       FD REPORT-FILE
          LABEL RECORDS STANDARD.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 E-O-F PIC X VALUE 'N'.
       01 WS-CPAGREE-NAME PIC X(100).
       01 WS-CUSTMAST-NAME PIC X(100).
       01 WS-ITEMMAST-NAME PIC X(100).
       01 WS-REPORT-NAME PIC X(100).
       01 WS-CA-STATUS PIC XX.
          88 CA-FILE-OK VALUE '00'.
       01 WS-CM-STATUS PIC XX.
          88 CM-FILE-OK VALUE '00'.
       01 WS-IM-STATUS PIC XX.
          88 IM-FILE-OK VALUE '00'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-AS-AT-DATE PIC 9(8).
       01 WS-DATE-OVERRIDE PIC X(8).
       01 WS-DAYS-OVERRIDE PIC X(3).
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
       01 WS-AS-AT-DATE-INT PIC 9(8).
       01 WS-EXPIRY-DATE-INT PIC 9(8).
       01 WS-DAYS-LEFT PIC S9(7).

       01 WS-PREV-CUSTOMER-NO PIC X(5) VALUE SPACES.
       01 WS-CUST-STARTED-SW PIC X VALUE 'N'.
          88 CUST-BREAK-STARTED VALUE 'Y'.
       01 WS-CUST-EXPIRING PIC 9(7) VALUE ZERO.

       01 WS-AGREEMENTS-READ PIC 9(7) VALUE ZERO.
       01 WS-AGREEMENTS-EXPIRING PIC 9(7) VALUE ZERO.
       01 WS-CUSTOMERS-LISTED PIC 9(7) VALUE ZERO.

       01 WS-REPORT-HEADER1-LINE.
          05 FILLER PIC X(42)
             VALUE "PRICE AGREEMENTS EXPIRING WITHIN THE NEXT ".
          05 WEH-DAYS PIC ZZ9.
          05 FILLER PIC X(15) VALUE " DAYS - AS AT  ".
          05 WEH-DATE PIC 9(8).
          05 FILLER PIC X(32) VALUE SPACES.

       01 WS-REPORT-HEADER2-LINE PIC X(100) VALUE
          "    ITEM   DESCRIPTION                FROM      TO          D
      -   "AYS     RATE TIERS  MASTER".

       01 WS-CUST-HEADER-LINE.
          05 FILLER PIC X(10) VALUE "CUSTOMER: ".
          05 WEC-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WEC-CUSTOMER-NAME PIC X(30).
          05 FILLER PIC X(52) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WED-ITEM-NO PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WED-DESCRIPTION PIC X(25).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WED-EFF-FROM PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WED-EFF-TO PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WED-DAYS-LEFT PIC ZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WED-CONTRACT-RATE PIC $$$9.99.
          05 FILLER PIC X(5) VALUE SPACES.
          05 WED-TIERS PIC 9(1).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WED-MASTER-RATE PIC $$$9.99.
          05 FILLER PIC X(12) VALUE SPACES.

       01 WS-CUST-TOTAL-LINE.
          05 FILLER PIC X(13) VALUE "  SUBTOTAL   ".
          05 WET-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(11) VALUE " EXPIRING: ".
          05 WET-EXPIRING PIC ZZZ,ZZ9.
          05 FILLER PIC X(64) VALUE SPACES.

       01 WS-GRAND-TOTAL-LINE.
          05 FILLER PIC X(13) VALUE "GRAND TOTAL  ".
          05 FILLER PIC X(11) VALUE "CUSTOMERS: ".
          05 WEG-CUSTOMERS PIC ZZZ,ZZ9.
          05 FILLER PIC X(11) VALUE " EXPIRING: ".
          05 WEG-EXPIRING PIC ZZZ,ZZ9.
          05 FILLER PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SET-AS-AT-DATE.
           COMPUTE WS-AS-AT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-AT-DATE).
           OPEN INPUT PRICE-AGREEMENT-FILE.
           IF NOT CA-FILE-OK
               DISPLAY "UNABLE TO OPEN PRICE-AGREEMENT-FILE, STATUS: "
                   WS-CA-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
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
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-WINDOW-DAYS TO WEH-DAYS.
           MOVE WS-AS-AT-DATE TO WEH-DATE.
           MOVE WS-REPORT-HEADER1-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-HEADER2-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           READ PRICE-AGREEMENT-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-AGREEMENTS-READ
           END-READ.
           PERFORM REPORT-ONE-AGREEMENT UNTIL E-O-F = 'Y'.
           IF CUST-BREAK-STARTED
               PERFORM WRITE-CUSTOMER-TOTAL
           END-IF.
           MOVE WS-CUSTOMERS-LISTED TO WEG-CUSTOMERS.
           MOVE WS-AGREEMENTS-EXPIRING TO WEG-EXPIRING.
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "Expiring price agreements report written."
           DISPLAY "CONTROL TOTALS - AGREEMENTS: " WS-AGREEMENTS-READ
               " EXPIRING: " WS-AGREEMENTS-EXPIRING
               " CUSTOMERS: " WS-CUSTOMERS-LISTED.
           CLOSE PRICE-AGREEMENT-FILE CUSTOMER-MASTER ITEM-MASTER
                 REPORT-FILE.
           STOP RUN.

       SET-FILE-NAMES.
           MOVE "D:\PROGRAMMING\COBOL\CPAGREE.TXT" TO WS-CPAGREE-NAME.
           ACCEPT WS-CPAGREE-NAME FROM ENVIRONMENT "CPAEXP-CPAGREE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CPAGREE.TXT"
                       TO WS-CPAGREE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT" TO WS-CUSTMAST-NAME.
           ACCEPT WS-CUSTMAST-NAME FROM ENVIRONMENT "CPAEXP-CUSTMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT"
                       TO WS-CUSTMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT" TO WS-ITEMMAST-NAME.
           ACCEPT WS-ITEMMAST-NAME FROM ENVIRONMENT "CPAEXP-ITEMMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT"
                       TO WS-ITEMMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CPAEXP.TXT" TO WS-REPORT-NAME.
           ACCEPT WS-REPORT-NAME FROM ENVIRONMENT "CPAEXP-REPORT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CPAEXP.TXT"
                       TO WS-REPORT-NAME
           END-ACCEPT.

       SET-AS-AT-DATE.
           MOVE SPACES TO WS-DATE-OVERRIDE.
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT "CPAEXP-DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-DATE-OVERRIDE
           END-ACCEPT.
           IF WS-DATE-OVERRIDE NUMERIC
               MOVE WS-DATE-OVERRIDE TO WS-AS-AT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-AS-AT-DATE
           END-IF.
           MOVE SPACES TO WS-DAYS-OVERRIDE.
           ACCEPT WS-DAYS-OVERRIDE FROM ENVIRONMENT "CPAEXP-DAYS"
               ON EXCEPTION
                   MOVE SPACES TO WS-DAYS-OVERRIDE
           END-ACCEPT.
           IF WS-DAYS-OVERRIDE NUMERIC
               MOVE WS-DAYS-OVERRIDE TO WS-WINDOW-DAYS
           END-IF.

      * An agreement is listed when its to-date is on or after the
      * as-at date and no more than the window days beyond it; an
      * open-ended agreement is never due.
       REPORT-ONE-AGREEMENT.
           IF CA-EFF-TO NUMERIC
               IF CA-EFF-TO NOT = 99991231
                   AND CA-EFF-TO NOT < WS-AS-AT-DATE
                   COMPUTE WS-EXPIRY-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(CA-EFF-TO)
                   COMPUTE WS-DAYS-LEFT =
                       WS-EXPIRY-DATE-INT - WS-AS-AT-DATE-INT
                   IF WS-DAYS-LEFT NOT > WS-WINDOW-DAYS
                       IF CA-CUSTOMER-NO NOT = WS-PREV-CUSTOMER-NO
                           PERFORM START-CUSTOMER
                       END-IF
                       PERFORM WRITE-AGREEMENT-DETAIL
                   END-IF
               END-IF
           END-IF.
           READ PRICE-AGREEMENT-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-AGREEMENTS-READ
           END-READ.

       START-CUSTOMER.
           IF CUST-BREAK-STARTED
               PERFORM WRITE-CUSTOMER-TOTAL
           END-IF.
           MOVE CA-CUSTOMER-NO TO WS-PREV-CUSTOMER-NO.
           MOVE ZERO TO WS-CUST-EXPIRING.
           SET CUST-BREAK-STARTED TO TRUE.
           ADD 1 TO WS-CUSTOMERS-LISTED.
           MOVE CA-CUSTOMER-NO TO CM-CUSTOMER-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "**NO MASTER**" TO CM-CUSTOMER-NAME
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CA-CUSTOMER-NO TO WEC-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME TO WEC-CUSTOMER-NAME.
           MOVE WS-CUST-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * The master rate shown is the current IM-ITEM-RATE - the rate
      * the customer falls back to once the agreement lapses.
       WRITE-AGREEMENT-DETAIL.
           MOVE CA-ITEM-NO TO IM-ITEM-NO.
           READ ITEM-MASTER
               INVALID KEY
                   MOVE "**NO MASTER**" TO IM-ITEM-DESCRIPTION
                   MOVE ZERO TO IM-ITEM-RATE
           END-READ.
           MOVE CA-ITEM-NO TO WED-ITEM-NO.
           MOVE IM-ITEM-DESCRIPTION TO WED-DESCRIPTION.
           MOVE CA-EFF-FROM TO WED-EFF-FROM.
           MOVE CA-EFF-TO TO WED-EFF-TO.
           MOVE WS-DAYS-LEFT TO WED-DAYS-LEFT.
           MOVE CA-CONTRACT-RATE TO WED-CONTRACT-RATE.
           IF CA-TIER-COUNT NUMERIC
               MOVE CA-TIER-COUNT TO WED-TIERS
           ELSE
               MOVE ZERO TO WED-TIERS
           END-IF.
           MOVE IM-ITEM-RATE TO WED-MASTER-RATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-CUST-EXPIRING.
           ADD 1 TO WS-AGREEMENTS-EXPIRING.

       WRITE-CUSTOMER-TOTAL.
           MOVE WS-PREV-CUSTOMER-NO TO WET-CUSTOMER-NO.
           MOVE WS-CUST-EXPIRING TO WET-EXPIRING.
           MOVE WS-CUST-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
