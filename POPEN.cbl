      ******************************************************************
      * Author:SUBASH S L
      * Date: 2.9.2026
      * Purpose: Open purchase orders report. STKPOST now matches
      * every goods-inward receipt against the PO lines MASTMNT
      * maintains (POFILE.TXT) and closes a line once its ordered
      * quantity is received, but purchasing still had no view of
      * what was left outstanding. This run walks the PO file in
      * key order (supplier + PO number + item, so one supplier's
      * lines are adjacent), skips closed lines, and prints each
      * open line with its ordered, received and outstanding
      * quantity and its age in days since the order date. A line
      * past its due date is flagged **LATE** with the days
      * overdue, so purchasing can chase the supplier. Each
      * supplier gets a header with the name from SUPPLIER-MASTER
      * and a subtotal of open lines, outstanding quantity and
      * late lines; a grand total closes the report. A supplier
      * missing from the master prints with **NO MASTER** in place
      * of the name.
      *
      * The as-at date for the ageing defaults to the run date and
      * is overridden with POPEN-DATE (ccyymmdd), same convention
      * as STKVAL-DATE.
      *
      * File names are taken from environment variables
      * (POPEN-POFILE, -SUPPMAST, -REPORT) when set, falling back
      * to the hardcoded paths otherwise, same convention as the
      * other programs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPEN.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN DYNAMIC WS-POFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN DYNAMIC WS-SUPPMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SUPPLIER-NO
           FILE STATUS IS WS-SU-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD PURCHASE-ORDER-FILE
          LABEL RECORDS STANDARD.
      * Layout mirrors PURCHASE-ORDER-REC as maintained by MASTMNT.
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

       FD SUPPLIER-MASTER
          LABEL RECORDS STANDARD.
      * Layout mirrors SUPPLIER-MASTER-REC as maintained by MASTMNT.
       01 SUPPLIER-MASTER-REC.
          05 SU-SUPPLIER-NO PIC X(5).
          05 SU-SUPPLIER-NAME PIC X(30).
          05 SU-PHONE PIC X(12).

       FD REPORT-FILE
          LABEL RECORDS STANDARD.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 E-O-F PIC X VALUE 'N'.
       01 WS-POFILE-NAME PIC X(100).
       01 WS-SUPPMAST-NAME PIC X(100).
       01 WS-REPORT-NAME PIC X(100).
       01 WS-PO-STATUS PIC XX.
          88 PO-FILE-OK VALUE '00'.
       01 WS-SU-STATUS PIC XX.
          88 SU-FILE-OK VALUE '00'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-AS-AT-DATE PIC 9(8).
       01 WS-DATE-OVERRIDE PIC X(8).
       01 WS-AS-AT-DATE-INT PIC 9(8).
       01 WS-LINE-DATE-INT PIC 9(8).
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-LATE-DAYS PIC S9(5).
       01 WS-OUTSTANDING-QTY PIC 9(7).

       01 WS-PREV-SUPPLIER-NO PIC X(5) VALUE SPACES.
       01 WS-SUPP-STARTED-SW PIC X VALUE 'N'.
          88 SUPP-BREAK-STARTED VALUE 'Y'.
       01 WS-SUPP-LINES PIC 9(7) VALUE ZERO.
       01 WS-SUPP-LATE PIC 9(7) VALUE ZERO.
       01 WS-SUPP-OUTSTANDING PIC 9(9) VALUE ZERO.

       01 WS-PO-LINES-READ PIC 9(7) VALUE ZERO.
       01 WS-OPEN-LINES PIC 9(7) VALUE ZERO.
       01 WS-LATE-LINES PIC 9(7) VALUE ZERO.
       01 WS-SUPPLIERS-LISTED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-OUTSTANDING PIC 9(9) VALUE ZERO.

       01 WS-REPORT-HEADER1-LINE.
          05 FILLER PIC X(26) VALUE "OPEN PURCHASE ORDERS AS AT".
          05 FILLER PIC X(1) VALUE SPACE.
          05 WPH-DATE PIC 9(8).
          05 FILLER PIC X(65) VALUE SPACES.

       01 WS-REPORT-HEADER2-LINE PIC X(100) VALUE
          "    PO NO  ITEM   ORDERED   DUE         ORDERED  RECEIVED   O
      -   "UTSTNDG     AGE  FLAG       DAYS".

       01 WS-SUPP-HEADER-LINE.
          05 FILLER PIC X(10) VALUE "SUPPLIER: ".
          05 WPS-SUPPLIER-NO PIC X(5).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WPS-SUPPLIER-NAME PIC X(30).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WPS-PHONE PIC X(12).
          05 FILLER PIC X(37) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WPD-PO-NUMBER PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WPD-ITEM-NO PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WPD-ORDER-DATE PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WPD-DUE-DATE PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WPD-ORDERED PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 WPD-RECEIVED PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WPD-OUTSTANDING PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WPD-AGE PIC ZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WPD-FLAG PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WPD-LATE-DAYS PIC ZZ,ZZZ.
          05 FILLER PIC X(7) VALUE SPACES.

       01 WS-SUPP-TOTAL-LINE.
          05 FILLER PIC X(13) VALUE "  SUBTOTAL   ".
          05 WPT-SUPPLIER-NO PIC X(5).
          05 FILLER PIC X(13) VALUE " OPEN LINES: ".
          05 WPT-LINES PIC ZZZ,ZZ9.
          05 FILLER PIC X(14) VALUE " OUTSTANDING: ".
          05 WPT-OUTSTANDING PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(7) VALUE " LATE: ".
          05 WPT-LATE PIC ZZZ,ZZ9.
          05 FILLER PIC X(23) VALUE SPACES.

       01 WS-GRAND-TOTAL-LINE.
          05 FILLER PIC X(13) VALUE "GRAND TOTAL  ".
          05 FILLER PIC X(11) VALUE "SUPPLIERS: ".
          05 WPG-SUPPLIERS PIC ZZZ,ZZ9.
          05 FILLER PIC X(13) VALUE " OPEN LINES: ".
          05 WPG-LINES PIC ZZZ,ZZ9.
          05 FILLER PIC X(14) VALUE " OUTSTANDING: ".
          05 WPG-OUTSTANDING PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(7) VALUE " LATE: ".
          05 WPG-LATE PIC ZZZ,ZZ9.
          05 FILLER PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SET-AS-AT-DATE.
           COMPUTE WS-AS-AT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-AT-DATE).
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF NOT PO-FILE-OK
               DISPLAY "UNABLE TO OPEN PURCHASE-ORDER-FILE, STATUS: "
                   WS-PO-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT SUPPLIER-MASTER.
           IF NOT SU-FILE-OK
               DISPLAY "UNABLE TO OPEN SUPPLIER-MASTER, STATUS: "
                   WS-SU-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-AS-AT-DATE TO WPH-DATE.
           MOVE WS-REPORT-HEADER1-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-HEADER2-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           READ PURCHASE-ORDER-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-PO-LINES-READ
           END-READ.
           PERFORM REPORT-ONE-PO-LINE UNTIL E-O-F = 'Y'.
           IF SUPP-BREAK-STARTED
               PERFORM WRITE-SUPPLIER-TOTAL
           END-IF.
           MOVE WS-SUPPLIERS-LISTED TO WPG-SUPPLIERS.
           MOVE WS-OPEN-LINES TO WPG-LINES.
           MOVE WS-TOTAL-OUTSTANDING TO WPG-OUTSTANDING.
           MOVE WS-LATE-LINES TO WPG-LATE.
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "Open purchase orders report written."
           DISPLAY "CONTROL TOTALS - PO LINES: " WS-PO-LINES-READ
               " OPEN: " WS-OPEN-LINES
               " LATE: " WS-LATE-LINES
               " OUTSTANDING QTY: " WS-TOTAL-OUTSTANDING.
           CLOSE PURCHASE-ORDER-FILE SUPPLIER-MASTER REPORT-FILE.
           STOP RUN.

       SET-FILE-NAMES.
           MOVE "D:\PROGRAMMING\COBOL\POFILE.TXT" TO WS-POFILE-NAME.
           ACCEPT WS-POFILE-NAME FROM ENVIRONMENT "POPEN-POFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\POFILE.TXT"
                       TO WS-POFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\SUPPMAST.TXT" TO WS-SUPPMAST-NAME.
           ACCEPT WS-SUPPMAST-NAME FROM ENVIRONMENT "POPEN-SUPPMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\SUPPMAST.TXT"
                       TO WS-SUPPMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\POPEN.TXT" TO WS-REPORT-NAME.
           ACCEPT WS-REPORT-NAME FROM ENVIRONMENT "POPEN-REPORT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\POPEN.TXT"
                       TO WS-REPORT-NAME
           END-ACCEPT.

       SET-AS-AT-DATE.
           MOVE SPACES TO WS-DATE-OVERRIDE.
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT "POPEN-DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-DATE-OVERRIDE
           END-ACCEPT.
           IF WS-DATE-OVERRIDE NUMERIC
               MOVE WS-DATE-OVERRIDE TO WS-AS-AT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-AS-AT-DATE
           END-IF.

       REPORT-ONE-PO-LINE.
           IF PO-LINE-OPEN
               IF PO-SUPPLIER-NO NOT = WS-PREV-SUPPLIER-NO
                   PERFORM START-SUPPLIER
               END-IF
               PERFORM WRITE-PO-DETAIL
           END-IF.
           READ PURCHASE-ORDER-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-PO-LINES-READ
           END-READ.

       START-SUPPLIER.
           IF SUPP-BREAK-STARTED
               PERFORM WRITE-SUPPLIER-TOTAL
           END-IF.
           MOVE PO-SUPPLIER-NO TO WS-PREV-SUPPLIER-NO.
           MOVE ZERO TO WS-SUPP-LINES.
           MOVE ZERO TO WS-SUPP-LATE.
           MOVE ZERO TO WS-SUPP-OUTSTANDING.
           SET SUPP-BREAK-STARTED TO TRUE.
           ADD 1 TO WS-SUPPLIERS-LISTED.
           MOVE PO-SUPPLIER-NO TO SU-SUPPLIER-NO.
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE "**NO MASTER**" TO SU-SUPPLIER-NAME
                   MOVE SPACES TO SU-PHONE
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PO-SUPPLIER-NO TO WPS-SUPPLIER-NO.
           MOVE SU-SUPPLIER-NAME TO WPS-SUPPLIER-NAME.
           MOVE SU-PHONE TO WPS-PHONE.
           MOVE WS-SUPP-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Age runs from the order date; a line still open after its
      * due date is late by the days since that date.
       WRITE-PO-DETAIL.
           COMPUTE WS-OUTSTANDING-QTY =
               PO-ORDER-QTY - PO-RECEIVED-QTY.
           COMPUTE WS-LINE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(PO-ORDER-DATE).
           COMPUTE WS-AGE-DAYS = WS-AS-AT-DATE-INT - WS-LINE-DATE-INT.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           COMPUTE WS-LINE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(PO-DUE-DATE).
           COMPUTE WS-LATE-DAYS = WS-AS-AT-DATE-INT - WS-LINE-DATE-INT.
           MOVE PO-NUMBER TO WPD-PO-NUMBER.
           MOVE PO-ITEM-NO TO WPD-ITEM-NO.
           MOVE PO-ORDER-DATE TO WPD-ORDER-DATE.
           MOVE PO-DUE-DATE TO WPD-DUE-DATE.
           MOVE PO-ORDER-QTY TO WPD-ORDERED.
           MOVE PO-RECEIVED-QTY TO WPD-RECEIVED.
           MOVE WS-OUTSTANDING-QTY TO WPD-OUTSTANDING.
           MOVE WS-AGE-DAYS TO WPD-AGE.
           IF WS-LATE-DAYS > ZERO
               MOVE "**LATE**" TO WPD-FLAG
               MOVE WS-LATE-DAYS TO WPD-LATE-DAYS
               ADD 1 TO WS-SUPP-LATE
               ADD 1 TO WS-LATE-LINES
           ELSE
               MOVE SPACES TO WPD-FLAG
               MOVE ZERO TO WPD-LATE-DAYS
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-SUPP-LINES.
           ADD 1 TO WS-OPEN-LINES.
           ADD WS-OUTSTANDING-QTY TO WS-SUPP-OUTSTANDING.
           ADD WS-OUTSTANDING-QTY TO WS-TOTAL-OUTSTANDING.

       WRITE-SUPPLIER-TOTAL.
           MOVE WS-PREV-SUPPLIER-NO TO WPT-SUPPLIER-NO.
           MOVE WS-SUPP-LINES TO WPT-LINES.
           MOVE WS-SUPP-OUTSTANDING TO WPT-OUTSTANDING.
           MOVE WS-SUPP-LATE TO WPT-LATE.
           MOVE WS-SUPP-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
