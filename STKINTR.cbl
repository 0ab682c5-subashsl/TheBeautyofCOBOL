      ******************************************************************
      * Author:SUBASH S L
      * Date: 19.9.2026
      * Purpose: Stock in transit between godowns. STKXFER opens a
      * transfer on the transfer file (XFERFILE.TXT) when goods
      * leave one godown and closes it when the other godown keys
      * in the receipt; until then the goods are on neither
      * godown's balance. This run lists every transfer still in
      * transit, grouped by the godown that is to receive it,
      * oldest first within each, with the godown it left, the item,
      * the days since it was sent, the quantity and its value at
      * the item's current rate from ITEM-MASTER, a subtotal per
      * receiving godown and a grand total - the receiving stores'
      * worklist for goods sent but never booked in. A transfer
      * more than N days on the road is flagged OVERDUE. An item
      * not on ITEM-MASTER is valued at zero and its description
      * shows NOT ON MASTER so the masters get fixed.
      *
      * The open transfers are released to a SORT on receiving
      * godown, sent date and transfer number (same INPUT/OUTPUT
      * PROCEDURE technique as DELAGE). The as-at date defaults to
      * the run date and is overridden with STKINTR-DATE
      * (ccyymmdd); the 3-day threshold is overridden with
      * STKINTR-DAYS, same convention as DELAGE. Godown names come
      * from the location master; a missing location master prints
      * them blank. Nothing is updated.
      *
      * File names are taken from environment variables
      * (STKINTR-XFERFILE, -ITEMMAST, -LOCMAST, -REPORT) when set,
      * falling back to the hardcoded paths otherwise, same
      * convention as the other programs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKINTR.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE ASSIGN DYNAMIC WS-XFERFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TF-TRANSFER-NO
           FILE STATUS IS WS-TF-STATUS.
           SELECT ITEM-MASTER ASSIGN DYNAMIC WS-ITEMMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IM-ITEM-NO
           FILE STATUS IS WS-IM-STATUS.
           SELECT LOCATION-MASTER ASSIGN DYNAMIC WS-LOCMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LC-LOCATION-CODE
           FILE STATUS IS WS-LC-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.

       FILE SECTION.
      * Layout mirrors TRANSFER-REC as maintained by STKXFER.
      * TF-SENT-DATE is ccyymmdd.
       FD TRANSFER-FILE
          LABEL RECORDS STANDARD.
       01 TRANSFER-REC.
          05 TF-TRANSFER-NO PIC X(6).
          05 TF-ITEM-NO PIC X(5).
          05 TF-FROM-LOCATION PIC X(2).
          05 TF-TO-LOCATION PIC X(2).
          05 TF-SENT-DATE PIC 9(8).
          05 TF-SENT-QTY PIC 9(7).
          05 TF-SENT-BY PIC X(8).
          05 TF-RECEIVED-DATE PIC 9(8).
          05 TF-RECEIVED-QTY PIC 9(7).
          05 TF-RECEIVED-BY PIC X(8).
          05 TF-STATUS PIC X(1).
             88 TF-IN-TRANSIT VALUE 'T'.
             88 TF-RECEIVED VALUE 'R'.

       FD ITEM-MASTER
          LABEL RECORDS STANDARD.
       01 ITEM-MASTER-REC.
          05 IM-ITEM-NO PIC X(5).
          05 IM-ITEM-DESCRIPTION PIC X(25).
          05 IM-ITEM-RATE PIC 9(3)V99.
      * Rate history kept by MASTMNT; only the current rate is used
      * here, but the layout must match the record on file.
          05 IM-RATE-COUNT PIC 9(2).
          05 IM-RATE-SEGMENT OCCURS 5 TIMES.
             10 IM-RATE-EFF-DATE PIC 9(8).
             10 IM-RATE-AMOUNT PIC 9(3)V99.
          05 IM-TAX-CATEGORY PIC X(2).

      * Layout mirrors LOCATION-MASTER-REC as maintained by MASTMNT.
       FD LOCATION-MASTER
          LABEL RECORDS STANDARD.
       01 LOCATION-MASTER-REC.
          05 LC-LOCATION-CODE PIC X(2).
          05 LC-LOCATION-NAME PIC X(30).

       FD REPORT-FILE
          LABEL RECORDS STANDARD.
       01 REPORT-LINE PIC X(80).

       SD SORT-FILE.
       01 SORT-REC.
          05 S-TO-LOCATION PIC X(2).
          05 S-SENT-DATE PIC 9(8).
          05 S-TRANSFER-NO PIC X(6).
          05 S-FROM-LOCATION PIC X(2).
          05 S-ITEM-NO PIC X(5).
          05 S-DAYS-OUT PIC 9(5).
          05 S-QTY PIC 9(7).

       WORKING-STORAGE SECTION.
       01 E-O-F PIC X VALUE 'N'.
       01 WS-XFERFILE-NAME PIC X(100).
       01 WS-ITEMMAST-NAME PIC X(100).
       01 WS-LOCMAST-NAME PIC X(100).
       01 WS-REPORT-NAME PIC X(100).
       01 WS-TF-STATUS PIC XX.
          88 TF-FILE-OK VALUE '00'.
          88 TF-FILE-NOT-FOUND VALUE '35'.
       01 WS-IM-STATUS PIC XX.
          88 IM-FILE-OK VALUE '00'.
       01 WS-LC-STATUS PIC XX.
          88 LC-FILE-OK VALUE '00'.
       01 WS-LOCMAST-SW PIC X VALUE 'Y'.
          88 LOCMAST-OPEN VALUE 'Y'.
       01 WS-FIRST-SW PIC X VALUE 'Y'.
          88 FIRST-GODOWN VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-DATE-OVERRIDE PIC X(8).
       01 WS-AS-AT-DATE PIC 9(8).
       01 WS-DAYS-OVERRIDE PIC X(3).
       01 WS-TRANSIT-DAYS PIC 9(3) VALUE 3.
       01 WS-AS-AT-DATE-INT PIC 9(8).
       01 WS-SENT-DATE-INT PIC 9(8).
       01 WS-DAYS-OUT PIC S9(5).

       01 WS-SENT-DATE PIC 9(8).
       01 WS-SENT-DATE-SPLIT REDEFINES WS-SENT-DATE.
          05 WS-SD-CCYY PIC 9(4).
          05 WS-SD-MM PIC 99.
          05 WS-SD-DD PIC 99.

       01 WS-ITEM-VALUE PIC 9(9)V99.

       01 WS-CURR-GODOWN PIC X(2).
       01 WS-GDN-COUNT PIC 9(5).
       01 WS-GDN-QTY PIC 9(9).
       01 WS-GDN-VALUE PIC 9(11)V99.

       01 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01 WS-TRANSIT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OVERDUE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-GODOWNS-LISTED PIC 9(5) VALUE ZERO.
       01 WS-GRAND-QTY PIC 9(9) VALUE ZERO.
       01 WS-GRAND-VALUE PIC 9(11)V99 VALUE ZERO.

       01 WS-HDR1-LINE.
          05 FILLER PIC X(32)
             VALUE "STOCK IN TRANSIT - AS AT        ".
          05 WH-AS-AT-DATE PIC 9(8).
          05 FILLER PIC X(18) VALUE "  OVERDUE AFTER   ".
          05 WH-DAYS PIC ZZ9.
          05 FILLER PIC X(5) VALUE " DAYS".
          05 FILLER PIC X(14) VALUE SPACES.

       01 WS-HDR2-LINE.
          05 FILLER PIC X(20) VALUE "  XFER   SENT DATE  ".
          05 FILLER PIC X(20) VALUE "FM ITEM  DESCRIPTION".
          05 FILLER PIC X(20) VALUE "      DAYS     QTY  ".
          05 FILLER PIC X(20) VALUE "       VALUE        ".

       01 WS-GDN-HDR-LINE.
          05 FILLER PIC X(16) VALUE "TO BE RECEIVED: ".
          05 WGH-LOCATION PIC X(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WGH-NAME PIC X(30).
          05 FILLER PIC X(30) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WD-TRANSFER-NO PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-SENT-DATE PIC 99/99/9999.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-FROM-LOCATION PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-ITEM-NO PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-DESCRIPTION PIC X(16).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-DAYS-OUT PIC ZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-QTY PIC ZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-VALUE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-FLAG PIC X(7).

       01 WS-GDN-TOTAL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(11) VALUE "TRANSFERS: ".
          05 WGT-COUNT PIC ZZ,ZZ9.
          05 FILLER PIC X(29) VALUE SPACES.
          05 WGT-QTY PIC ZZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WGT-VALUE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(8) VALUE SPACES.

       01 WS-GRAND-TOTAL-LINE.
          05 FILLER PIC X(17) VALUE "TOTAL IN TRANSIT ".
          05 WTT-COUNT PIC ZZ,ZZ9.
          05 FILLER PIC X(27) VALUE SPACES.
          05 WTT-QTY PIC ZZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WTT-VALUE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SET-AS-AT-DATE.
           COMPUTE WS-AS-AT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-AT-DATE).
           OPEN INPUT ITEM-MASTER.
           IF NOT IM-FILE-OK
               DISPLAY "UNABLE TO OPEN ITEM-MASTER, STATUS: "
                   WS-IM-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT LOCATION-MASTER.
           IF NOT LC-FILE-OK
               DISPLAY "NO LOCATION MASTER - STATUS: " WS-LC-STATUS
                   " - GODOWN NAMES LEFT BLANK"
               MOVE 'N' TO WS-LOCMAST-SW
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-AS-AT-DATE TO WH-AS-AT-DATE.
           MOVE WS-TRANSIT-DAYS TO WH-DAYS.
           MOVE WS-HDR1-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HDR2-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT SORT-FILE
               ON ASCENDING KEY S-TO-LOCATION S-SENT-DATE
                   S-TRANSFER-NO
               INPUT PROCEDURE IS FEED-THE-SORT
               OUTPUT PROCEDURE IS LIST-THE-TRANSFERS.
           PERFORM WRITE-GRAND-TOTAL.
           CLOSE ITEM-MASTER REPORT-FILE.
           IF LOCMAST-OPEN
               CLOSE LOCATION-MASTER
           END-IF.
           DISPLAY "Stock-in-transit report written."
           DISPLAY "CONTROL TOTALS - READ: " WS-RECORDS-READ
               " IN TRANSIT: " WS-TRANSIT-COUNT
               " OVERDUE: " WS-OVERDUE-COUNT
               " GODOWNS: " WS-GODOWNS-LISTED
               " VALUE: " WS-GRAND-VALUE.
           STOP RUN.

       SET-FILE-NAMES.
           MOVE "D:\PROGRAMMING\COBOL\XFERFILE.TXT" TO WS-XFERFILE-NAME.
           ACCEPT WS-XFERFILE-NAME FROM ENVIRONMENT "STKINTR-XFERFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\XFERFILE.TXT"
                       TO WS-XFERFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT" TO WS-ITEMMAST-NAME.
           ACCEPT WS-ITEMMAST-NAME FROM ENVIRONMENT "STKINTR-ITEMMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT"
                       TO WS-ITEMMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT" TO WS-LOCMAST-NAME.
           ACCEPT WS-LOCMAST-NAME FROM ENVIRONMENT "STKINTR-LOCMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT"
                       TO WS-LOCMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STKINTR.TXT" TO WS-REPORT-NAME.
           ACCEPT WS-REPORT-NAME FROM ENVIRONMENT "STKINTR-REPORT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\STKINTR.TXT"
                       TO WS-REPORT-NAME
           END-ACCEPT.

       SET-AS-AT-DATE.
           MOVE SPACES TO WS-DATE-OVERRIDE.
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT "STKINTR-DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-DATE-OVERRIDE
           END-ACCEPT.
           IF WS-DATE-OVERRIDE NUMERIC
               MOVE WS-DATE-OVERRIDE TO WS-AS-AT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-AS-AT-DATE
           END-IF.
           MOVE SPACES TO WS-DAYS-OVERRIDE.
           ACCEPT WS-DAYS-OVERRIDE FROM ENVIRONMENT "STKINTR-DAYS"
               ON EXCEPTION
                   MOVE SPACES TO WS-DAYS-OVERRIDE
           END-ACCEPT.
           IF WS-DAYS-OVERRIDE NUMERIC
               MOVE WS-DAYS-OVERRIDE TO WS-TRANSIT-DAYS
           END-IF.

      * No transfer file yet means nothing has been sent since
      * STKXFER came in; the report is printed empty rather than
      * refused.
       FEED-THE-SORT.
           MOVE 'N' TO E-O-F.
           OPEN INPUT TRANSFER-FILE.
           IF TF-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               IF NOT TF-FILE-OK
                   DISPLAY "UNABLE TO OPEN TRANSFER-FILE, STATUS: "
                       WS-TF-STATUS
                   STOP RUN
               END-IF
               READ TRANSFER-FILE
                   AT END MOVE 'Y' TO E-O-F
                   NOT AT END ADD 1 TO WS-RECORDS-READ
               END-READ
           END-IF.
           PERFORM RELEASE-ONE-TRANSFER UNTIL E-O-F = 'Y'.
           IF NOT TF-FILE-NOT-FOUND
               CLOSE TRANSFER-FILE
           END-IF.

      * Days in transit run from the sent date to the as-at date; a
      * transfer sent after the as-at date is not yet on the road.
       RELEASE-ONE-TRANSFER.
           IF TF-IN-TRANSIT AND TF-SENT-DATE NUMERIC
               COMPUTE WS-SENT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(TF-SENT-DATE)
               COMPUTE WS-DAYS-OUT =
                   WS-AS-AT-DATE-INT - WS-SENT-DATE-INT
               IF WS-DAYS-OUT NOT < ZERO
                   PERFORM BUILD-SORT-REC
                   RELEASE SORT-REC
                   ADD 1 TO WS-TRANSIT-COUNT
               END-IF
           END-IF.
           READ TRANSFER-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       BUILD-SORT-REC.
           MOVE SPACES TO SORT-REC.
           MOVE TF-TO-LOCATION TO S-TO-LOCATION.
           MOVE TF-SENT-DATE TO S-SENT-DATE.
           MOVE TF-TRANSFER-NO TO S-TRANSFER-NO.
           MOVE TF-FROM-LOCATION TO S-FROM-LOCATION.
           MOVE TF-ITEM-NO TO S-ITEM-NO.
           MOVE WS-DAYS-OUT TO S-DAYS-OUT.
           MOVE ZERO TO S-QTY.
           IF TF-SENT-QTY NUMERIC
               MOVE TF-SENT-QTY TO S-QTY
           END-IF.

       LIST-THE-TRANSFERS.
           MOVE 'N' TO E-O-F.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-RETURN.
           PERFORM LIST-ONE-TRANSFER UNTIL E-O-F = 'Y'.
           IF NOT FIRST-GODOWN
               PERFORM FINISH-GODOWN
           END-IF.

       LIST-ONE-TRANSFER.
           IF FIRST-GODOWN
               PERFORM START-GODOWN
           ELSE
               IF S-TO-LOCATION NOT = WS-CURR-GODOWN
                   PERFORM FINISH-GODOWN
                   PERFORM START-GODOWN
               END-IF
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-RETURN.

       START-GODOWN.
           MOVE 'N' TO WS-FIRST-SW.
           MOVE S-TO-LOCATION TO WS-CURR-GODOWN.
           MOVE ZERO TO WS-GDN-COUNT.
           MOVE ZERO TO WS-GDN-QTY.
           MOVE ZERO TO WS-GDN-VALUE.
           ADD 1 TO WS-GODOWNS-LISTED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE S-TO-LOCATION TO WGH-LOCATION.
           MOVE SPACES TO WGH-NAME.
           IF LOCMAST-OPEN
               MOVE S-TO-LOCATION TO LC-LOCATION-CODE
               READ LOCATION-MASTER
                   NOT INVALID KEY
                       MOVE LC-LOCATION-NAME TO WGH-NAME
               END-READ
           END-IF.
           MOVE WS-GDN-HDR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINISH-GODOWN.
           MOVE WS-GDN-COUNT TO WGT-COUNT.
           MOVE WS-GDN-QTY TO WGT-QTY.
           MOVE WS-GDN-VALUE TO WGT-VALUE.
           MOVE WS-GDN-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE S-TRANSFER-NO TO WD-TRANSFER-NO.
           MOVE S-SENT-DATE TO WS-SENT-DATE.
           COMPUTE WD-SENT-DATE =
               WS-SD-DD * 1000000 + WS-SD-MM * 10000 + WS-SD-CCYY.
           MOVE S-FROM-LOCATION TO WD-FROM-LOCATION.
           MOVE S-ITEM-NO TO WD-ITEM-NO.
           MOVE S-ITEM-NO TO IM-ITEM-NO.
           READ ITEM-MASTER
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO IM-ITEM-DESCRIPTION
                   MOVE ZERO TO IM-ITEM-RATE
           END-READ.
           MOVE IM-ITEM-DESCRIPTION TO WD-DESCRIPTION.
           COMPUTE WS-ITEM-VALUE = S-QTY * IM-ITEM-RATE.
           MOVE S-DAYS-OUT TO WD-DAYS-OUT.
           MOVE S-QTY TO WD-QTY.
           MOVE WS-ITEM-VALUE TO WD-VALUE.
           IF S-DAYS-OUT > WS-TRANSIT-DAYS
               MOVE "OVERDUE" TO WD-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-GDN-COUNT.
           ADD S-QTY TO WS-GDN-QTY.
           ADD WS-ITEM-VALUE TO WS-GDN-VALUE.
           ADD S-QTY TO WS-GRAND-QTY.
           ADD WS-ITEM-VALUE TO WS-GRAND-VALUE.

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TRANSIT-COUNT TO WTT-COUNT.
           MOVE WS-GRAND-QTY TO WTT-QTY.
           MOVE WS-GRAND-VALUE TO WTT-VALUE.
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
