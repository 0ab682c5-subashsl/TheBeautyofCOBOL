      * (STKVAL-STOCKFILE, -ITEMMAST, -REPORT) when set, falling
      * back to the hardcoded paths otherwise, same convention as
      * the other programs.
      *
      * Maintenance Log:
      * - Stock is held per godown and STOCKBAL is keyed on location
      *   + item, so the valuation now runs godown by godown: each
      *   godown starts with its code and name from the location
      *   master (LOCMAST.TXT, STKVAL-LOCMAST) and ends with its own
      *   value and item count. Goods sent between godowns and not
      *   yet received (transfers still open on STKXFER's
      *   XFERFILE.TXT, STKVAL-XFERFILE) have left one godown's
      *   balance without reaching the other's, so they are listed
      *   after the godowns at the same rate and counted into the
      *   company total, which is the godowns plus the stock in
      *   transit. Either file missing is reported and the run goes
      *   on: godown names print blank, nothing is shown in transit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKVAL.
           SELECT STOCK-FILE ASSIGN DYNAMIC WS-STOCKFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SB-KEY
           FILE STATUS IS WS-SB-STATUS.
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
           SELECT TRANSFER-FILE ASSIGN DYNAMIC WS-XFERFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TF-TRANSFER-NO
           FILE STATUS IS WS-TF-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

          LABEL RECORDS STANDARD.
      * Layout mirrors STOCK-REC as maintained by STKPOST.
       01 STOCK-REC.
          05 SB-KEY.
             10 SB-LOCATION PIC X(2).
             10 SB-ITEM-NO PIC X(5).
          05 SB-LAST-POSTED-DATE PIC 9(8).
          05 SB-OPENING-BAL PIC S9(7).
          05 SB-RECEIPTS PIC 9(7).
      * Net stock-take adjustment posted by STKADJ (count minus
      * book, signed), kept apart from receipts/dispatches so an
      * auditor can separate genuine movements from corrections.
          05 SB-TRANSFERS-IN PIC 9(7).
          05 SB-TRANSFERS-OUT PIC 9(7).
      * Inter-godown transfers posted by STKXFER: out when the
      * goods leave this godown, in when they are received here.

       FD ITEM-MASTER
          LABEL RECORDS STANDARD.
             10 IM-RATE-AMOUNT PIC 9(3)V99.
          05 IM-TAX-CATEGORY PIC X(2).

      * Layout mirrors LOCATION-MASTER-REC as maintained by MASTMNT.
       FD LOCATION-MASTER
          LABEL RECORDS STANDARD.
       01 LOCATION-MASTER-REC.
          05 LC-LOCATION-CODE PIC X(2).
          05 LC-LOCATION-NAME PIC X(30).

      * Layout mirrors TRANSFER-REC as maintained by STKXFER.
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

       FD REPORT-FILE
          LABEL RECORDS STANDARD.
       01 REPORT-LINE PIC X(100).
          88 SB-END-OF-FILE VALUE '10'.
       01 WS-IM-STATUS PIC XX.
          88 IM-FILE-OK VALUE '00'.
       01 WS-LOCMAST-NAME PIC X(100).
       01 WS-LC-STATUS PIC XX.
          88 LC-FILE-OK VALUE '00'.
       01 WS-LOCMAST-SW PIC X VALUE 'Y'.
          88 LOCMAST-OPEN VALUE 'Y'.
       01 WS-XFERFILE-NAME PIC X(100).
       01 WS-TF-STATUS PIC XX.
          88 TF-FILE-OK VALUE '00'.
          88 TF-END-OF-FILE VALUE '10'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-VALUATION-DATE PIC 9(8).
       01 WS-RATE-LIMIT PIC 9(2).
       01 WS-BEST-EFF-DATE PIC 9(8).
       01 WS-ITEM-VALUE PIC S9(11)V99.
       01 WS-VALUE-ITEM-NO PIC X(5).

      * Godown break state and subtotals.
       01 WS-FIRST-LOCATION-SW PIC X VALUE 'Y'.
          88 FIRST-LOCATION VALUE 'Y'.
       01 WS-CURR-LOCATION PIC X(2).
       01 WS-LOCATION-VALUE PIC S9(13)V99.
       01 WS-LOCATION-ITEMS PIC 9(7).
       01 WS-LOCATIONS-VALUED PIC 9(3) VALUE ZERO.
       01 WS-TRANSIT-VALUE PIC S9(13)V99 VALUE ZERO.
       01 WS-TRANSFERS-IN-TRANSIT PIC 9(7) VALUE ZERO.

       01 WS-ITEMS-VALUED PIC 9(7) VALUE ZERO.
       01 WS-ITEMS-MISSING PIC 9(7) VALUE ZERO.
          05 WVD-FLAG PIC X(13).
          05 FILLER PIC X(17) VALUE SPACES.

       01 WS-LOCATION-HEADER-LINE.
          05 FILLER PIC X(8) VALUE "GODOWN: ".
          05 WLH-LOCATION PIC X(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WLH-NAME PIC X(30).
          05 FILLER PIC X(58) VALUE SPACES.

       01 WS-LOCATION-TOTAL-LINE.
          05 FILLER PIC X(9) VALUE "  GODOWN ".
          05 WLT-LOCATION PIC X(2).
          05 FILLER PIC X(11) VALUE " VALUE:    ".
          05 WLT-VALUE PIC $$,$$$,$$$,$$9.99-.
          05 FILLER PIC X(9) VALUE "  ITEMS: ".
          05 WLT-ITEMS PIC ZZZ,ZZ9.
          05 FILLER PIC X(44) VALUE SPACES.

       01 WS-TRANSIT-HEADER-LINE PIC X(100) VALUE
          "IN TRANSIT - SENT BETWEEN GODOWNS, NOT YET RECEIVED".

       01 WS-TRANSIT-TOTAL-LINE.
          05 FILLER PIC X(22) VALUE "  IN TRANSIT VALUE:   ".
          05 WTT-VALUE PIC $$,$$$,$$$,$$9.99-.
          05 FILLER PIC X(13) VALUE "  TRANSFERS: ".
          05 WTT-COUNT PIC ZZZ,ZZ9.
          05 FILLER PIC X(40) VALUE SPACES.

       01 WS-FROM-TO-FLAG.
          05 FILLER PIC X(5) VALUE "FROM ".
          05 WFT-FROM PIC X(2).
          05 FILLER PIC X(4) VALUE " TO ".
          05 WFT-TO PIC X(2).

       01 WS-TOTAL-LINE.
          05 FILLER PIC X(22) VALUE "COMPANY STOCK VALUE:  ".
          05 WVT-VALUE PIC $$,$$$,$$$,$$9.99-.
          05 FILLER PIC X(13) VALUE "  ITEMS: ".
          05 WVT-ITEMS PIC ZZZ,ZZ9.
                   WS-IM-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT LOCATION-MASTER.
           IF NOT LC-FILE-OK
               DISPLAY "NO LOCATION MASTER - STATUS: " WS-LC-STATUS
                   " - GODOWN NAMES NOT PRINTED"
               MOVE 'N' TO WS-LOCMAST-SW
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-VALUATION-DATE TO WVH-DATE.
           MOVE WS-REPORT-HEADER1-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-HEADER2-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LOW-VALUES TO SB-KEY.
           START STOCK-FILE KEY NOT LESS SB-KEY
               INVALID KEY
                   MOVE '10' TO WS-SB-STATUS
           END-START.
           PERFORM VALUE-ONE-ITEM UNTIL SB-END-OF-FILE.
           IF NOT FIRST-LOCATION
               PERFORM WRITE-LOCATION-TOTAL
           END-IF.
           PERFORM VALUE-IN-TRANSIT.
           ADD WS-TRANSIT-VALUE TO WS-TOTAL-VALUE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-VALUE TO WVT-VALUE.
           MOVE WS-ITEMS-VALUED TO WVT-ITEMS.
           MOVE WS-ITEMS-MISSING TO WVT-MISSING.
           DISPLAY "Stock valuation written."
           DISPLAY "CONTROL TOTALS - ITEMS: " WS-ITEMS-VALUED
               " NO MASTER: " WS-ITEMS-MISSING
               " GODOWNS: " WS-LOCATIONS-VALUED
               " IN TRANSIT: " WS-TRANSIT-VALUE
               " VALUE: " WS-TOTAL-VALUE.
           CLOSE STOCK-FILE ITEM-MASTER REPORT-FILE.
           IF LOCMAST-OPEN
               CLOSE LOCATION-MASTER
           END-IF.
           STOP RUN.

       SET-FILE-NAMES.
                   MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT"
                       TO WS-ITEMMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT" TO WS-LOCMAST-NAME.
           ACCEPT WS-LOCMAST-NAME FROM ENVIRONMENT "STKVAL-LOCMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT"
                       TO WS-LOCMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\XFERFILE.TXT" TO WS-XFERFILE-NAME.
           ACCEPT WS-XFERFILE-NAME FROM ENVIRONMENT "STKVAL-XFERFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\XFERFILE.TXT"
                       TO WS-XFERFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STKVAL.TXT" TO WS-REPORT-NAME.
           ACCEPT WS-REPORT-NAME FROM ENVIRONMENT "STKVAL-REPORT"
               ON EXCEPTION
           READ STOCK-FILE NEXT
               AT END MOVE '10' TO WS-SB-STATUS
               NOT AT END
                   IF FIRST-LOCATION
                       OR SB-LOCATION NOT = WS-CURR-LOCATION
                       PERFORM START-NEW-LOCATION
                   END-IF
                   MOVE SB-ITEM-NO TO WS-VALUE-ITEM-NO
                   PERFORM LOOKUP-ITEM
                   PERFORM WRITE-VALUATION-LINE
           END-READ.

      * A change of godown closes the one before with its subtotal
      * and heads the next with its name from the location master.
       START-NEW-LOCATION.
           IF NOT FIRST-LOCATION
               PERFORM WRITE-LOCATION-TOTAL
           END-IF.
           MOVE 'N' TO WS-FIRST-LOCATION-SW.
           MOVE SB-LOCATION TO WS-CURR-LOCATION.
           MOVE ZERO TO WS-LOCATION-VALUE.
           MOVE ZERO TO WS-LOCATION-ITEMS.
           ADD 1 TO WS-LOCATIONS-VALUED.
           MOVE SB-LOCATION TO WLH-LOCATION.
           MOVE SPACES TO WLH-NAME.
           IF LOCMAST-OPEN
               MOVE SB-LOCATION TO LC-LOCATION-CODE
               READ LOCATION-MASTER
                   INVALID KEY
                       MOVE "** NOT ON LOCATION MASTER **"
                           TO WLH-NAME
                   NOT INVALID KEY
                       MOVE LC-LOCATION-NAME TO WLH-NAME
               END-READ
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LOCATION-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-LOCATION-TOTAL.
           MOVE WS-CURR-LOCATION TO WLT-LOCATION.
           MOVE WS-LOCATION-VALUE TO WLT-VALUE.
           MOVE WS-LOCATION-ITEMS TO WLT-ITEMS.
           MOVE WS-LOCATION-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Transfers still open on the transfer file are valued at the
      * same rate as the stock they left; a missing transfer file
      * simply means nothing is in transit.
       VALUE-IN-TRANSIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TRANSIT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT TRANSFER-FILE.
           IF TF-FILE-OK
               PERFORM VALUE-ONE-TRANSFER UNTIL TF-END-OF-FILE
               CLOSE TRANSFER-FILE
           ELSE
               DISPLAY "NO TRANSFER FILE - STATUS: " WS-TF-STATUS
                   " - NOTHING SHOWN IN TRANSIT"
           END-IF.
           MOVE WS-TRANSIT-VALUE TO WTT-VALUE.
           MOVE WS-TRANSFERS-IN-TRANSIT TO WTT-COUNT.
           MOVE WS-TRANSIT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       VALUE-ONE-TRANSFER.
           READ TRANSFER-FILE
               AT END MOVE '10' TO WS-TF-STATUS
               NOT AT END
                   IF TF-IN-TRANSIT
                       MOVE TF-ITEM-NO TO WS-VALUE-ITEM-NO
                       PERFORM LOOKUP-ITEM
                       PERFORM WRITE-TRANSIT-LINE
                   END-IF
           END-READ.

       WRITE-TRANSIT-LINE.
           COMPUTE WS-ITEM-VALUE = TF-SENT-QTY * WS-RATE-USED.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE TF-ITEM-NO TO WVD-ITEM-NO.
           IF ITEM-ON-MASTER
               MOVE IM-ITEM-DESCRIPTION TO WVD-DESCRIPTION
           ELSE
               MOVE SPACES TO WVD-DESCRIPTION
               ADD 1 TO WS-ITEMS-MISSING
           END-IF.
           MOVE TF-FROM-LOCATION TO WFT-FROM.
           MOVE TF-TO-LOCATION TO WFT-TO.
           MOVE WS-FROM-TO-FLAG TO WVD-FLAG.
           MOVE TF-SENT-QTY TO WVD-CLOSING.
           MOVE WS-RATE-USED TO WVD-RATE.
           MOVE WS-ITEM-VALUE TO WVD-VALUE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TRANSFERS-IN-TRANSIT.
           ADD WS-ITEM-VALUE TO WS-TRANSIT-VALUE.

       LOOKUP-ITEM.
           SET ITEM-ON-MASTER TO TRUE.
           MOVE WS-VALUE-ITEM-NO TO IM-ITEM-NO.
           READ ITEM-MASTER
               INVALID KEY
                   SET ITEM-NOT-ON-MASTER TO TRUE
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-ITEMS-VALUED.
           ADD 1 TO WS-LOCATION-ITEMS.
           ADD WS-ITEM-VALUE TO WS-LOCATION-VALUE.
           ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE.
