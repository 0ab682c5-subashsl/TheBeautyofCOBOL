      * **RECOUNT**.
      *
      * Count layout (COUNT.TXT, one per line): CT-ITEM-NO X(5),
      * CT-COUNT-QTY 9(7), CT-COUNTER-ID X(8), CT-LOCATION X(2).
      *
      * File names are taken from environment variables
      * (STKVARC-COUNTFILE, -STOCKFILE, -ITEMMAST, -REPORT,
      * -EXCFILE) when set, falling back to the hardcoded paths
      * otherwise, same convention as the other programs.
      *
      * Maintenance Log:
      * - Stock is held per godown. A count line now carries the
      *   godown counted (CT-LOCATION X(2), appended after
      *   CT-COUNTER-ID; blank is the main godown, 01 or
      *   STOCK-MAIN-LOCATION) and is compared with that godown's
      *   book balance. A godown not on the location master
      *   (LOCMAST.TXT, STKVARC-LOCMAST) is rejected (LOC). The
      *   count lines are sorted on godown + item (same INPUT/
      *   OUTPUT PROCEDURE technique as APPRRPT) so the report
      *   runs godown by godown, each headed with its name and
      *   closed with its own variance value and recount count;
      *   the closing line is the company total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKVARC.
           SELECT STOCK-FILE ASSIGN DYNAMIC WS-STOCKFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
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
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN DYNAMIC WS-EXCFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.

          05 CT-ITEM-NO PIC X(5).
          05 CT-COUNT-QTY PIC 9(7).
          05 CT-COUNTER-ID PIC X(8).
          05 CT-LOCATION PIC X(2).

       FD STOCK-FILE
          LABEL RECORDS STANDARD.
      * Layout mirrors STOCK-REC as maintained by STKPOST.
       01 STOCK-REC.
          05 SB-KEY.
             10 SB-LOCATION PIC X(2).
             10 SB-ITEM-NO PIC X(5).
          05 SB-LAST-POSTED-DATE PIC 9(8).
          05 SB-OPENING-BAL PIC S9(7).
          05 SB-RECEIPTS PIC 9(7).
          05 SB-DISPATCHES PIC 9(7).
          05 SB-CLOSING-BAL PIC S9(7).
          05 SB-ADJUSTMENTS PIC S9(7).
          05 SB-TRANSFERS-IN PIC 9(7).
          05 SB-TRANSFERS-OUT PIC 9(7).

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

       FD REPORT-FILE
          LABEL RECORDS STANDARD.
       01 REPORT-LINE PIC X(110).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EX-RAW-INPUT PIC X(80).

      * A count line that passed its checks, the godown resolved.
       SD SORT-FILE.
       01 SORT-REC.
          05 S-LOCATION PIC X(2).
          05 S-ITEM-NO PIC X(5).
          05 S-COUNT-QTY PIC 9(7).
          05 S-COUNTER-ID PIC X(8).

       WORKING-STORAGE SECTION.
       01 E-O-F PIC X VALUE 'N'.
       01 WS-COUNTFILE-NAME PIC X(100).
          88 SB-FILE-OK VALUE '00'.
       01 WS-IM-STATUS PIC XX.
          88 IM-FILE-OK VALUE '00'.
       01 WS-LOCMAST-NAME PIC X(100).
       01 WS-LC-STATUS PIC XX.
          88 LC-FILE-OK VALUE '00'.
       01 WS-LOCMAST-SW PIC X VALUE 'Y'.
          88 LOCMAST-OPEN VALUE 'Y'.
       01 WS-LOCATION-SW PIC X.
          88 LOCATION-VALID VALUE 'Y'.
          88 LOCATION-NOT-VALID VALUE 'N'.
      * Godown a blank location counts against; STOCK-MAIN-LOCATION
      * overrides it, shared by every program that posts stock.
       01 WS-MAIN-LOCATION PIC X(2) VALUE "01".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RECOUNT-LIMIT PIC 9(7)V99 VALUE 1000.
       01 WS-RECOUNTS-FLAGGED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-VAR-VALUE PIC S9(13)V99 VALUE ZERO.

      * Godown break state and subtotals.
       01 WS-FIRST-LOCATION-SW PIC X VALUE 'Y'.
          88 FIRST-LOCATION VALUE 'Y'.
       01 WS-CURR-LOCATION PIC X(2).
       01 WS-LOCATION-VAR-VALUE PIC S9(13)V99.
       01 WS-LOCATION-RECOUNTS PIC 9(7).

       01 WS-REPORT-HEADER1-LINE.
          05 FILLER PIC X(31) VALUE
             "STOCK-TAKE VARIANCES - COUNTED ".
          05 WVD-FLAG PIC X(13).
          05 FILLER PIC X(25) VALUE SPACES.

       01 WS-LOCATION-HEADER-LINE.
          05 FILLER PIC X(8) VALUE "GODOWN: ".
          05 WLH-LOCATION PIC X(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WLH-NAME PIC X(30).
          05 FILLER PIC X(68) VALUE SPACES.

       01 WS-LOCATION-TOTAL-LINE.
          05 FILLER PIC X(9) VALUE "  GODOWN ".
          05 WLT-LOCATION PIC X(2).
          05 FILLER PIC X(11) VALUE " VARIANCE: ".
          05 WLT-VALUE PIC $$,$$$,$$$,$$9.99-.
          05 FILLER PIC X(12) VALUE "  RECOUNT: ".
          05 WLT-RECOUNTS PIC ZZZ,ZZ9.
          05 FILLER PIC X(51) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 FILLER PIC X(20) VALUE "COMPANY VARIANCE:   ".
          05 WVT-VALUE PIC $$,$$$,$$$,$$9.99-.
          05 FILLER PIC X(12) VALUE "  RECOUNT: ".
          05 WVT-RECOUNTS PIC ZZZ,ZZ9.
                   WS-IM-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT LOCATION-MASTER.
           IF NOT LC-FILE-OK
               DISPLAY "NO LOCATION MASTER - STATUS: "
                   WS-LC-STATUS " - ALL COUNTS REJECTED"
               MOVE 'N' TO WS-LOCMAST-SW
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE WS-RUN-DATE TO WVH-DATE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-HEADER2-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT SORT-FILE
               ON ASCENDING KEY S-LOCATION S-ITEM-NO
               INPUT PROCEDURE IS FEED-THE-SORT
               OUTPUT PROCEDURE IS LIST-THE-VARIANCES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-VAR-VALUE TO WVT-VALUE.
           MOVE WS-RECOUNTS-FLAGGED TO WVT-RECOUNTS.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
               " VALUE: " WS-TOTAL-VAR-VALUE.
           CLOSE COUNT-FILE STOCK-FILE ITEM-MASTER REPORT-FILE
                 EXCEPTION-FILE.
           IF LOCMAST-OPEN
               CLOSE LOCATION-MASTER
           END-IF.
           STOP RUN.

       SET-FILE-NAMES.
                   MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT"
                       TO WS-ITEMMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT" TO WS-LOCMAST-NAME.
           ACCEPT WS-LOCMAST-NAME FROM ENVIRONMENT "STKVARC-LOCMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT"
                       TO WS-LOCMAST-NAME
           END-ACCEPT.
           ACCEPT WS-MAIN-LOCATION FROM ENVIRONMENT
               "STOCK-MAIN-LOCATION"
               ON EXCEPTION
                   MOVE "01" TO WS-MAIN-LOCATION
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STKVARC.TXT" TO WS-REPORT-NAME.
           ACCEPT WS-REPORT-NAME FROM ENVIRONMENT "STKVARC-REPORT"
               ON EXCEPTION
               MOVE WS-LIMIT-OVERRIDE TO WS-RECOUNT-LIMIT
           END-IF.

      * Every count line is checked here; those that pass go to the
      * sort with their godown resolved, the rest to the exception
      * file.
       FEED-THE-SORT.
           READ COUNT-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-COUNTS-READ
           END-READ.
           PERFORM CHECK-ONE-COUNT UNTIL E-O-F = 'Y'.

       CHECK-ONE-COUNT.
           IF CT-COUNT-QTY NOT NUMERIC
               MOVE "QTY " TO EX-REASON-CODE
               MOVE "COUNTED QUANTITY NOT NUMERIC" TO EX-REASON-TEXT
               WRITE EXCEPTION-REC
               ADD 1 TO WS-COUNTS-REJECTED
           ELSE
               PERFORM CHECK-COUNT-LOCATION
               IF LOCATION-VALID
                   MOVE CT-ITEM-NO TO S-ITEM-NO
                   MOVE CT-COUNT-QTY TO S-COUNT-QTY
                   MOVE CT-COUNTER-ID TO S-COUNTER-ID
                   RELEASE SORT-REC
               ELSE
                   MOVE "LOC " TO EX-REASON-CODE
                   MOVE "LOCATION NOT ON MASTER" TO EX-REASON-TEXT
                   MOVE COUNT-REC TO EX-RAW-INPUT
                   WRITE EXCEPTION-REC
                   ADD 1 TO WS-COUNTS-REJECTED
               END-IF
           END-IF.
           READ COUNT-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-COUNTS-READ
           END-READ.

      * A blank location is the main godown; any other must be on
      * the location master, the same test STKPOST applies.
       CHECK-COUNT-LOCATION.
           SET LOCATION-VALID TO TRUE.
           MOVE CT-LOCATION TO S-LOCATION.
           IF S-LOCATION = SPACES
               MOVE WS-MAIN-LOCATION TO S-LOCATION
           END-IF.
           IF LOCMAST-OPEN
               MOVE S-LOCATION TO LC-LOCATION-CODE
               READ LOCATION-MASTER
                   INVALID KEY
                       SET LOCATION-NOT-VALID TO TRUE
               END-READ
           ELSE
               SET LOCATION-NOT-VALID TO TRUE
           END-IF.

       LIST-THE-VARIANCES.
           MOVE 'N' TO E-O-F.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-RETURN.
           PERFORM COMPARE-ONE-COUNT UNTIL E-O-F = 'Y'.
           IF NOT FIRST-LOCATION
               PERFORM FINISH-LOCATION
           END-IF.

       COMPARE-ONE-COUNT.
           IF FIRST-LOCATION
               PERFORM START-LOCATION
           ELSE
               IF S-LOCATION NOT = WS-CURR-LOCATION
                   PERFORM FINISH-LOCATION
                   PERFORM START-LOCATION
               END-IF
           END-IF.
           PERFORM LOOKUP-BOOK-BALANCE.
           PERFORM LOOKUP-ITEM-RATE.
           PERFORM WRITE-VARIANCE-LINE.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-RETURN.

       START-LOCATION.
           MOVE 'N' TO WS-FIRST-LOCATION-SW.
           MOVE S-LOCATION TO WS-CURR-LOCATION.
           MOVE ZERO TO WS-LOCATION-VAR-VALUE.
           MOVE ZERO TO WS-LOCATION-RECOUNTS.
           MOVE S-LOCATION TO WLH-LOCATION.
           MOVE SPACES TO WLH-NAME.
           MOVE S-LOCATION TO LC-LOCATION-CODE.
           READ LOCATION-MASTER
               NOT INVALID KEY
                   MOVE LC-LOCATION-NAME TO WLH-NAME
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LOCATION-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINISH-LOCATION.
           MOVE WS-CURR-LOCATION TO WLT-LOCATION.
           MOVE WS-LOCATION-VAR-VALUE TO WLT-VALUE.
           MOVE WS-LOCATION-RECOUNTS TO WLT-RECOUNTS.
           MOVE WS-LOCATION-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * An item counted but not yet on the stock file compares
      * against a zero book balance - the count itself may be the
      * first the system hears of the item in that godown.
       LOOKUP-BOOK-BALANCE.
           SET ITEM-ON-STOCKFILE TO TRUE.
           MOVE S-LOCATION TO SB-LOCATION.
           MOVE S-ITEM-NO TO SB-ITEM-NO.
           READ STOCK-FILE
               INVALID KEY
                   SET ITEM-NOT-ON-STOCKFILE TO TRUE

       LOOKUP-ITEM-RATE.
           SET ITEM-ON-MASTER TO TRUE.
           MOVE S-ITEM-NO TO IM-ITEM-NO.
           READ ITEM-MASTER
               INVALID KEY
                   SET ITEM-NOT-ON-MASTER TO TRUE
           END-IF.

       WRITE-VARIANCE-LINE.
           COMPUTE WS-VARIANCE-QTY = S-COUNT-QTY - WS-BOOK-QTY.
           COMPUTE WS-VARIANCE-VALUE =
               WS-VARIANCE-QTY * WS-RATE-USED.
           IF WS-VARIANCE-VALUE < ZERO
               MOVE WS-VARIANCE-VALUE TO WS-ABS-VALUE
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE S-ITEM-NO TO WVD-ITEM-NO.
           MOVE WS-BOOK-QTY TO WVD-BOOK.
           MOVE S-COUNT-QTY TO WVD-COUNTED.
           MOVE WS-VARIANCE-QTY TO WVD-VARIANCE.
           MOVE WS-RATE-USED TO WVD-RATE.
           MOVE WS-VARIANCE-VALUE TO WVD-VALUE.
           MOVE S-COUNTER-ID TO WVD-COUNTER-ID.
           IF ITEM-NOT-ON-MASTER
               MOVE "**NO MASTER**" TO WVD-FLAG
           ELSE
                   AND WS-ABS-VALUE NOT < WS-RECOUNT-LIMIT
                   MOVE "**RECOUNT**  " TO WVD-FLAG
                   ADD 1 TO WS-RECOUNTS-FLAGGED
                   ADD 1 TO WS-LOCATION-RECOUNTS
               END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           IF WS-VARIANCE-QTY NOT = ZERO
               ADD 1 TO WS-VARIANCES-FOUND
               ADD WS-VARIANCE-VALUE TO WS-TOTAL-VAR-VALUE
               ADD WS-VARIANCE-VALUE TO WS-LOCATION-VAR-VALUE
           END-IF.
