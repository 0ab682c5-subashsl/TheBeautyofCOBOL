      ******************************************************************
      * Author:SUBASH S L
      * Date: 16.9.2026
      * Purpose: Undelivered-challan aging. Lists every challan on
      * the delivery-status file (DELSTAT.TXT) that ARCHCONS opened
      * at dispatch and DELCONF has not yet confirmed delivered,
      * once it is more than N days past its challan date - the
      * signed delivery notes the dispatch desk has to chase before
      * a dispute turns into a refusal to pay. Challans are grouped
      * by transporter, oldest first within each, with the vehicle,
      * customer, days outstanding and the quantity and value
      * dispatched, a subtotal per transporter and a grand total.
      * A challan keyed without a transporter groups under NOT
      * RECORDED.
      *
      * The qualifying records are released to a SORT on
      * transporter, challan date, customer and challan (same
      * INPUT/OUTPUT PROCEDURE technique as INVAUDIT). The as-at
      * date defaults to the run date and is overridden with
      * DELAGE-DATE (ccyymmdd); the 5-day threshold is overridden
      * with DELAGE-DAYS, same convention as CPAEXP. Nothing is
      * updated.
      *
      * File names are taken from environment variables
      * (DELAGE-DELSTAT, -CUSTMAST, -REPORT) when set, falling back
      * to the hardcoded paths otherwise, same convention as the
      * other programs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELAGE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-STATUS-FILE ASSIGN DYNAMIC WS-DELSTAT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DS-KEY
           FILE STATUS IS WS-DS-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN DYNAMIC WS-CUSTMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUSTOMER-NO
           FILE STATUS IS WS-CM-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.

       FILE SECTION.
      * Layout mirrors DELIVERY-STATUS-REC as written by ARCHCONS.
      * DS-CHALLAN-DATE is ccyymmdd.
       FD DELIVERY-STATUS-FILE
          LABEL RECORDS STANDARD.
       01 DELIVERY-STATUS-REC.
          05 DS-KEY.
             10 DS-CUSTOMER-NO PIC X(5).
             10 DS-CHALLAN-NO PIC X(4).
             10 DS-CHALLAN-DATE PIC 9(8).
          05 DS-STATUS PIC X(1).
             88 DS-AWAITING-DELIVERY VALUE 'D'.
             88 DS-DELIVERED-IN-FULL VALUE 'C'.
             88 DS-DELIVERED-SHORT VALUE 'S'.
             88 DS-DELIVERY-CONFIRMED VALUES 'C' 'S'.
          05 DS-DISPATCH-QTY PIC 9(7).
          05 DS-DISPATCH-VALUE PIC 9(9)V99.
          05 DS-TRANSPORTER PIC X(15).
          05 DS-VEHICLE-NO PIC X(10).
          05 DS-DELIVERED-DATE PIC 9(8).
          05 DS-RECEIVER-NAME PIC X(20).
          05 DS-CONFIRMED-BY PIC X(8).
          05 DS-CONFIRMED-ON PIC 9(8).
          05 DS-SHORT-QTY PIC 9(7).
          05 DS-SHORT-VALUE PIC 9(9)V99.
          05 DS-INVOICE-STATUS PIC X(1).
             88 DS-NOT-INVOICED VALUE SPACE.
             88 DS-INVOICE-WAITING VALUE 'W'.
             88 DS-INVOICED VALUE 'I'.
          05 DS-INVOICE-NO PIC 9(6).

       FD CUSTOMER-MASTER
          LABEL RECORDS STANDARD.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUSTOMER-NO PIC X(5).
          05 CM-CUSTOMER-NAME PIC X(30).
      * Credit, salesman, delivery, stop and location fields kept by
      * COPYPROG2, MASTMNT and DUNRUN; only the name matters here,
      * but the layout must match the record on file.
          05 CM-CREDIT-LIMIT PIC 9(7)V99.
          05 CM-OUTSTANDING-BAL PIC S9(7)V99.
          05 CM-SALESMAN-CODE PIC X(4).
          05 CM-POD-INVOICING PIC X(1).
          05 CM-STOP-SUPPLY PIC X(1).
          05 CM-DEFAULT-LOCATION PIC X(2).

       FD REPORT-FILE
          LABEL RECORDS STANDARD.
       01 REPORT-LINE PIC X(80).

       SD SORT-FILE.
       01 SORT-REC.
          05 S-TRANSPORTER PIC X(15).
          05 S-CHALLAN-DATE PIC 9(8).
          05 S-CUSTOMER-NO PIC X(5).
          05 S-CHALLAN-NO PIC X(4).
          05 S-VEHICLE-NO PIC X(10).
          05 S-DAYS-OUT PIC 9(5).
          05 S-QTY PIC 9(7).
          05 S-VALUE PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 E-O-F PIC X VALUE 'N'.
       01 WS-DELSTAT-NAME PIC X(100).
       01 WS-CUSTMAST-NAME PIC X(100).
       01 WS-REPORT-NAME PIC X(100).
       01 WS-DS-STATUS PIC XX.
          88 DS-FILE-OK VALUE '00'.
          88 DS-FILE-NOT-FOUND VALUE '35'.
       01 WS-CM-STATUS PIC XX.
          88 CM-FILE-OK VALUE '00'.
       01 WS-FIRST-SW PIC X VALUE 'Y'.
          88 FIRST-TRANSPORTER VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-DATE-OVERRIDE PIC X(8).
       01 WS-AS-AT-DATE PIC 9(8).
       01 WS-DAYS-OVERRIDE PIC X(3).
       01 WS-AGE-DAYS PIC 9(3) VALUE 5.
       01 WS-AS-AT-DATE-INT PIC 9(8).
       01 WS-CHALLAN-DATE-INT PIC 9(8).
       01 WS-DAYS-OUT PIC S9(5).

       01 WS-CHALLAN-DATE PIC 9(8).
       01 WS-CHALLAN-DATE-SPLIT REDEFINES WS-CHALLAN-DATE.
          05 WS-CD-CCYY PIC 9(4).
          05 WS-CD-MM PIC 99.
          05 WS-CD-DD PIC 99.

       01 WS-CURR-TRANSPORTER PIC X(15).
       01 WS-TRN-COUNT PIC 9(5).
       01 WS-TRN-QTY PIC 9(9).
       01 WS-TRN-VALUE PIC 9(11)V99.

       01 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01 WS-AWAITING-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OVERDUE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRANSPORTERS-LISTED PIC 9(5) VALUE ZERO.
       01 WS-GRAND-QTY PIC 9(9) VALUE ZERO.
       01 WS-GRAND-VALUE PIC 9(11)V99 VALUE ZERO.

       01 WS-HDR1-LINE.
          05 FILLER PIC X(32)
             VALUE "UNDELIVERED CHALLANS - AS AT    ".
          05 WH-AS-AT-DATE PIC 9(8).
          05 FILLER PIC X(18) VALUE "  NOT CONFIRMED > ".
          05 WH-DAYS PIC ZZ9.
          05 FILLER PIC X(5) VALUE " DAYS".
          05 FILLER PIC X(14) VALUE SPACES.

       01 WS-HDR2-LINE PIC X(80) VALUE
          "  CHALLAN DT CUST  NAME             CHLN VEHICLE    DAYS
      -   "QTY        VALUE".

       01 WS-TRN-HDR-LINE.
          05 FILLER PIC X(13) VALUE "TRANSPORTER: ".
          05 WTH-TRANSPORTER PIC X(15).
          05 FILLER PIC X(52) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WD-CHALLAN-DATE PIC 99/99/9999.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-CUSTOMER-NAME PIC X(16).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-VEHICLE-NO PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-DAYS-OUT PIC ZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-QTY PIC ZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-VALUE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.

       01 WS-TRN-TOTAL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "CHALLANS: ".
          05 WTT-COUNT PIC ZZ,ZZ9.
          05 FILLER PIC X(36) VALUE SPACES.
          05 WTT-QTY PIC ZZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WTT-VALUE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.

       01 WS-GRAND-TOTAL-LINE.
          05 FILLER PIC X(14) VALUE "TOTAL OVERDUE ".
          05 WGT-COUNT PIC ZZ,ZZ9.
          05 FILLER PIC X(36) VALUE SPACES.
          05 WGT-QTY PIC ZZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WGT-VALUE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SET-AS-AT-DATE.
           COMPUTE WS-AS-AT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-AT-DATE).
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CM-FILE-OK
               DISPLAY "UNABLE TO OPEN CUSTOMER-MASTER, STATUS: "
                   WS-CM-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-AS-AT-DATE TO WH-AS-AT-DATE.
           MOVE WS-AGE-DAYS TO WH-DAYS.
           MOVE WS-HDR1-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HDR2-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT SORT-FILE
               ON ASCENDING KEY S-TRANSPORTER S-CHALLAN-DATE
                   S-CUSTOMER-NO S-CHALLAN-NO
               INPUT PROCEDURE IS FEED-THE-SORT
               OUTPUT PROCEDURE IS LIST-THE-CHALLANS.
           PERFORM WRITE-GRAND-TOTAL.
           CLOSE CUSTOMER-MASTER REPORT-FILE.
           DISPLAY "Undelivered-challan aging written."
           DISPLAY "CONTROL TOTALS - READ: " WS-RECORDS-READ
               " AWAITING: " WS-AWAITING-COUNT
               " OVERDUE: " WS-OVERDUE-COUNT
               " TRANSPORTERS: " WS-TRANSPORTERS-LISTED
               " VALUE: " WS-GRAND-VALUE.
           STOP RUN.

       SET-FILE-NAMES.
           MOVE "D:\PROGRAMMING\COBOL\DELSTAT.TXT" TO WS-DELSTAT-NAME.
           ACCEPT WS-DELSTAT-NAME FROM ENVIRONMENT "DELAGE-DELSTAT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\DELSTAT.TXT"
                       TO WS-DELSTAT-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT" TO WS-CUSTMAST-NAME.
           ACCEPT WS-CUSTMAST-NAME FROM ENVIRONMENT "DELAGE-CUSTMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT"
                       TO WS-CUSTMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\DELAGE.TXT" TO WS-REPORT-NAME.
           ACCEPT WS-REPORT-NAME FROM ENVIRONMENT "DELAGE-REPORT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\DELAGE.TXT"
                       TO WS-REPORT-NAME
           END-ACCEPT.

       SET-AS-AT-DATE.
           MOVE SPACES TO WS-DATE-OVERRIDE.
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT "DELAGE-DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-DATE-OVERRIDE
           END-ACCEPT.
           IF WS-DATE-OVERRIDE NUMERIC
               MOVE WS-DATE-OVERRIDE TO WS-AS-AT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-AS-AT-DATE
           END-IF.
           MOVE SPACES TO WS-DAYS-OVERRIDE.
           ACCEPT WS-DAYS-OVERRIDE FROM ENVIRONMENT "DELAGE-DAYS"
               ON EXCEPTION
                   MOVE SPACES TO WS-DAYS-OVERRIDE
           END-ACCEPT.
           IF WS-DAYS-OVERRIDE NUMERIC
               MOVE WS-DAYS-OVERRIDE TO WS-AGE-DAYS
           END-IF.

      * No status file yet means nothing has been dispatched since
      * it came in; the report is printed empty rather than refused.
       FEED-THE-SORT.
           MOVE 'N' TO E-O-F.
           OPEN INPUT DELIVERY-STATUS-FILE.
           IF DS-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               IF NOT DS-FILE-OK
                   DISPLAY "UNABLE TO OPEN DELIVERY-STATUS-FILE, "
                       "STATUS: " WS-DS-STATUS
                   STOP RUN
               END-IF
               READ DELIVERY-STATUS-FILE
                   AT END MOVE 'Y' TO E-O-F
                   NOT AT END ADD 1 TO WS-RECORDS-READ
               END-READ
           END-IF.
           PERFORM RELEASE-ONE-CHALLAN UNTIL E-O-F = 'Y'.
           IF NOT DS-FILE-NOT-FOUND
               CLOSE DELIVERY-STATUS-FILE
           END-IF.

      * A challan is overdue once more than the threshold number of
      * days have passed since its challan date with no confirmation.
       RELEASE-ONE-CHALLAN.
           IF DS-AWAITING-DELIVERY AND DS-CHALLAN-DATE NUMERIC
               ADD 1 TO WS-AWAITING-COUNT
               COMPUTE WS-CHALLAN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(DS-CHALLAN-DATE)
               COMPUTE WS-DAYS-OUT =
                   WS-AS-AT-DATE-INT - WS-CHALLAN-DATE-INT
               IF WS-DAYS-OUT > WS-AGE-DAYS
                   PERFORM BUILD-SORT-REC
                   RELEASE SORT-REC
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
           END-IF.
           READ DELIVERY-STATUS-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       BUILD-SORT-REC.
           MOVE SPACES TO SORT-REC.
           IF DS-TRANSPORTER = SPACES
               MOVE "NOT RECORDED" TO S-TRANSPORTER
           ELSE
               MOVE DS-TRANSPORTER TO S-TRANSPORTER
           END-IF.
           MOVE DS-CHALLAN-DATE TO S-CHALLAN-DATE.
           MOVE DS-CUSTOMER-NO TO S-CUSTOMER-NO.
           MOVE DS-CHALLAN-NO TO S-CHALLAN-NO.
           MOVE DS-VEHICLE-NO TO S-VEHICLE-NO.
           MOVE WS-DAYS-OUT TO S-DAYS-OUT.
           MOVE ZERO TO S-QTY.
           MOVE ZERO TO S-VALUE.
           IF DS-DISPATCH-QTY NUMERIC
               MOVE DS-DISPATCH-QTY TO S-QTY
           END-IF.
           IF DS-DISPATCH-VALUE NUMERIC
               MOVE DS-DISPATCH-VALUE TO S-VALUE
           END-IF.

       LIST-THE-CHALLANS.
           MOVE 'N' TO E-O-F.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-RETURN.
           PERFORM LIST-ONE-CHALLAN UNTIL E-O-F = 'Y'.
           IF NOT FIRST-TRANSPORTER
               PERFORM FINISH-TRANSPORTER
           END-IF.

       LIST-ONE-CHALLAN.
           IF FIRST-TRANSPORTER
               PERFORM START-TRANSPORTER
           ELSE
               IF S-TRANSPORTER NOT = WS-CURR-TRANSPORTER
                   PERFORM FINISH-TRANSPORTER
                   PERFORM START-TRANSPORTER
               END-IF
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-RETURN.

       START-TRANSPORTER.
           MOVE 'N' TO WS-FIRST-SW.
           MOVE S-TRANSPORTER TO WS-CURR-TRANSPORTER.
           MOVE ZERO TO WS-TRN-COUNT.
           MOVE ZERO TO WS-TRN-QTY.
           MOVE ZERO TO WS-TRN-VALUE.
           ADD 1 TO WS-TRANSPORTERS-LISTED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE S-TRANSPORTER TO WTH-TRANSPORTER.
           MOVE WS-TRN-HDR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINISH-TRANSPORTER.
           MOVE WS-TRN-COUNT TO WTT-COUNT.
           MOVE WS-TRN-QTY TO WTT-QTY.
           MOVE WS-TRN-VALUE TO WTT-VALUE.
           MOVE WS-TRN-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE S-CHALLAN-DATE TO WS-CHALLAN-DATE.
           COMPUTE WD-CHALLAN-DATE =
               WS-CD-DD * 1000000 + WS-CD-MM * 10000 + WS-CD-CCYY.
           MOVE S-CUSTOMER-NO TO WD-CUSTOMER-NO.
           MOVE S-CUSTOMER-NO TO CM-CUSTOMER-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO CM-CUSTOMER-NAME
           END-READ.
           MOVE CM-CUSTOMER-NAME TO WD-CUSTOMER-NAME.
           MOVE S-CHALLAN-NO TO WD-CHALLAN-NO.
           MOVE S-VEHICLE-NO TO WD-VEHICLE-NO.
           MOVE S-DAYS-OUT TO WD-DAYS-OUT.
           MOVE S-QTY TO WD-QTY.
           MOVE S-VALUE TO WD-VALUE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TRN-COUNT.
           ADD S-QTY TO WS-TRN-QTY.
           ADD S-VALUE TO WS-TRN-VALUE.
           ADD S-QTY TO WS-GRAND-QTY.
           ADD S-VALUE TO WS-GRAND-VALUE.

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OVERDUE-COUNT TO WGT-COUNT.
           MOVE WS-GRAND-QTY TO WGT-QTY.
           MOVE WS-GRAND-VALUE TO WGT-VALUE.
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
