      ******************************************************************
      * Author:SUBASH S L
      * Date: 15.9.2026
      * Purpose: Proof-of-delivery posting. Once a challan has been
      * posted to FILE2 and folded into the month-to-date archive by
      * ARCHCONS nothing recorded whether the goods reached the
      * customer, and a delivery dispute raised weeks later when the
      * customer refused to pay had nothing to be settled against.
      * This run posts the signed delivery notes as they come back
      * from the transporters:
      *   - a confirmation record names the challan, the date it was
      *     delivered, who received it and, when it differs from
      *     what CHALENT recorded at dispatch, the transporter and
      *     vehicle that carried it. The challan's record on the
      *     delivery-status file (DELSTAT.TXT, opened by ARCHCONS
      *     when the challan was archived) is marked confirmed with
      *     the operator and posting date, and every archive line
      *     of the challan is marked 'C';
      *   - a short-delivery record names a confirmed challan, an
      *     item and the quantity the customer signed for short.
      *     It replaces any shortage posted for the item before
      *     (zero clears it) and is spread over the item's archive
      *     lines in line order, no line taking more than it
      *     carried. The challan's shortage quantity and value on
      *     the delivery-status file move by the difference and its
      *     status becomes 'S' (or back to 'C' once nothing is
      *     short).
      * Every shortage posted is listed on the short-delivery
      * discrepancy report (SHORTDEL.TXT) with the quantity
      * dispatched, the shortage before and after and the value of
      * the change at the challan rate; the report is the credit-
      * note desk's worklist for CRNOTE, and its total is the credit
      * due. The invoice still bills the challan as dispatched, so
      * the customer balance COPYPROG2 posted stays as it is until
      * the credit note is raised.
      *
      * A challan archived before the delivery-status file existed
      * has its record opened here from the archive lines when its
      * confirmation arrives. A challan no longer on the archive
      * (MTHCLOSE has cut the month off) can still be confirmed if
      * its status record is on file, but a shortage against it has
      * no lines to be checked against and is rejected. Anything
      * that cannot be posted - a bad record type or date, a
      * delivered date before the challan date or after today, a
      * missing receiver or user, a challan never dispatched or
      * already confirmed, a shortage on an unconfirmed challan or
      * above the quantity dispatched - is routed to an exception
      * file with a reason code, the same convention as the other
      * posting programs.
      *
      * Delivery layout (DELIVERY.TRN, one per line):
      *   DT-REC-TYPE      X     'C' confirmation, 'S' shortage
      *   DT-CUSTOMER-NO   X(5)
      *   DT-CHALLAN-NO    X(4)
      *   DT-CHALLAN-DATE  9(8)  ccyymmdd
      *   'C': DT-DELIVERED-DATE 9(8) ccyymmdd, DT-RECEIVER-NAME
      *        X(20), DT-TRANSPORTER X(15) and DT-VEHICLE-NO X(10)
      *        (blank keeps what was recorded at dispatch),
      *        DT-USER-ID X(8)
      *   'S': DT-ITEM-NO X(5), DT-SHORT-QTY 9(5)
      *
      * File names are taken from environment variables
      * (DELCONF-TRNFILE, -DELSTAT, -ARCHIVE, -REPORT, -EXCFILE)
      * when set, falling back to the hardcoded paths otherwise,
      * same convention as the other programs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELCONF.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-FILE ASSIGN DYNAMIC WS-TRNFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DT-STATUS.
           SELECT DELIVERY-STATUS-FILE ASSIGN DYNAMIC WS-DELSTAT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DS-KEY
           FILE STATUS IS WS-DS-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCH-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCH-KEY = A-CHALLAN-DATE A-CUSTOMER-NO
               A-CHALLAN-NO A-ITEM-NO A-LINE-SEQ
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN DYNAMIC WS-EXCFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD DELIVERY-FILE
          LABEL RECORDS STANDARD.
       01 DELIVERY-REC.
          05 DT-REC-TYPE PIC X(1).
             88 DT-CONFIRMATION VALUE 'C'.
             88 DT-SHORTAGE VALUE 'S'.
          05 DT-CUSTOMER-NO PIC X(5).
          05 DT-CHALLAN-NO PIC X(4).
          05 DT-CHALLAN-DATE PIC 9(8).
          05 DT-CONFIRM-DATA.
             10 DT-DELIVERED-DATE PIC 9(8).
             10 DT-RECEIVER-NAME PIC X(20).
             10 DT-TRANSPORTER PIC X(15).
             10 DT-VEHICLE-NO PIC X(10).
             10 DT-USER-ID PIC X(8).
             10 FILLER PIC X(1).
          05 DT-SHORT-DATA REDEFINES DT-CONFIRM-DATA.
             10 DT-ITEM-NO PIC X(5).
             10 DT-SHORT-QTY PIC 9(5).
             10 FILLER PIC X(52).

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
          05 FILLER PIC X(3).
          05 A-DELIVERY-STATUS PIC X(1).
             88 A-DELIVERY-CONFIRMED VALUE 'C'.
          05 FILLER PIC X(3).
          05 A-SHORT-QTY PIC 9(5).

       FD REPORT-FILE
          LABEL RECORDS STANDARD.
       01 REPORT-LINE PIC X(80).

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
       01 WS-TRNFILE-NAME PIC X(100).
       01 WS-DELSTAT-NAME PIC X(100).
       01 WS-ARCH-NAME PIC X(100).
       01 WS-REPORT-NAME PIC X(100).
       01 WS-EXCFILE-NAME PIC X(100).
       01 WS-DT-STATUS PIC XX.
          88 DT-FILE-OK VALUE '00'.
       01 WS-DS-STATUS PIC XX.
          88 DS-FILE-OK VALUES '00' '02'.
          88 DS-FILE-NOT-FOUND VALUE '35'.
       01 WS-ARCH-STATUS PIC XX.
          88 ARCH-FILE-OK VALUES '00' '02'.
       01 WS-DS-FOUND-SW PIC X.
          88 DS-REC-FOUND VALUE 'Y'.
          88 DS-REC-NOT-FOUND VALUE 'N'.
       01 WS-TRN-VALID-SW PIC X.
          88 TRANSACTION-VALID VALUE 'Y'.
          88 TRANSACTION-INVALID VALUE 'N'.
       01 WS-SCAN-DONE-SW PIC X.
          88 SCAN-DONE VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8).

      * The transaction's ccyymmdd challan date split for the
      * archive's ddmmyyyy key, and the delivered date for checking.
       01 WS-CHALLAN-DATE PIC 9(8).
       01 WS-CHALLAN-DATE-SPLIT REDEFINES WS-CHALLAN-DATE.
          05 WS-CD-CCYY PIC 9(4).
          05 WS-CD-MM PIC 99.
          05 WS-CD-DD PIC 99.
       01 WS-DELIVERED-DATE PIC 9(8).
       01 WS-DELIVERED-DATE-SPLIT REDEFINES WS-DELIVERED-DATE.
          05 WS-DD-CCYY PIC 9(4).
          05 WS-DD-MM PIC 99.
          05 WS-DD-DD PIC 99.
       01 WS-ARCH-DATE PIC 9(8).

       01 WS-LINE-QUANTITY PIC 9(5).
       01 WS-LINE-RATE PIC 9(3)V99.
       01 WS-LINE-AMOUNT PIC 9(8)V99.
       01 WS-LINE-SHORT PIC 9(5).

      * Totals over the lines of one challan, or of one item of it.
       01 WS-LINES-FOUND PIC 9(5).
       01 WS-LINES-MARKED PIC 9(5).
       01 WS-SCAN-QTY PIC 9(7).
       01 WS-SCAN-VALUE PIC 9(9)V99.
       01 WS-SCAN-TRANSPORT PIC X(25).
       01 WS-PREV-SHORT PIC 9(7).
       01 WS-SHORT-LEFT PIC 9(7).
       01 WS-OLD-SHORT-VALUE PIC 9(9)V99.
       01 WS-NEW-SHORT-VALUE PIC 9(9)V99.
       01 WS-FIRST-RATE PIC 9(3)V99.
       01 WS-FIRST-DESCRIPTION PIC X(25).
       01 WS-FIRST-DATE-EDIT PIC X(10).
       01 WS-SHORT-QTY-CHANGE PIC S9(7).
       01 WS-SHORT-VALUE-CHANGE PIC S9(9)V99.

       01 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01 WS-CONFIRMS-POSTED PIC 9(7) VALUE ZERO.
       01 WS-SHORTS-POSTED PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-STATUS-OPENED PIC 9(7) VALUE ZERO.
       01 WS-CREDIT-DUE PIC S9(9)V99 VALUE ZERO.

       01 WS-RPT-TITLE-LINE.
          05 FILLER PIC X(36)
             VALUE "SHORT-DELIVERY DISCREPANCY REPORT  ".
          05 FILLER PIC X(10) VALUE "RUN DATE: ".
          05 WRT-RUN-DATE PIC 9(8).
          05 FILLER PIC X(26) VALUE SPACES.

       01 WS-RPT-HEADER-LINE PIC X(80) VALUE
          "CUST   CHLN  CHALLAN DT  ITEM   DISPTCH  PREV SH   NEW SH
      -   "RATE  VALUE CHANGE".

       01 WS-RPT-DETAIL-LINE.
          05 WRD-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WRD-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WRD-CHALLAN-DATE PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WRD-ITEM-NO PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WRD-DISPATCHED PIC ZZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WRD-PREV-SHORT PIC ZZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WRD-NEW-SHORT PIC ZZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WRD-RATE PIC ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WRD-VALUE-CHANGE PIC ZZ,ZZZ,ZZ9.99-.

       01 WS-RPT-DESC-LINE.
          05 FILLER PIC X(13) VALUE SPACES.
          05 WRX-DESCRIPTION PIC X(25).
          05 FILLER PIC X(12) VALUE "  RECEIVER: ".
          05 WRX-RECEIVER-NAME PIC X(20).
          05 FILLER PIC X(10) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
          05 FILLER PIC X(20) VALUE "SHORTAGES POSTED:   ".
          05 WRT-COUNT PIC ZZZ,ZZ9.
          05 FILLER PIC X(26) VALUE SPACES.
          05 FILLER PIC X(12) VALUE "CREDIT DUE: ".
          05 WRT-CREDIT-DUE PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DELIVERY-FILE.
           IF NOT DT-FILE-OK
               DISPLAY "UNABLE TO OPEN DELIVERY-FILE, STATUS: "
                   WS-DT-STATUS
               STOP RUN
           END-IF.
           PERFORM OPEN-DELIVERY-STATUS-FILE.
           OPEN I-O ARCHIVE-FILE.
           IF NOT ARCH-FILE-OK
               DISPLAY "UNABLE TO OPEN ARCHIVE-FILE, STATUS: "
                   WS-ARCH-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE WS-RUN-DATE TO WRT-RUN-DATE.
           MOVE WS-RPT-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RPT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           READ DELIVERY-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.
           PERFORM POST-ONE-DELIVERY UNTIL E-O-F = 'Y'.
           PERFORM WRITE-REPORT-TOTAL.
           DISPLAY "Delivery confirmations posted."
           DISPLAY "CONTROL TOTALS - READ: " WS-RECORDS-READ
               " CONFIRMED: " WS-CONFIRMS-POSTED
               " SHORTAGES: " WS-SHORTS-POSTED
               " REJECTED: " WS-RECORDS-REJECTED.
           DISPLAY "STATUS RECORDS OPENED FROM ARCHIVE: "
               WS-STATUS-OPENED " CREDIT DUE: " WS-CREDIT-DUE.
           CLOSE DELIVERY-FILE DELIVERY-STATUS-FILE ARCHIVE-FILE
                 REPORT-FILE EXCEPTION-FILE.
           STOP RUN.

       SET-FILE-NAMES.
           MOVE "D:\PROGRAMMING\COBOL\DELIVERY.TRN" TO WS-TRNFILE-NAME.
           ACCEPT WS-TRNFILE-NAME FROM ENVIRONMENT "DELCONF-TRNFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\DELIVERY.TRN"
                       TO WS-TRNFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\DELSTAT.TXT" TO WS-DELSTAT-NAME.
           ACCEPT WS-DELSTAT-NAME FROM ENVIRONMENT "DELCONF-DELSTAT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\DELSTAT.TXT"
                       TO WS-DELSTAT-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\FILE2MTD.TXT" TO WS-ARCH-NAME.
           ACCEPT WS-ARCH-NAME FROM ENVIRONMENT "DELCONF-ARCHIVE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\FILE2MTD.TXT"
                       TO WS-ARCH-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\SHORTDEL.TXT" TO WS-REPORT-NAME.
           ACCEPT WS-REPORT-NAME FROM ENVIRONMENT "DELCONF-REPORT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\SHORTDEL.TXT"
                       TO WS-REPORT-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\DELCONF.REJ" TO WS-EXCFILE-NAME.
           ACCEPT WS-EXCFILE-NAME FROM ENVIRONMENT "DELCONF-EXCFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\DELCONF.REJ"
                       TO WS-EXCFILE-NAME
           END-ACCEPT.

      * Same create-on-first-run technique as ARCHCONS, so a run
      * before the first fold since the file came in still starts.
       OPEN-DELIVERY-STATUS-FILE.
           OPEN I-O DELIVERY-STATUS-FILE.
           IF DS-FILE-NOT-FOUND
               CLOSE DELIVERY-STATUS-FILE
               OPEN OUTPUT DELIVERY-STATUS-FILE
               CLOSE DELIVERY-STATUS-FILE
               OPEN I-O DELIVERY-STATUS-FILE
           END-IF.
           IF NOT DS-FILE-OK
               DISPLAY "UNABLE TO OPEN DELIVERY-STATUS-FILE, STATUS: "
                   WS-DS-STATUS
               STOP RUN
           END-IF.

       POST-ONE-DELIVERY.
           PERFORM VALIDATE-DELIVERY-KEY.
           IF TRANSACTION-VALID
               IF DT-CONFIRMATION
                   PERFORM POST-CONFIRMATION
               ELSE
                   PERFORM POST-SHORTAGE
               END-IF
           END-IF.
           READ DELIVERY-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       VALIDATE-DELIVERY-KEY.
           SET TRANSACTION-VALID TO TRUE.
           IF NOT DT-CONFIRMATION AND NOT DT-SHORTAGE
               SET TRANSACTION-INVALID TO TRUE
               MOVE "TYPE" TO EX-REASON-CODE
               MOVE "RECORD TYPE NOT C OR S" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF DT-CHALLAN-DATE NOT NUMERIC
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "DATE" TO EX-REASON-CODE
                   MOVE "CHALLAN DATE NOT NUMERIC" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   MOVE DT-CHALLAN-DATE TO WS-CHALLAN-DATE
                   COMPUTE WS-ARCH-DATE = WS-CD-DD * 1000000
                       + WS-CD-MM * 10000 + WS-CD-CCYY
               END-IF
           END-IF.
           IF TRANSACTION-VALID
               MOVE DT-CUSTOMER-NO TO DS-CUSTOMER-NO
               MOVE DT-CHALLAN-NO TO DS-CHALLAN-NO
               MOVE DT-CHALLAN-DATE TO DS-CHALLAN-DATE
               SET DS-REC-FOUND TO TRUE
               READ DELIVERY-STATUS-FILE
                   INVALID KEY
                       SET DS-REC-NOT-FOUND TO TRUE
               END-READ
           END-IF.

      ******************************************************************
      * Delivery confirmation
      ******************************************************************
       POST-CONFIRMATION.
           PERFORM VALIDATE-CONFIRMATION.
           IF TRANSACTION-VALID AND DS-REC-NOT-FOUND
               PERFORM OPEN-STATUS-FROM-ARCHIVE
           END-IF.
           IF TRANSACTION-VALID
               IF DS-DELIVERY-CONFIRMED
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "DUPL" TO EX-REASON-CODE
                   MOVE "DELIVERY ALREADY CONFIRMED" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
           IF TRANSACTION-VALID
               PERFORM APPLY-CONFIRMATION
           END-IF.

       VALIDATE-CONFIRMATION.
           IF DT-DELIVERED-DATE NOT NUMERIC
               SET TRANSACTION-INVALID TO TRUE
               MOVE "DATE" TO EX-REASON-CODE
               MOVE "DELIVERED DATE NOT NUMERIC" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE DT-DELIVERED-DATE TO WS-DELIVERED-DATE
               IF WS-DD-MM < 1 OR WS-DD-MM > 12
                   OR WS-DD-DD < 1 OR WS-DD-DD > 31
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "DATE" TO EX-REASON-CODE
                   MOVE "DELIVERED DATE NOT VALID" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
           IF TRANSACTION-VALID
               IF WS-DELIVERED-DATE < WS-CHALLAN-DATE
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "DATE" TO EX-REASON-CODE
                   MOVE "DELIVERED BEFORE CHALLAN DATE"
                       TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF WS-DELIVERED-DATE > WS-RUN-DATE
                       SET TRANSACTION-INVALID TO TRUE
                       MOVE "DATE" TO EX-REASON-CODE
                       MOVE "DELIVERED DATE IN THE FUTURE"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           IF TRANSACTION-VALID AND DT-RECEIVER-NAME = SPACES
               SET TRANSACTION-INVALID TO TRUE
               MOVE "RCVR" TO EX-REASON-CODE
               MOVE "RECEIVER NAME MISSING" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF TRANSACTION-VALID AND DT-USER-ID = SPACES
               SET TRANSACTION-INVALID TO TRUE
               MOVE "USER" TO EX-REASON-CODE
               MOVE "USER ID MISSING" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

      * A challan archived before the status file came in has no
      * record on it; one is opened from the archive lines, the same
      * figures ARCHCONS would have put there.
       OPEN-STATUS-FROM-ARCHIVE.
           MOVE ZERO TO WS-LINES-FOUND.
           MOVE ZERO TO WS-SCAN-QTY.
           MOVE ZERO TO WS-SCAN-VALUE.
           MOVE SPACES TO WS-SCAN-TRANSPORT.
           MOVE LOW-VALUES TO A-ITEM-NO.
           PERFORM POSITION-AT-CHALLAN.
           PERFORM READ-NEXT-CHALLAN-LINE.
           PERFORM TOTAL-ONE-CHALLAN-LINE UNTIL SCAN-DONE.
           IF WS-LINES-FOUND = ZERO
               SET TRANSACTION-INVALID TO TRUE
               MOVE "NDSP" TO EX-REASON-CODE
               MOVE "CHALLAN NOT DISPATCHED" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE SPACES TO DELIVERY-STATUS-REC
               MOVE DT-CUSTOMER-NO TO DS-CUSTOMER-NO
               MOVE DT-CHALLAN-NO TO DS-CHALLAN-NO
               MOVE DT-CHALLAN-DATE TO DS-CHALLAN-DATE
               SET DS-AWAITING-DELIVERY TO TRUE
               MOVE WS-SCAN-QTY TO DS-DISPATCH-QTY
               MOVE WS-SCAN-VALUE TO DS-DISPATCH-VALUE
               MOVE WS-SCAN-TRANSPORT(1:15) TO DS-TRANSPORTER
               MOVE WS-SCAN-TRANSPORT(16:10) TO DS-VEHICLE-NO
               MOVE ZERO TO DS-DELIVERED-DATE DS-CONFIRMED-ON
                   DS-SHORT-QTY DS-SHORT-VALUE DS-INVOICE-NO
               WRITE DELIVERY-STATUS-REC
               SET DS-REC-FOUND TO TRUE
               ADD 1 TO WS-STATUS-OPENED
           END-IF.

       TOTAL-ONE-CHALLAN-LINE.
           ADD 1 TO WS-LINES-FOUND.
           IF WS-LINES-FOUND = 1
               MOVE A-UNUSED TO WS-SCAN-TRANSPORT
           END-IF.
           COMPUTE WS-LINE-QUANTITY =
               FUNCTION NUMVAL-C(A-QUANTITY).
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION NUMVAL-C(A-EXTENDED-AMOUNT).
           ADD WS-LINE-QUANTITY TO WS-SCAN-QTY.
           ADD WS-LINE-AMOUNT TO WS-SCAN-VALUE.
           PERFORM READ-NEXT-CHALLAN-LINE.

      * A transporter or vehicle given on the confirmation is the
      * one that actually carried the goods and replaces what was
      * recorded at dispatch; blank keeps it.
       APPLY-CONFIRMATION.
           SET DS-DELIVERED-IN-FULL TO TRUE.
           IF DS-SHORT-QTY NOT NUMERIC
               MOVE ZERO TO DS-SHORT-QTY
           END-IF.
           IF DS-SHORT-QTY > ZERO
               SET DS-DELIVERED-SHORT TO TRUE
           END-IF.
           MOVE DT-DELIVERED-DATE TO DS-DELIVERED-DATE.
           MOVE DT-RECEIVER-NAME TO DS-RECEIVER-NAME.
           IF DT-TRANSPORTER NOT = SPACES
               MOVE DT-TRANSPORTER TO DS-TRANSPORTER
           END-IF.
           IF DT-VEHICLE-NO NOT = SPACES
               MOVE DT-VEHICLE-NO TO DS-VEHICLE-NO
           END-IF.
           MOVE DT-USER-ID TO DS-CONFIRMED-BY.
           MOVE WS-RUN-DATE TO DS-CONFIRMED-ON.
           REWRITE DELIVERY-STATUS-REC.
           MOVE ZERO TO WS-LINES-MARKED.
           MOVE LOW-VALUES TO A-ITEM-NO.
           PERFORM POSITION-AT-CHALLAN.
           PERFORM READ-NEXT-CHALLAN-LINE.
           PERFORM MARK-ONE-CHALLAN-LINE UNTIL SCAN-DONE.
           ADD 1 TO WS-CONFIRMS-POSTED.

       MARK-ONE-CHALLAN-LINE.
           SET A-DELIVERY-CONFIRMED TO TRUE.
           IF A-SHORT-QTY NOT NUMERIC
               MOVE ZERO TO A-SHORT-QTY
           END-IF.
           REWRITE ARCH-REC.
           ADD 1 TO WS-LINES-MARKED.
           PERFORM READ-NEXT-CHALLAN-LINE.

      ******************************************************************
      * Short delivery
      ******************************************************************
       POST-SHORTAGE.
           IF DT-SHORT-QTY NOT NUMERIC
               SET TRANSACTION-INVALID TO TRUE
               MOVE "QTY " TO EX-REASON-CODE
               MOVE "SHORT QUANTITY NOT NUMERIC" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF TRANSACTION-VALID
               IF DS-REC-NOT-FOUND
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "NDSP" TO EX-REASON-CODE
                   MOVE "CHALLAN NOT DISPATCHED" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF NOT DS-DELIVERY-CONFIRMED
                       SET TRANSACTION-INVALID TO TRUE
                       MOVE "UNCF" TO EX-REASON-CODE
                       MOVE "CHALLAN NOT YET CONFIRMED"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           IF TRANSACTION-VALID
               PERFORM TOTAL-ITEM-LINES
               IF WS-LINES-FOUND = ZERO
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "NOLN" TO EX-REASON-CODE
                   MOVE "ITEM NOT ON MTD ARCHIVE" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF DT-SHORT-QTY > WS-SCAN-QTY
                       SET TRANSACTION-INVALID TO TRUE
                       MOVE "OVER" TO EX-REASON-CODE
                       MOVE "SHORT EXCEEDS DISPATCHED QTY"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           IF TRANSACTION-VALID
               PERFORM APPLY-SHORTAGE
           END-IF.

      * The item's lines are totalled first - dispatched quantity
      * and the shortage already on them - before anything changes.
       TOTAL-ITEM-LINES.
           MOVE ZERO TO WS-LINES-FOUND.
           MOVE ZERO TO WS-SCAN-QTY.
           MOVE ZERO TO WS-PREV-SHORT.
           MOVE DT-ITEM-NO TO A-ITEM-NO.
           PERFORM POSITION-AT-CHALLAN.
           PERFORM READ-NEXT-ITEM-LINE.
           PERFORM TOTAL-ONE-ITEM-LINE UNTIL SCAN-DONE.

       TOTAL-ONE-ITEM-LINE.
           ADD 1 TO WS-LINES-FOUND.
           COMPUTE WS-LINE-QUANTITY =
               FUNCTION NUMVAL-C(A-QUANTITY).
           ADD WS-LINE-QUANTITY TO WS-SCAN-QTY.
           IF A-SHORT-QTY NUMERIC
               ADD A-SHORT-QTY TO WS-PREV-SHORT
           END-IF.
           IF WS-LINES-FOUND = 1
               COMPUTE WS-FIRST-RATE =
                   FUNCTION NUMVAL-C(A-ITEM-RATE)
               MOVE A-ITEM-DESCRIPTION TO WS-FIRST-DESCRIPTION
               MOVE A-CHALLAN-DATE-EDIT TO WS-FIRST-DATE-EDIT
           END-IF.
           PERFORM READ-NEXT-ITEM-LINE.

      * The new shortage is laid over the item's lines in line order,
      * each taking no more than it carried. The value of the old and
      * new shortage is taken at each line's own rate, so the change
      * is exact even where the item went out at two rates.
       APPLY-SHORTAGE.
           MOVE DT-SHORT-QTY TO WS-SHORT-LEFT.
           MOVE ZERO TO WS-OLD-SHORT-VALUE.
           MOVE ZERO TO WS-NEW-SHORT-VALUE.
           MOVE DT-ITEM-NO TO A-ITEM-NO.
           PERFORM POSITION-AT-CHALLAN.
           PERFORM READ-NEXT-ITEM-LINE.
           PERFORM SHORT-ONE-ITEM-LINE UNTIL SCAN-DONE.
           COMPUTE WS-SHORT-QTY-CHANGE = DT-SHORT-QTY - WS-PREV-SHORT.
           COMPUTE WS-SHORT-VALUE-CHANGE =
               WS-NEW-SHORT-VALUE - WS-OLD-SHORT-VALUE.
           IF DS-SHORT-QTY NOT NUMERIC
               MOVE ZERO TO DS-SHORT-QTY
           END-IF.
           IF DS-SHORT-VALUE NOT NUMERIC
               MOVE ZERO TO DS-SHORT-VALUE
           END-IF.
           COMPUTE DS-SHORT-QTY = DS-SHORT-QTY + WS-SHORT-QTY-CHANGE.
           COMPUTE DS-SHORT-VALUE =
               DS-SHORT-VALUE + WS-SHORT-VALUE-CHANGE.
           IF DS-SHORT-QTY > ZERO
               SET DS-DELIVERED-SHORT TO TRUE
           ELSE
               SET DS-DELIVERED-IN-FULL TO TRUE
           END-IF.
           REWRITE DELIVERY-STATUS-REC.
           ADD WS-SHORT-VALUE-CHANGE TO WS-CREDIT-DUE.
           PERFORM WRITE-REPORT-DETAIL.
           ADD 1 TO WS-SHORTS-POSTED.

       SHORT-ONE-ITEM-LINE.
           COMPUTE WS-LINE-QUANTITY =
               FUNCTION NUMVAL-C(A-QUANTITY).
           COMPUTE WS-LINE-RATE =
               FUNCTION NUMVAL-C(A-ITEM-RATE).
           IF A-SHORT-QTY NOT NUMERIC
               MOVE ZERO TO A-SHORT-QTY
           END-IF.
           COMPUTE WS-OLD-SHORT-VALUE =
               WS-OLD-SHORT-VALUE + A-SHORT-QTY * WS-LINE-RATE.
           IF WS-SHORT-LEFT > WS-LINE-QUANTITY
               MOVE WS-LINE-QUANTITY TO WS-LINE-SHORT
           ELSE
               MOVE WS-SHORT-LEFT TO WS-LINE-SHORT
           END-IF.
           SUBTRACT WS-LINE-SHORT FROM WS-SHORT-LEFT.
           COMPUTE WS-NEW-SHORT-VALUE =
               WS-NEW-SHORT-VALUE + WS-LINE-SHORT * WS-LINE-RATE.
           MOVE WS-LINE-SHORT TO A-SHORT-QTY.
           SET A-DELIVERY-CONFIRMED TO TRUE.
           REWRITE ARCH-REC.
           PERFORM READ-NEXT-ITEM-LINE.

      ******************************************************************
      * Archive positioning - the challan's lines are contiguous under
      * the date-major key, so START on the partial key and read
      * forward while it still matches, the same positioning CRNOTE
      * uses on FILE2. A-ITEM-NO is set by the caller: LOW-VALUES for
      * the whole challan, the item for one item's lines.
      ******************************************************************
       POSITION-AT-CHALLAN.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE WS-ARCH-DATE TO A-CHALLAN-DATE.
           MOVE DT-CUSTOMER-NO TO A-CUSTOMER-NO.
           MOVE DT-CHALLAN-NO TO A-CHALLAN-NO.
           MOVE ZERO TO A-LINE-SEQ.
           START ARCHIVE-FILE KEY NOT LESS ARCH-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.

       READ-NEXT-CHALLAN-LINE.
           IF NOT SCAN-DONE
               READ ARCHIVE-FILE NEXT
                   AT END SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF A-CHALLAN-DATE NOT = WS-ARCH-DATE
                           OR A-CUSTOMER-NO NOT = DT-CUSTOMER-NO
                           OR A-CHALLAN-NO NOT = DT-CHALLAN-NO
                           SET SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-IF.

       READ-NEXT-ITEM-LINE.
           PERFORM READ-NEXT-CHALLAN-LINE.
           IF NOT SCAN-DONE AND A-ITEM-NO NOT = DT-ITEM-NO
               SET SCAN-DONE TO TRUE
           END-IF.

       WRITE-REPORT-DETAIL.
           MOVE SPACES TO WS-RPT-DETAIL-LINE.
           MOVE DT-CUSTOMER-NO TO WRD-CUSTOMER-NO.
           MOVE DT-CHALLAN-NO TO WRD-CHALLAN-NO.
           MOVE WS-FIRST-DATE-EDIT TO WRD-CHALLAN-DATE.
           MOVE DT-ITEM-NO TO WRD-ITEM-NO.
           MOVE WS-SCAN-QTY TO WRD-DISPATCHED.
           MOVE WS-PREV-SHORT TO WRD-PREV-SHORT.
           MOVE DT-SHORT-QTY TO WRD-NEW-SHORT.
           MOVE WS-FIRST-RATE TO WRD-RATE.
           MOVE WS-SHORT-VALUE-CHANGE TO WRD-VALUE-CHANGE.
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FIRST-DESCRIPTION TO WRX-DESCRIPTION.
           MOVE DS-RECEIVER-NAME TO WRX-RECEIVER-NAME.
           MOVE WS-RPT-DESC-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SHORTS-POSTED TO WRT-COUNT.
           MOVE WS-CREDIT-DUE TO WRT-CREDIT-DUE.
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-EXCEPTION.
           MOVE DELIVERY-REC TO EX-RAW-INPUT.
           WRITE EXCEPTION-REC.
           ADD 1 TO WS-RECORDS-REJECTED.
