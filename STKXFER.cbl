      ******************************************************************
      * Author:SUBASH S L
      * Date: 19.9.2026
      * Purpose: Inter-godown stock transfer posting. Stock is held
      * per godown on STOCKBAL (location + item), and goods moved
      * from one godown to another used to be keyed as a dispatch
      * at one end and a receipt at the other, which overstated
      * both and left nothing to show what was still on the lorry.
      * This run posts transfers as a distinct movement on their own
      * buckets of the stock record:
      *   - a send record names the transfer number, the item, the
      *     godown it leaves and the godown it is going to, and the
      *     quantity. The quantity comes off the sending godown's
      *     SB-CLOSING-BAL and into its SB-TRANSFERS-OUT, and the
      *     transfer is opened on the transfer file (XFERFILE.TXT)
      *     as in transit ('T');
      *   - a receive record names the transfer number and the
      *     quantity that arrived. The quantity goes into the
      *     receiving godown's SB-TRANSFERS-IN and SB-CLOSING-BAL
      *     and the transfer is closed ('R') with the date, the
      *     quantity and who received it.
      * Each movement writes an XFER OUT / XFER IN line to the stock
      * ledger with the godown, the transfer number and the godown
      * at the other end. Company stock does not change while goods
      * are in transit, so nothing is journalled to the GL; STKVAL
      * values the open transfers and STKINTR lists them.
      *
      * A godown not touched before is created with a zero balance
      * and the same daily roll STKPOST applies happens on the first
      * touch of a new posting date. A send that takes the sending
      * godown below zero is posted and flagged **NEGATIVE** on the
      * ledger, as STKPOST does for a dispatch. A receipt short of
      * the quantity sent is posted and flagged SHORT on the ledger;
      * the difference stays off both godowns until the stock-take
      * finds it. Anything that cannot be posted - a bad record
      * type, a missing item or user, a quantity that is not
      * numeric or is zero, a bad date, a godown not on the
      * location master or the same godown at both ends, a transfer
      * number already used, a receipt for a transfer not on file
      * or already received, or more received than was sent - is
      * routed to an exception file with a reason code, the same
      * convention as the other posting programs.
      *
      * Transfer layout (TRANSFER.TRN, one per line):
      *   XT-TYPE          X     'S' send, 'R' receive
      *   XT-TRANSFER-NO   X(6)
      *   XT-ITEM-NO       X(5)  send only
      *   XT-FROM-LOCATION X(2)  send only; blank is the main godown
      *   XT-TO-LOCATION   X(2)  send only; blank is the main godown
      *   XT-QUANTITY      9(7)  sent or received
      *   XT-DATE          9(8)  ccyymmdd; blank is the run date
      *   XT-USER-ID       X(8)
      * A receipt takes the item and both godowns from the transfer
      * file. The main godown is 01 unless STOCK-MAIN-LOCATION says
      * otherwise.
      *
      * File names are taken from environment variables
      * (STKXFER-TRNFILE, -XFERFILE, -STOCKFILE, -LOCMAST, -LEDGER,
      * -EXCFILE) when set, falling back to the hardcoded paths
      * otherwise, same convention as the other programs. The
      * ledger defaults to the same STOCKLDG.TXT STKPOST writes and
      * is opened EXTEND, so the day's transfer lines follow the
      * day's RECEIPT/DISPATCH lines on one journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKXFER.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TRNFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSFER-FILE ASSIGN DYNAMIC WS-XFERFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TF-TRANSFER-NO
           FILE STATUS IS WS-TF-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC WS-STOCKFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SB-KEY
           FILE STATUS IS WS-SB-STATUS.
           SELECT LOCATION-MASTER ASSIGN DYNAMIC WS-LOCMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LC-LOCATION-CODE
           FILE STATUS IS WS-LC-STATUS.
           SELECT LEDGER-FILE ASSIGN DYNAMIC WS-LEDGER-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN DYNAMIC WS-EXCFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD TRANSACTION-FILE
          LABEL RECORDS STANDARD.
       01 TRANSFER-IN-REC.
          05 XT-TYPE PIC X(1).
             88 XT-SEND VALUE 'S'.
             88 XT-RECEIVE VALUE 'R'.
          05 XT-TRANSFER-NO PIC X(6).
          05 XT-ITEM-NO PIC X(5).
          05 XT-FROM-LOCATION PIC X(2).
          05 XT-TO-LOCATION PIC X(2).
          05 XT-QUANTITY PIC 9(7).
          05 XT-DATE PIC X(8).
          05 XT-DATE-NUM REDEFINES XT-DATE PIC 9(8).
          05 XT-USER-ID PIC X(8).

      * One record per transfer, opened by a send and closed by the
      * receipt. TF-STATUS 'T' is in transit, 'R' received.
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

      * Layout mirrors LOCATION-MASTER-REC as maintained by MASTMNT.
       FD LOCATION-MASTER
          LABEL RECORDS STANDARD.
       01 LOCATION-MASTER-REC.
          05 LC-LOCATION-CODE PIC X(2).
          05 LC-LOCATION-NAME PIC X(30).

       FD LEDGER-FILE
          LABEL RECORDS STANDARD.
       01 LEDGER-LINE PIC X(80).

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
       01 WS-XFERFILE-NAME PIC X(100).
       01 WS-STOCKFILE-NAME PIC X(100).
       01 WS-LOCMAST-NAME PIC X(100).
       01 WS-LEDGER-NAME PIC X(100).
       01 WS-EXCFILE-NAME PIC X(100).
       01 WS-TF-STATUS PIC XX.
          88 TF-FILE-OK VALUES '00' '02'.
          88 TF-FILE-NOT-FOUND VALUE '35'.
       01 WS-SB-STATUS PIC XX.
          88 SB-FILE-OK VALUES '00' '02'.
          88 SB-FILE-NOT-FOUND VALUE '35'.
       01 WS-LC-STATUS PIC XX.
          88 LC-FILE-OK VALUE '00'.
       01 WS-LOCMAST-SW PIC X VALUE 'Y'.
          88 LOCMAST-OPEN VALUE 'Y'.
       01 WS-TRN-VALID-SW PIC X.
          88 TRANSACTION-VALID VALUE 'Y'.
          88 TRANSACTION-INVALID VALUE 'N'.
      * Godown a blank location posts to; STOCK-MAIN-LOCATION
      * overrides it, shared by every program that posts stock.
       01 WS-MAIN-LOCATION PIC X(2) VALUE "01".
       01 WS-FROM-LOCATION PIC X(2).
       01 WS-TO-LOCATION PIC X(2).
       01 WS-CHECK-LOCATION PIC X(2).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-MOVE-DATE PIC 9(8).
       01 WS-MOVE-DATE-SPLIT REDEFINES WS-MOVE-DATE.
          05 WS-MD-CCYY PIC 9(4).
          05 WS-MD-MM PIC 99.
          05 WS-MD-DD PIC 99.

       01 WS-TRANSACTIONS-READ PIC 9(7) VALUE ZERO.
       01 WS-SENDS-POSTED PIC 9(7) VALUE ZERO.
       01 WS-RECEIPTS-POSTED PIC 9(7) VALUE ZERO.
       01 WS-SHORT-RECEIPTS PIC 9(7) VALUE ZERO.
       01 WS-NEGATIVE-FLAGGED PIC 9(7) VALUE ZERO.
       01 WS-TRANSACTIONS-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-QTY-SENT PIC 9(9) VALUE ZERO.
       01 WS-QTY-RECEIVED PIC 9(9) VALUE ZERO.

       01 WS-JOURNAL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WSJ-TYPE PIC X(8).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSJ-LOCATION PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WSJ-ITEM-NO PIC X(5).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSJ-QUANTITY PIC ZZ,999.
          05 FILLER PIC X(3) VALUE SPACES.
          05 FILLER PIC X(5) VALUE "BAL: ".
          05 WSJ-BALANCE PIC ZZZ,ZZ9-.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WSJ-FLAG PIC X(12).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WSJ-TRANSFER-NO PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WSJ-DIRECTION PIC X(5).
          05 WSJ-OTHER-LOCATION PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WSJ-SHORT-FLAG PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TRANSACTION-FILE.
           PERFORM OPEN-TRANSFER-FILE.
           PERFORM OPEN-STOCK-FILE.
           PERFORM OPEN-LOCATION-MASTER.
           OPEN EXTEND LEDGER-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-TRANSACTIONS-READ
           END-READ.
           PERFORM POST-ONE-TRANSFER UNTIL E-O-F = 'Y'.
           DISPLAY "Stock transfers posted."
           DISPLAY "CONTROL TOTALS - READ: " WS-TRANSACTIONS-READ
               " SENT: " WS-SENDS-POSTED
               " RECEIVED: " WS-RECEIPTS-POSTED
               " REJECTED: " WS-TRANSACTIONS-REJECTED.
           DISPLAY "QTY SENT: " WS-QTY-SENT
               " QTY RECEIVED: " WS-QTY-RECEIVED
               " SHORT: " WS-SHORT-RECEIPTS
               " NEGATIVE: " WS-NEGATIVE-FLAGGED.
           CLOSE TRANSACTION-FILE TRANSFER-FILE STOCK-FILE
                 LEDGER-FILE EXCEPTION-FILE.
           IF LOCMAST-OPEN
               CLOSE LOCATION-MASTER
           END-IF.
           STOP RUN.

       SET-FILE-NAMES.
           MOVE "D:\PROGRAMMING\COBOL\TRANSFER.TRN" TO WS-TRNFILE-NAME.
           ACCEPT WS-TRNFILE-NAME FROM ENVIRONMENT "STKXFER-TRNFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\TRANSFER.TRN"
                       TO WS-TRNFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\XFERFILE.TXT" TO WS-XFERFILE-NAME.
           ACCEPT WS-XFERFILE-NAME FROM ENVIRONMENT "STKXFER-XFERFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\XFERFILE.TXT"
                       TO WS-XFERFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STOCKBAL.TXT"
               TO WS-STOCKFILE-NAME.
           ACCEPT WS-STOCKFILE-NAME FROM ENVIRONMENT
               "STKXFER-STOCKFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\STOCKBAL.TXT"
                       TO WS-STOCKFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT" TO WS-LOCMAST-NAME.
           ACCEPT WS-LOCMAST-NAME FROM ENVIRONMENT "STKXFER-LOCMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT"
                       TO WS-LOCMAST-NAME
           END-ACCEPT.
           ACCEPT WS-MAIN-LOCATION FROM ENVIRONMENT
               "STOCK-MAIN-LOCATION"
               ON EXCEPTION
                   MOVE "01" TO WS-MAIN-LOCATION
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STOCKLDG.TXT" TO WS-LEDGER-NAME.
           ACCEPT WS-LEDGER-NAME FROM ENVIRONMENT "STKXFER-LEDGER"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\STOCKLDG.TXT"
                       TO WS-LEDGER-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STKXFER.REJ" TO WS-EXCFILE-NAME.
           ACCEPT WS-EXCFILE-NAME FROM ENVIRONMENT "STKXFER-EXCFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\STKXFER.REJ"
                       TO WS-EXCFILE-NAME
           END-ACCEPT.

      * The transfer file is created empty on the first run, the
      * same technique as STKPOST's OPEN-STOCK-FILE.
       OPEN-TRANSFER-FILE.
           OPEN I-O TRANSFER-FILE.
           IF TF-FILE-NOT-FOUND
               CLOSE TRANSFER-FILE
               OPEN OUTPUT TRANSFER-FILE
               CLOSE TRANSFER-FILE
               OPEN I-O TRANSFER-FILE
           END-IF.
           IF NOT TF-FILE-OK
               DISPLAY "UNABLE TO OPEN TRANSFER-FILE, STATUS: "
                   WS-TF-STATUS
               STOP RUN
           END-IF.

       OPEN-STOCK-FILE.
           OPEN I-O STOCK-FILE.
           IF SB-FILE-NOT-FOUND
               CLOSE STOCK-FILE
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.
           IF NOT SB-FILE-OK
               DISPLAY "UNABLE TO OPEN STOCK-FILE, STATUS: "
                   WS-SB-STATUS
               STOP RUN
           END-IF.

      * Without the location master no godown can be vouched for,
      * so every transfer is rejected.
       OPEN-LOCATION-MASTER.
           OPEN INPUT LOCATION-MASTER.
           IF NOT LC-FILE-OK
               DISPLAY "NO LOCATION MASTER - STATUS: "
                   WS-LC-STATUS " - ALL TRANSFERS REJECTED"
               MOVE 'N' TO WS-LOCMAST-SW
           END-IF.

       POST-ONE-TRANSFER.
           PERFORM VALIDATE-TRANSFER-COMMON.
           IF TRANSACTION-VALID
               IF XT-SEND
                   PERFORM POST-SEND
               ELSE
                   PERFORM POST-RECEIPT
               END-IF
           END-IF.
           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-TRANSACTIONS-READ
           END-READ.

      * Checks that apply to both sends and receipts. A blank date
      * is the run date; any other must be a real ccyymmdd date
      * not after today.
       VALIDATE-TRANSFER-COMMON.
           SET TRANSACTION-VALID TO TRUE.
           IF NOT XT-SEND AND NOT XT-RECEIVE
               SET TRANSACTION-INVALID TO TRUE
               MOVE "TYPE" TO EX-REASON-CODE
               MOVE "RECORD TYPE NOT S OR R" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF TRANSACTION-VALID AND XT-TRANSFER-NO = SPACES
               SET TRANSACTION-INVALID TO TRUE
               MOVE "XFER" TO EX-REASON-CODE
               MOVE "TRANSFER NUMBER MISSING" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF TRANSACTION-VALID
               IF XT-QUANTITY NOT NUMERIC
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "QTY " TO EX-REASON-CODE
                   MOVE "QUANTITY NOT NUMERIC" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF XT-QUANTITY = ZERO
                       SET TRANSACTION-INVALID TO TRUE
                       MOVE "QTY " TO EX-REASON-CODE
                       MOVE "QUANTITY IS ZERO" TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           IF TRANSACTION-VALID
               PERFORM VALIDATE-MOVE-DATE
           END-IF.
           IF TRANSACTION-VALID AND XT-USER-ID = SPACES
               SET TRANSACTION-INVALID TO TRUE
               MOVE "USER" TO EX-REASON-CODE
               MOVE "USER ID MISSING" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

       VALIDATE-MOVE-DATE.
           IF XT-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-MOVE-DATE
           ELSE
               IF XT-DATE NOT NUMERIC
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "DATE" TO EX-REASON-CODE
                   MOVE "TRANSFER DATE NOT NUMERIC" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   MOVE XT-DATE-NUM TO WS-MOVE-DATE
                   IF WS-MD-MM < 1 OR WS-MD-MM > 12
                       OR WS-MD-DD < 1 OR WS-MD-DD > 31
                       SET TRANSACTION-INVALID TO TRUE
                       MOVE "DATE" TO EX-REASON-CODE
                       MOVE "TRANSFER DATE NOT VALID"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       IF WS-MOVE-DATE > WS-RUN-DATE
                           SET TRANSACTION-INVALID TO TRUE
                           MOVE "DATE" TO EX-REASON-CODE
                           MOVE "TRANSFER DATE IN THE FUTURE"
                               TO EX-REASON-TEXT
                           PERFORM WRITE-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Send - goods leave the sending godown and go into transit
      ******************************************************************
       POST-SEND.
           PERFORM VALIDATE-SEND.
           IF TRANSACTION-VALID
               PERFORM OPEN-TRANSFER
               MOVE WS-FROM-LOCATION TO SB-LOCATION
               MOVE XT-ITEM-NO TO SB-ITEM-NO
               PERFORM FETCH-OR-CREATE-STOCK
               ADD XT-QUANTITY TO SB-TRANSFERS-OUT
               SUBTRACT XT-QUANTITY FROM SB-CLOSING-BAL
               REWRITE STOCK-REC
               MOVE "XFER OUT" TO WSJ-TYPE
               MOVE "TO   " TO WSJ-DIRECTION
               MOVE WS-TO-LOCATION TO WSJ-OTHER-LOCATION
               MOVE SPACES TO WSJ-SHORT-FLAG
               PERFORM WRITE-JOURNAL-LINE
               ADD 1 TO WS-SENDS-POSTED
               ADD XT-QUANTITY TO WS-QTY-SENT
           END-IF.

      * Both godowns must be on the location master and must
      * differ, and the transfer number must not have been used.
       VALIDATE-SEND.
           IF XT-ITEM-NO = SPACES
               SET TRANSACTION-INVALID TO TRUE
               MOVE "ITEM" TO EX-REASON-CODE
               MOVE "ITEM NUMBER MISSING" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF TRANSACTION-VALID
               MOVE XT-FROM-LOCATION TO WS-FROM-LOCATION
               IF WS-FROM-LOCATION = SPACES
                   MOVE WS-MAIN-LOCATION TO WS-FROM-LOCATION
               END-IF
               MOVE XT-TO-LOCATION TO WS-TO-LOCATION
               IF WS-TO-LOCATION = SPACES
                   MOVE WS-MAIN-LOCATION TO WS-TO-LOCATION
               END-IF
               IF WS-FROM-LOCATION = WS-TO-LOCATION
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "SAME" TO EX-REASON-CODE
                   MOVE "SAME GODOWN AT BOTH ENDS" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
           IF TRANSACTION-VALID
               MOVE WS-FROM-LOCATION TO WS-CHECK-LOCATION
               PERFORM CHECK-LOCATION
           END-IF.
           IF TRANSACTION-VALID
               MOVE WS-TO-LOCATION TO WS-CHECK-LOCATION
               PERFORM CHECK-LOCATION
           END-IF.
           IF TRANSACTION-VALID
               MOVE XT-TRANSFER-NO TO TF-TRANSFER-NO
               READ TRANSFER-FILE
                   NOT INVALID KEY
                       SET TRANSACTION-INVALID TO TRUE
                       MOVE "DUPL" TO EX-REASON-CODE
                       MOVE "TRANSFER NUMBER ALREADY USED"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF.

       CHECK-LOCATION.
           IF LOCMAST-OPEN
               MOVE WS-CHECK-LOCATION TO LC-LOCATION-CODE
               READ LOCATION-MASTER
                   INVALID KEY
                       SET TRANSACTION-INVALID TO TRUE
               END-READ
           ELSE
               SET TRANSACTION-INVALID TO TRUE
           END-IF.
           IF TRANSACTION-INVALID
               MOVE "LOC " TO EX-REASON-CODE
               MOVE "LOCATION NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

       OPEN-TRANSFER.
           MOVE XT-TRANSFER-NO TO TF-TRANSFER-NO.
           MOVE XT-ITEM-NO TO TF-ITEM-NO.
           MOVE WS-FROM-LOCATION TO TF-FROM-LOCATION.
           MOVE WS-TO-LOCATION TO TF-TO-LOCATION.
           MOVE WS-MOVE-DATE TO TF-SENT-DATE.
           MOVE XT-QUANTITY TO TF-SENT-QTY.
           MOVE XT-USER-ID TO TF-SENT-BY.
           MOVE ZERO TO TF-RECEIVED-DATE.
           MOVE ZERO TO TF-RECEIVED-QTY.
           MOVE SPACES TO TF-RECEIVED-BY.
           SET TF-IN-TRANSIT TO TRUE.
           WRITE TRANSFER-REC.

      ******************************************************************
      * Receive - goods in transit arrive at the receiving godown
      ******************************************************************
       POST-RECEIPT.
           PERFORM VALIDATE-RECEIPT.
           IF TRANSACTION-VALID
               MOVE WS-MOVE-DATE TO TF-RECEIVED-DATE
               MOVE XT-QUANTITY TO TF-RECEIVED-QTY
               MOVE XT-USER-ID TO TF-RECEIVED-BY
               SET TF-RECEIVED TO TRUE
               REWRITE TRANSFER-REC
               MOVE TF-TO-LOCATION TO SB-LOCATION
               MOVE TF-ITEM-NO TO SB-ITEM-NO
               PERFORM FETCH-OR-CREATE-STOCK
               ADD XT-QUANTITY TO SB-TRANSFERS-IN
               ADD XT-QUANTITY TO SB-CLOSING-BAL
               REWRITE STOCK-REC
               MOVE "XFER IN" TO WSJ-TYPE
               MOVE "FROM " TO WSJ-DIRECTION
               MOVE TF-FROM-LOCATION TO WSJ-OTHER-LOCATION
               IF XT-QUANTITY < TF-SENT-QTY
                   MOVE "SHORT" TO WSJ-SHORT-FLAG
                   ADD 1 TO WS-SHORT-RECEIPTS
               ELSE
                   MOVE SPACES TO WSJ-SHORT-FLAG
               END-IF
               PERFORM WRITE-JOURNAL-LINE
               ADD 1 TO WS-RECEIPTS-POSTED
               ADD XT-QUANTITY TO WS-QTY-RECEIVED
           END-IF.

      * The transfer must be on file and still in transit, and no
      * more can arrive than was sent or before it was sent.
       VALIDATE-RECEIPT.
           MOVE XT-TRANSFER-NO TO TF-TRANSFER-NO.
           READ TRANSFER-FILE
               INVALID KEY
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "NOTR" TO EX-REASON-CODE
                   MOVE "TRANSFER NOT ON FILE" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
           END-READ.
           IF TRANSACTION-VALID AND NOT TF-IN-TRANSIT
               SET TRANSACTION-INVALID TO TRUE
               MOVE "RCVD" TO EX-REASON-CODE
               MOVE "TRANSFER ALREADY RECEIVED" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF TRANSACTION-VALID AND XT-QUANTITY > TF-SENT-QTY
               SET TRANSACTION-INVALID TO TRUE
               MOVE "OVER" TO EX-REASON-CODE
               MOVE "RECEIVED MORE THAN WAS SENT" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF TRANSACTION-VALID AND WS-MOVE-DATE < TF-SENT-DATE
               SET TRANSACTION-INVALID TO TRUE
               MOVE "DATE" TO EX-REASON-CODE
               MOVE "RECEIVED BEFORE SENT DATE" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

      * Same fetch-or-create and daily-roll handling as STKPOST's
      * FETCH-OR-CREATE-STOCK, for the key already in SB-KEY.
       FETCH-OR-CREATE-STOCK.
           READ STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO SB-OPENING-BAL
                   MOVE ZERO TO SB-RECEIPTS
                   MOVE ZERO TO SB-DISPATCHES
                   MOVE ZERO TO SB-CLOSING-BAL
                   MOVE ZERO TO SB-ADJUSTMENTS
                   MOVE ZERO TO SB-TRANSFERS-IN
                   MOVE ZERO TO SB-TRANSFERS-OUT
                   MOVE WS-RUN-DATE TO SB-LAST-POSTED-DATE
                   WRITE STOCK-REC
           END-READ.
           IF SB-LAST-POSTED-DATE NOT = WS-RUN-DATE
               MOVE SB-CLOSING-BAL TO SB-OPENING-BAL
               MOVE ZERO TO SB-RECEIPTS
               MOVE ZERO TO SB-DISPATCHES
               MOVE ZERO TO SB-ADJUSTMENTS
               MOVE ZERO TO SB-TRANSFERS-IN
               MOVE ZERO TO SB-TRANSFERS-OUT
               MOVE WS-RUN-DATE TO SB-LAST-POSTED-DATE
           END-IF.

       WRITE-JOURNAL-LINE.
           MOVE SB-LOCATION TO WSJ-LOCATION.
           MOVE SB-ITEM-NO TO WSJ-ITEM-NO.
           MOVE XT-QUANTITY TO WSJ-QUANTITY.
           MOVE SB-CLOSING-BAL TO WSJ-BALANCE.
           IF SB-CLOSING-BAL < ZERO
               MOVE "**NEGATIVE**" TO WSJ-FLAG
               ADD 1 TO WS-NEGATIVE-FLAGGED
           ELSE
               MOVE SPACES TO WSJ-FLAG
           END-IF.
           MOVE TF-TRANSFER-NO TO WSJ-TRANSFER-NO.
           MOVE WS-JOURNAL-LINE TO LEDGER-LINE.
           WRITE LEDGER-LINE.

       WRITE-EXCEPTION.
           MOVE TRANSFER-IN-REC TO EX-RAW-INPUT.
           WRITE EXCEPTION-REC.
           ADD 1 TO WS-TRANSACTIONS-REJECTED.
