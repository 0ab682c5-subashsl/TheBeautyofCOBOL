      *   RT-CUSTOMER-NO X(5), RT-CHALLAN-NO X(4), RT-ITEM-NO X(5) -
      *   the original challan line's key fields;
      *   RT-RETURN-DATE 9(6) ddmmyy; RT-QUANTITY 9(5);
      *   RT-REASON X(20) printed on the credit note;
      *   RT-USER-ID X(8) operator authorising the credit;
      *   RT-LOCATION X(2) godown the goods came back into.
      *
      * File names are taken from environment variables
      * (CRNOTE-RETFILE, -FILE2, -STOCKFILE, -CUSTMAST, -CTLFILE,
      *   statement and aged receivables runs read that history, and
      *   without the credit notes in it their computed balances
      *   would drift from CM-OUTSTANDING-BAL.
      * - RETURN.TRN now carries the id of the operator authorising
      *   the credit (RT-USER-ID X(8), appended after RT-REASON),
      *   checked against the operator authority master
      *   (OPERMAST.TXT, maintained by MASTMNT). A credit note
      *   reduces the balance as a payment does, so the operator
      *   needs the payment posting role; one not on file (OPER),
      *   without the role (AUTH), or crediting more than the
      *   operator's money limit (LIMT, zero meaning unlimited) is
      *   rejected to the exception file. Every credit note posted
      *   writes a before/after image of the customer record to an
      *   audit file (CRNOTE.AUD, action 'N') stamped with the run
      *   date/time and the operator id, the same discipline as
      *   PAYPOST's AUDIT-FILE. File names from CRNOTE-OPERMAST and
      *   CRNOTE-AUDFILE.
      * - Stock is held per godown. A return goes back into the
      *   godown named on it (RT-LOCATION X(2), appended after
      *   RT-USER-ID) or, when blank, the customer's
      *   CM-DEFAULT-LOCATION, and the main godown (01, or
      *   STOCK-MAIN-LOCATION) when that is blank too. A location
      *   not on LOCATION-MASTER (LOCMAST.TXT, file name from
      *   CRNOTE-LOCMAST) is rejected (LOC); without the location
      *   master every return is rejected.
      * - The audit images are now the whole 61-byte customer
      *   record, so a credit note's trail shows the delivery,
      *   stop-supply and godown fields as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRNOTE.
           SELECT STOCK-FILE ASSIGN DYNAMIC WS-STOCKFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SB-KEY
           FILE STATUS IS WS-SB-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN DYNAMIC WS-CUSTMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-CTL-KEY
           FILE STATUS IS WS-CTL-STATUS.
           SELECT OPERATOR-MASTER ASSIGN DYNAMIC WS-OPERMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-OPERATOR-ID
           FILE STATUS IS WS-OP-STATUS.
           SELECT LOCATION-MASTER ASSIGN DYNAMIC WS-LOCMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LC-LOCATION-CODE
           FILE STATUS IS WS-LC-STATUS.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTE-FILE ASSIGN DYNAMIC WS-NOTEFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN DYNAMIC WS-EXCFILE-NAME
          05 RT-RETURN-DATE PIC 9(6).
          05 RT-QUANTITY PIC 9(5).
          05 RT-REASON PIC X(20).
          05 RT-USER-ID PIC X(8).
          05 RT-LOCATION PIC X(2).

       FD CHALLAN-FILE
          LABEL RECORDS STANDARD.
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

      * Layout mirrors LOCATION-MASTER-REC as maintained by MASTMNT.
       FD LOCATION-MASTER
          LABEL RECORDS STANDARD.
       01 LOCATION-MASTER-REC.
          05 LC-LOCATION-CODE PIC X(2).
          05 LC-LOCATION-NAME PIC X(30).

       FD CUSTOMER-MASTER
          LABEL RECORDS STANDARD.
      * PAYPOST reduces it for a payment.
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

      * One-record RELATIVE control file holding the next credit
      * note number, same single-record technique as INVGEN's
       01 CONTROL-REC.
          05 CN-NEXT-NOTE-NO PIC 9(6).

       FD OPERATOR-MASTER
          LABEL RECORDS STANDARD.
      * Layout mirrors OPERATOR-MASTER-REC as maintained by MASTMNT.
       01 OPERATOR-MASTER-REC.
          05 OP-OPERATOR-ID PIC X(8).
          05 OP-OPERATOR-NAME PIC X(30).
          05 OP-ROLE-MASTERS PIC X(1).
          05 OP-ROLE-HOLD-RELEASE PIC X(1).
          05 OP-ROLE-STOCK-ADJUST PIC X(1).
          05 OP-ROLE-PAYMENTS PIC X(1).
             88 OP-MAY-POST-PAYMENTS VALUE 'Y'.
          05 OP-MONEY-LIMIT PIC 9(7)V99.
          05 OP-QUANTITY-LIMIT PIC 9(7).

      * Same date/time/user plus before/after-image audit record as
      * PAYPOST's AUDIT-FILE, sized for the customer record.
       FD AUDIT-FILE
          LABEL RECORDS STANDARD.
       01 AUDIT-REC.
          05 AU-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-TIME PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-USER-ID PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-ACTION PIC X.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-KEY PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-BEFORE-IMAGE PIC X(61).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-AFTER-IMAGE PIC X(61).

       FD NOTE-FILE
          LABEL RECORDS STANDARD.
       01 NOTE-LINE PIC X(80).
       01 WS-NOTEFILE-NAME PIC X(100).
       01 WS-EXCFILE-NAME PIC X(100).
       01 WS-HISTFILE-NAME PIC X(100).
       01 WS-OPERMAST-NAME PIC X(100).
       01 WS-AUDFILE-NAME PIC X(100).
       01 WS-OP-STATUS PIC XX.
          88 OP-FILE-OK VALUE '00'.
       01 WS-OPERMAST-SW PIC X VALUE 'Y'.
          88 OPERMAST-OPEN VALUE 'Y'.
       01 WS-LOCMAST-NAME PIC X(100).
       01 WS-LC-STATUS PIC XX.
          88 LC-FILE-OK VALUE '00'.
       01 WS-LOCMAST-SW PIC X VALUE 'Y'.
          88 LOCMAST-OPEN VALUE 'Y'.
      * Godown a blank location posts to; STOCK-MAIN-LOCATION
      * overrides it, shared by every program that posts stock.
       01 WS-MAIN-LOCATION PIC X(2) VALUE "01".
       01 WS-POST-LOCATION PIC X(2).
       01 WS-FILE2-STATUS PIC XX.
          88 FILE2-FILE-OK VALUE '00'.
       01 WS-SB-STATUS PIC XX.
          88 CTL-FILE-NOT-FOUND VALUES '23' '35'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).
       01 WS-BEFORE-IMAGE PIC X(61).

       01 WS-RET-VALID-SW PIC X.
          88 RETURN-VALID VALUE 'Y'.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           OPEN INPUT RETURN-FILE.
           OPEN INPUT CHALLAN-FILE.
           IF NOT FILE2-FILE-OK
               STOP RUN
           END-IF.
           PERFORM OPEN-CONTROL-FILE.
           OPEN INPUT OPERATOR-MASTER.
           IF NOT OP-FILE-OK
               DISPLAY "NO OPERATOR AUTHORITY FILE - STATUS: "
                   WS-OP-STATUS " - ALL RETURNS REJECTED"
               MOVE 'N' TO WS-OPERMAST-SW
           END-IF.
           OPEN INPUT LOCATION-MASTER.
           IF NOT LC-FILE-OK
               DISPLAY "NO LOCATION MASTER - STATUS: "
                   WS-LC-STATUS " - ALL RETURNS REJECTED"
               MOVE 'N' TO WS-LOCMAST-SW
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT NOTE-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN EXTEND HISTORY-FILE.
               " QTY: " WS-TOTAL-QTY-RETURNED
               " VALUE: " WS-TOTAL-VALUE-CREDITED.
           CLOSE RETURN-FILE CHALLAN-FILE STOCK-FILE CUSTOMER-MASTER
                 CONTROL-FILE NOTE-FILE EXCEPTION-FILE HISTORY-FILE
                 AUDIT-FILE.
           IF OPERMAST-OPEN
               CLOSE OPERATOR-MASTER
           END-IF.
           IF LOCMAST-OPEN
               CLOSE LOCATION-MASTER
           END-IF.
           STOP RUN.

       SET-FILE-NAMES.
                   MOVE "D:\PROGRAMMING\COBOL\CRNOTE.REJ"
                       TO WS-EXCFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\OPERMAST.TXT" TO WS-OPERMAST-NAME.
           ACCEPT WS-OPERMAST-NAME FROM ENVIRONMENT "CRNOTE-OPERMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\OPERMAST.TXT"
                       TO WS-OPERMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT" TO WS-LOCMAST-NAME.
           ACCEPT WS-LOCMAST-NAME FROM ENVIRONMENT "CRNOTE-LOCMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\LOCMAST.TXT"
                       TO WS-LOCMAST-NAME
           END-ACCEPT.
           ACCEPT WS-MAIN-LOCATION FROM ENVIRONMENT
               "STOCK-MAIN-LOCATION"
               ON EXCEPTION
                   MOVE "01" TO WS-MAIN-LOCATION
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CRNOTE.AUD" TO WS-AUDFILE-NAME.
           ACCEPT WS-AUDFILE-NAME FROM ENVIRONMENT "CRNOTE-AUDFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CRNOTE.AUD"
                       TO WS-AUDFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\PAYHIST.TXT" TO WS-HISTFILE-NAME.
           ACCEPT WS-HISTFILE-NAME FROM ENVIRONMENT "CRNOTE-HISTFILE"
               ON EXCEPTION
           IF RETURN-VALID
               PERFORM MATCH-CHALLAN-LINE
           END-IF.
           IF RETURN-VALID
               COMPUTE WS-RETURN-VALUE =
                   RT-QUANTITY * WS-ORIG-RATE
               PERFORM VALIDATE-OPERATOR
           END-IF.
           IF RETURN-VALID
               PERFORM VALIDATE-CUSTOMER
           END-IF.
           IF RETURN-VALID
               PERFORM VALIDATE-RETURN-LOCATION
           END-IF.
           IF RETURN-VALID
               PERFORM EXPAND-RETURN-DATE
               PERFORM POST-STOCK-RETURN
               PERFORM POST-CUSTOMER-CREDIT
               PERFORM WRITE-CREDIT-NOTE
               MOVE O-ITEM-DESCRIPTION TO WS-ORIG-DESCRIPTION
           END-IF.

      * The operator authorising the credit must be on the authority
      * file with the payment posting role and within the money
      * limit, the same test PAYPOST applies to a payment.
       VALIDATE-OPERATOR.
           IF NOT OPERMAST-OPEN
               SET RETURN-INVALID TO TRUE
               MOVE "OPER" TO EX-REASON-CODE
               MOVE "NO OPERATOR AUTHORITY FILE" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE RT-USER-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       SET RETURN-INVALID TO TRUE
                       MOVE "OPER" TO EX-REASON-CODE
                       MOVE "USER NOT ON AUTHORITY FILE"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF.
           IF RETURN-VALID
               IF NOT OP-MAY-POST-PAYMENTS
                   SET RETURN-INVALID TO TRUE
                   MOVE "AUTH" TO EX-REASON-CODE
                   MOVE "USER MAY NOT ISSUE CREDITS" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF OP-MONEY-LIMIT > ZERO
                       AND WS-RETURN-VALUE > OP-MONEY-LIMIT
                       SET RETURN-INVALID TO TRUE
                       MOVE "LIMT" TO EX-REASON-CODE
                       MOVE "CREDIT OVER USER LIMIT"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       VALIDATE-CUSTOMER.
           MOVE RT-CUSTOMER-NO TO CM-CUSTOMER-NO.
           READ CUSTOMER-MASTER
               END-IF
           END-IF.

      * The return's own godown wins, then the customer's default,
      * then the main godown; whichever it is must be on the
      * location master, the same test STKPOST applies.
       VALIDATE-RETURN-LOCATION.
           MOVE RT-LOCATION TO WS-POST-LOCATION.
           IF WS-POST-LOCATION = SPACES
               MOVE CM-DEFAULT-LOCATION TO WS-POST-LOCATION
           END-IF.
           IF WS-POST-LOCATION = SPACES
               MOVE WS-MAIN-LOCATION TO WS-POST-LOCATION
           END-IF.
           IF LOCMAST-OPEN
               MOVE WS-POST-LOCATION TO LC-LOCATION-CODE
               READ LOCATION-MASTER
                   INVALID KEY
                       SET RETURN-INVALID TO TRUE
               END-READ
           ELSE
               SET RETURN-INVALID TO TRUE
           END-IF.
           IF RETURN-INVALID
               MOVE "LOC " TO EX-REASON-CODE
               MOVE "LOCATION NOT ON MASTER" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

       EXPAND-RETURN-DATE.
           MOVE RT-RETURN-DATE TO WS-RET-DATE-IN.
           IF WS-RD-YY < WS-RD-CENTURY-CUTOFF
      * bucket - the goods physically came back in - with the same
      * fetch-or-create and date-roll handling as STKPOST.
       POST-STOCK-RETURN.
           MOVE WS-POST-LOCATION TO SB-LOCATION.
           MOVE RT-ITEM-NO TO SB-ITEM-NO.
           READ STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO SB-DISPATCHES
                   MOVE ZERO TO SB-CLOSING-BAL
                   MOVE ZERO TO SB-ADJUSTMENTS
                   MOVE ZERO TO SB-TRANSFERS-IN
                   MOVE ZERO TO SB-TRANSFERS-OUT
                   MOVE WS-RUN-DATE TO SB-LAST-POSTED-DATE
                   WRITE STOCK-REC
           END-READ.
               MOVE ZERO TO SB-RECEIPTS
               MOVE ZERO TO SB-DISPATCHES
               MOVE ZERO TO SB-ADJUSTMENTS
               MOVE ZERO TO SB-TRANSFERS-IN
               MOVE ZERO TO SB-TRANSFERS-OUT
               MOVE WS-RUN-DATE TO SB-LAST-POSTED-DATE
           END-IF.
           ADD RT-QUANTITY TO SB-RECEIPTS.
           REWRITE STOCK-REC.

       POST-CUSTOMER-CREDIT.
           MOVE CUSTOMER-MASTER-REC TO WS-BEFORE-IMAGE.
           SUBTRACT WS-RETURN-VALUE FROM CM-OUTSTANDING-BAL.
           REWRITE CUSTOMER-MASTER-REC.
           PERFORM WRITE-AUDIT.

       WRITE-AUDIT.
           MOVE WS-RUN-DATE TO AU-DATE.
           MOVE WS-RUN-TIME TO AU-TIME.
           MOVE RT-USER-ID TO AU-USER-ID.
           MOVE 'N' TO AU-ACTION.
           MOVE RT-CUSTOMER-NO TO AU-KEY.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-REC TO AU-AFTER-IMAGE.
           WRITE AUDIT-REC.

       WRITE-CREDIT-NOTE.
           MOVE CN-NEXT-NOTE-NO TO WS-NOTE-NO.
