      * (PAYPOST-TRNFILE, -CUSTMAST, -DAYBOOK, -AUDFILE, -EXCFILE,
      * -HISTFILE) when set, falling back to the hardcoded paths
      * otherwise, same convention as the other programs.
      *
      * Maintenance Log:
      * - PY-USER-ID is now checked against the operator authority
      *   master (OPERMAST.TXT, maintained by MASTMNT) before the
      *   customer is touched. An operator not on file (OPER),
      *   without the payment posting role (AUTH), or posting a
      *   payment above the operator's money limit (LIMT, zero
      *   meaning unlimited) is rejected to the exception file.
      *   When the authority file is missing every payment is
      *   rejected. File name from PAYPOST-OPERMAST.
      * - The audit images are now the whole 61-byte customer
      *   record, so a payment's trail shows the salesman,
      *   delivery, stop-supply and godown fields as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPOST.
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUSTOMER-NO
           FILE STATUS IS WS-CM-STATUS.
           SELECT OPERATOR-MASTER ASSIGN DYNAMIC WS-OPERMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-OPERATOR-ID
           FILE STATUS IS WS-OP-STATUS.
           SELECT DAYBOOK-FILE ASSIGN DYNAMIC WS-DAYBOOK-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDFILE-NAME
      * payments post - nobody hand-edits it any more.
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

       FD DAYBOOK-FILE
          LABEL RECORDS STANDARD.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-KEY PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-BEFORE-IMAGE PIC X(61).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-AFTER-IMAGE PIC X(61).

       FD EXCEPTION-FILE
          LABEL RECORDS STANDARD.
       01 WS-HISTFILE-NAME PIC X(100).
       01 WS-CM-STATUS PIC XX.
          88 CM-FILE-OK VALUE '00'.
       01 WS-OPERMAST-NAME PIC X(100).
       01 WS-OP-STATUS PIC XX.
          88 OP-FILE-OK VALUE '00'.
       01 WS-OPERMAST-SW PIC X VALUE 'Y'.
          88 OPERMAST-OPEN VALUE 'Y'.
       01 WS-CUST-VALID-SW PIC X.
          88 CUSTOMER-NO-VALID VALUE 'Y'.
          88 CUSTOMER-NO-INVALID VALUE 'N'.
       01 WS-PAYMENTS-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-APPLIED PIC 9(11)V99 VALUE ZERO.

       01 WS-BEFORE-IMAGE PIC X(61).
       01 WS-AFTER-IMAGE PIC X(61).

       01 WS-DAYBOOK-HEADER PIC X(100) VALUE
          "CUST   NAME                           DATE       REFERENCE
                   WS-CM-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF NOT OP-FILE-OK
               DISPLAY "NO OPERATOR AUTHORITY FILE - STATUS: "
                   WS-OP-STATUS " - ALL PAYMENTS REJECTED"
               MOVE 'N' TO WS-OPERMAST-SW
           END-IF.
           OPEN OUTPUT DAYBOOK-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
               " AMOUNT: " WS-TOTAL-APPLIED.
           CLOSE PAYMENT-FILE CUSTOMER-MASTER DAYBOOK-FILE AUDIT-FILE
                 EXCEPTION-FILE HISTORY-FILE.
           IF OPERMAST-OPEN
               CLOSE OPERATOR-MASTER
           END-IF.
           STOP RUN.

       SET-FILE-NAMES.
                   MOVE "D:\PROGRAMMING\COBOL\PAYBOOK.TXT"
                       TO WS-DAYBOOK-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\OPERMAST.TXT" TO WS-OPERMAST-NAME.
           ACCEPT WS-OPERMAST-NAME FROM ENVIRONMENT "PAYPOST-OPERMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\OPERMAST.TXT"
                       TO WS-OPERMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\PAYPOST.AUD" TO WS-AUDFILE-NAME.
           ACCEPT WS-AUDFILE-NAME FROM ENVIRONMENT "PAYPOST-AUDFILE"
               ON EXCEPTION

       POST-ONE-PAYMENT.
           PERFORM VALIDATE-PAYMENT.
           IF PAYMENT-VALID
               PERFORM VALIDATE-OPERATOR
           END-IF.
           IF PAYMENT-VALID
               PERFORM VALIDATE-CUSTOMER
           END-IF.
               END-IF
           END-IF.

      * The operator keying the receipt must be on the authority file
      * with the payment posting role and within the money limit.
       VALIDATE-OPERATOR.
           IF NOT OPERMAST-OPEN
               SET PAYMENT-INVALID TO TRUE
               MOVE "OPER" TO EX-REASON-CODE
               MOVE "NO OPERATOR AUTHORITY FILE" TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE PY-USER-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       SET PAYMENT-INVALID TO TRUE
                       MOVE "OPER" TO EX-REASON-CODE
                       MOVE "USER NOT ON AUTHORITY FILE"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF.
           IF PAYMENT-VALID
               IF NOT OP-MAY-POST-PAYMENTS
                   SET PAYMENT-INVALID TO TRUE
                   MOVE "AUTH" TO EX-REASON-CODE
                   MOVE "USER MAY NOT POST PAYMENTS" TO EX-REASON-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF OP-MONEY-LIMIT > ZERO
                       AND PY-AMOUNT > OP-MONEY-LIMIT
                       SET PAYMENT-INVALID TO TRUE
                       MOVE "LIMT" TO EX-REASON-CODE
                       MOVE "PAYMENT OVER USER LIMIT"
                           TO EX-REASON-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       VALIDATE-CUSTOMER.
           SET CUSTOMER-NO-VALID TO TRUE.
           MOVE PY-CUSTOMER-NO TO CM-CUSTOMER-NO.
