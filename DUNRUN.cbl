      ******************************************************************
      * Author:SUBASH S L
      * Date: 18.9.2026
      * Purpose: Staged dunning run. Collections were writing every
      * reminder by hand off ARSTMT's aged trial balance and losing
      * track of who had been chased and when. This run ages each
      * customer's open invoices exactly as ARSTMT does - invoice
      * history (INVHIST) less payments and credit notes (PAYHIST)
      * applied oldest-first, voided invoices left out - and prints
      * a letter at the level the oldest open invoice has reached:
      *   1 - friendly reminder, something over 30 days old;
      *   2 - firm notice, something over 60 days old;
      *   3 - final notice, something over 90 days old, warning
      *       that supplies are stopped.
      * Each letter lists the customer's overdue invoices with
      * their age and the amount still open on each, the total
      * overdue and the total outstanding including invoices not
      * yet due.
      *
      * The dunning history file (DUNHIST.TXT, indexed on customer)
      * holds, per level, the date that level was last sent, how
      * many times and for how much. A level is not sent again
      * until the re-send interval (14 days, DUNRUN-INTERVAL) has
      * passed since it was last sent, so the run can be made as
      * often as collections like. When a customer has nothing
      * left over 30 days the history is cleared down (counts are
      * kept) so the next lapse starts again at a reminder.
      *
      * A final notice sets CM-STOP-SUPPLY on CUSTMAST, which
      * COPYPROG2 and CHALENT honour by holding the customer's new
      * challans whatever the credit limit says. The stop this run
      * set is lifted by it once nothing is over 90 days; a stop
      * set by hand through MASTMNT is left for MASTMNT to lift.
      *
      * The collections worklist (DUNWORK.TXT) lists every customer
      * with something overdue, or whose stop was lifted, grouped
      * by level from final notices down and largest overdue first
      * within each, with the oldest invoice's age, the overdue and
      * over-90 amounts, what this run did (letter sent, or when
      * the level was last sent) and the stop flag. The entries are
      * released to a SORT as the customers are dunned (same
      * INPUT/OUTPUT PROCEDURE technique as INVAUDIT).
      *
      * The as-at date defaults to the run date and is overridden
      * with DUNRUN-DATE (ccyymmdd), same convention as DELAGE. File
      * names are taken from environment variables (DUNRUN-INVHIST,
      * -PAYHIST, -CUSTMAST, -DUNHIST, -LETTERS, -WORKLIST) when
      * set, falling back to the hardcoded paths otherwise, same
      * convention as the other programs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNRUN.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-HISTORY ASSIGN DYNAMIC WS-INVHIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IH-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN DYNAMIC WS-PAYHIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PH-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN DYNAMIC WS-CUSTMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUSTOMER-NO
           FILE STATUS IS WS-CM-STATUS.
           SELECT DUNNING-HISTORY ASSIGN DYNAMIC WS-DUNHIST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DH-CUSTOMER-NO
           FILE STATUS IS WS-DH-STATUS.
           SELECT LETTER-FILE ASSIGN DYNAMIC WS-LETTERS-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKLIST-FILE ASSIGN DYNAMIC WS-WORKLIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.

       FILE SECTION.
       FD INVOICE-HISTORY
          LABEL RECORDS STANDARD.
      * Layout mirrors HISTORY-REC as appended by INVGEN.
       01 INVOICE-HISTORY-REC.
          05 IH-INVOICE-NO PIC 9(6).
          05 FILLER PIC X(1).
          05 IH-INVOICE-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 IH-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1).
          05 IH-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(1).
          05 IH-NET PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 IH-TAX PIC 9(8)V99.
          05 FILLER PIC X(1).
          05 IH-GROSS PIC 9(9)V99.
      * Void marker set by INVVOID; a voided invoice is not owed.
          05 FILLER PIC X(1).
          05 IH-STATUS PIC X(1).
             88 IH-VOIDED VALUE 'V'.
          05 FILLER PIC X(1).
          05 IH-VOID-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 IH-REPLACED-BY PIC X(6).

       FD PAYMENT-HISTORY
          LABEL RECORDS STANDARD.
      * Layout mirrors HISTORY-REC as appended by PAYPOST/CRNOTE.
       01 PAYMENT-HISTORY-REC.
          05 PH-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1).
          05 PH-PAYMENT-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 PH-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 PH-REFERENCE PIC X(10).

       FD CUSTOMER-MASTER
          LABEL RECORDS STANDARD.
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
      * Stop-supply flag set here with a final notice and lifted
      * here once nothing is over 90 days; MASTMNT can set or lift
      * it by hand. COPYPROG2 and CHALENT hold the customer's new
      * challans while it is Y.
          05 CM-STOP-SUPPLY PIC X(1).
             88 CM-SUPPLY-STOPPED VALUE 'Y'.
      * Godown the customer's challans dispatch from unless the
      * challan names another; maintained by MASTMNT. Blank is
      * the main godown.
          05 CM-DEFAULT-LOCATION PIC X(2).

      * One record per customer ever dunned. DH-SENT-DATE is the
      * ccyymmdd the level was last sent, zero when it has not been
      * sent since the customer was last clear; DH-STOP-DATE is the
      * date this run stopped supply, zero when it has not.
       FD DUNNING-HISTORY
          LABEL RECORDS STANDARD.
       01 DUNNING-HISTORY-REC.
          05 DH-CUSTOMER-NO PIC X(5).
          05 DH-CURRENT-LEVEL PIC 9(1).
          05 DH-LEVEL-ENTRY OCCURS 3 TIMES.
             10 DH-SENT-DATE PIC 9(8).
             10 DH-SENT-COUNT PIC 9(3).
             10 DH-SENT-AMOUNT PIC 9(9)V99.
          05 DH-STOP-DATE PIC 9(8).
          05 DH-CLEARED-DATE PIC 9(8).
          05 DH-LAST-RUN-DATE PIC 9(8).

       FD LETTER-FILE
          LABEL RECORDS STANDARD.
       01 LETTER-LINE PIC X(80).

       FD WORKLIST-FILE
          LABEL RECORDS STANDARD.
       01 WORKLIST-LINE PIC X(80).

       SD SORT-FILE.
       01 SORT-REC.
          05 S-LEVEL PIC 9(1).
          05 S-OVERDUE PIC 9(9)V99.
          05 S-CUSTOMER-NO PIC X(5).
          05 S-CUSTOMER-NAME PIC X(30).
          05 S-OLDEST-DAYS PIC 9(5).
          05 S-OVER-90 PIC 9(9)V99.
          05 S-ACTION PIC X(20).
          05 S-STOP-FLAG PIC X(4).

       WORKING-STORAGE SECTION.
       01 E-O-F PIC X VALUE 'N'.
       01 WS-INVHIST-NAME PIC X(100).
       01 WS-PAYHIST-NAME PIC X(100).
       01 WS-CUSTMAST-NAME PIC X(100).
       01 WS-DUNHIST-NAME PIC X(100).
       01 WS-LETTERS-NAME PIC X(100).
       01 WS-WORKLIST-NAME PIC X(100).
       01 WS-IH-STATUS PIC XX.
          88 IH-FILE-NOT-FOUND VALUE '35'.
       01 WS-PH-STATUS PIC XX.
          88 PH-FILE-NOT-FOUND VALUE '35'.
       01 WS-CM-STATUS PIC XX.
          88 CM-FILE-OK VALUE '00'.
          88 CM-END-OF-FILE VALUE '10'.
       01 WS-DH-STATUS PIC XX.
          88 DH-FILE-OK VALUES '00' '02'.
          88 DH-FILE-NOT-FOUND VALUES '23' '35'.
       01 WS-DH-FOUND-SW PIC X.
          88 DH-REC-FOUND VALUE 'Y'.
       01 WS-LETTER-DUE-SW PIC X.
          88 LETTER-DUE VALUE 'Y'.
       01 WS-LIST-SW PIC X.
          88 LIST-CUSTOMER VALUE 'Y'.
       01 WS-FIRST-SW PIC X VALUE 'Y'.
          88 FIRST-LEVEL VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-DATE-OVERRIDE PIC X(8).
       01 WS-AS-AT-DATE PIC 9(8).
       01 WS-AS-AT-DATE-INT PIC 9(8).
       01 WS-INTERVAL-OVERRIDE PIC X(3).
       01 WS-RESEND-DAYS PIC 9(3) VALUE 14.
       01 WS-SENT-DATE-INT PIC 9(8).
       01 WS-DAYS-SINCE PIC S9(5).

      * Whole-history tables, sized and loaded exactly as ARSTMT's;
      * a full table abandons the run rather than dunning short.
       01 WS-INV-COUNT PIC 9(5) VALUE ZERO.
       01 WS-INV-IX PIC 9(5).
       01 WS-INVOICE-TABLE.
          05 WS-INV-ENTRY OCCURS 20000 TIMES.
             10 WI-CUSTOMER-NO PIC X(5).
             10 WI-INVOICE-NO PIC 9(6).
             10 WI-DATE PIC 9(8).
             10 WI-GROSS PIC 9(9)V99.
             10 WI-OPEN PIC 9(9)V99.

       01 WS-PAY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAY-IX PIC 9(5).
       01 WS-PAYMENT-TABLE.
          05 WS-PAY-ENTRY OCCURS 20000 TIMES.
             10 WP-CUSTOMER-NO PIC X(5).
             10 WP-DATE PIC 9(8).
             10 WP-AMOUNT PIC 9(7)V99.
             10 WP-REFERENCE PIC X(10).

       01 WS-PAY-REMAINING PIC 9(11)V99.
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-INV-DATE-INT PIC 9(8).
       01 WS-OLDEST-DAYS PIC 9(5).

       01 WS-BUCKET-CURRENT PIC 9(11)V99.
       01 WS-BUCKET-31 PIC 9(11)V99.
       01 WS-BUCKET-61 PIC 9(11)V99.
       01 WS-BUCKET-90 PIC 9(11)V99.
       01 WS-OVERDUE PIC 9(11)V99.
       01 WS-OUTSTANDING PIC 9(11)V99.
       01 WS-LEVEL-DUE PIC 9(1).

       01 WS-ACTION PIC X(20).
       01 WS-ACTION-LAST-SENT REDEFINES WS-ACTION.
          05 WS-ACT-LABEL PIC X(10).
          05 WS-ACT-DATE PIC 99/99/9999.
       01 WS-STOP-FLAG PIC X(4).

       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
          05 WS-WD-CCYY PIC 9(4).
          05 WS-WD-MM PIC 99.
          05 WS-WD-DD PIC 99.
       01 WS-EDIT-DATE PIC 99/99/9999.

      * Letter wording, worklist action and worklist group heading
      * for each level, same value-table technique as APPRRPT's
      * file-name table.
       01 WS-LEVEL-TEXT-VALUES.
          05 FILLER PIC X(40) VALUE "PAYMENT REMINDER".
          05 FILLER PIC X(60) VALUE
             "OUR RECORDS SHOW THAT THE INVOICES BELOW ARE NOW PAST".
          05 FILLER PIC X(60) VALUE
             "THEIR 30-DAY TERMS. IF YOU HAVE ALREADY PAID, PLEASE".
          05 FILLER PIC X(60) VALUE
             "ACCEPT OUR THANKS AND DISREGARD THIS REMINDER.".
          05 FILLER PIC X(20) VALUE "REMINDER SENT".
          05 FILLER PIC X(30) VALUE "REMINDER - 31 TO 60 DAYS".
          05 FILLER PIC X(40) VALUE "SECOND NOTICE - PAYMENT OVERDUE".
          05 FILLER PIC X(60) VALUE
             "THE INVOICES BELOW ARE NOW MORE THAN 60 DAYS OLD AND".
          05 FILLER PIC X(60) VALUE
             "REMAIN UNPAID DESPITE OUR EARLIER REMINDER. PLEASE".
          05 FILLER PIC X(60) VALUE
             "ARRANGE PAYMENT WITHIN SEVEN DAYS OR CONTACT US.".
          05 FILLER PIC X(20) VALUE "FIRM NOTICE SENT".
          05 FILLER PIC X(30) VALUE "FIRM NOTICE - 61 TO 90 DAYS".
          05 FILLER PIC X(40) VALUE "FINAL NOTICE - SUPPLIES STOPPED".
          05 FILLER PIC X(60) VALUE
             "THE INVOICES BELOW ARE NOW MORE THAN 90 DAYS OLD AND".
          05 FILLER PIC X(60) VALUE
             "REMAIN UNPAID AFTER OUR PREVIOUS NOTICES. NO FURTHER".
          05 FILLER PIC X(60) VALUE
             "SUPPLIES WILL BE MADE UNTIL YOUR ACCOUNT IS SETTLED.".
          05 FILLER PIC X(20) VALUE "FINAL NOTICE SENT".
          05 FILLER PIC X(30) VALUE "FINAL NOTICE - OVER 90 DAYS".
       01 WS-LEVEL-TEXT-TABLE REDEFINES WS-LEVEL-TEXT-VALUES.
          05 WS-LEVEL-TEXT OCCURS 3 TIMES.
             10 WLX-TITLE PIC X(40).
             10 WLX-BODY PIC X(60) OCCURS 3 TIMES.
             10 WLX-ACTION PIC X(20).
             10 WLX-GROUP PIC X(30).
       01 WS-BODY-IX PIC 9(1).

       01 WS-CUSTOMERS-READ PIC 9(5) VALUE ZERO.
       01 WS-CUSTOMERS-OVERDUE PIC 9(5) VALUE ZERO.
       01 WS-LETTERS-HELD-BACK PIC 9(5) VALUE ZERO.
       01 WS-STOPS-SET PIC 9(5) VALUE ZERO.
       01 WS-STOPS-LIFTED PIC 9(5) VALUE ZERO.
       01 WS-LETTER-COUNTS.
          05 WS-LETTERS-SENT PIC 9(5) OCCURS 3 TIMES.

       01 WS-CURR-LEVEL PIC 9(1).
       01 WS-LVL-COUNT PIC 9(5).
       01 WS-LVL-OVERDUE PIC 9(11)V99.
       01 WS-LVL-OVER-90 PIC 9(11)V99.
       01 WS-GRAND-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GRAND-OVERDUE PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-OVER-90 PIC 9(11)V99 VALUE ZERO.

       01 WS-LTR-DATE-LINE.
          05 FILLER PIC X(6) VALUE "DATE: ".
          05 WLD-DATE PIC 99/99/9999.
          05 FILLER PIC X(64) VALUE SPACES.

       01 WS-LTR-TO-LINE.
          05 FILLER PIC X(6) VALUE "TO:   ".
          05 WLT-CUSTOMER-NAME PIC X(30).
          05 FILLER PIC X(16) VALUE "  CUSTOMER NO: ".
          05 WLT-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(23) VALUE SPACES.

       01 WS-LTR-TEXT-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WLX-TEXT PIC X(60).
          05 FILLER PIC X(18) VALUE SPACES.

       01 WS-LTR-INV-HDR-LINE PIC X(80) VALUE
          "  INVOICE  DATE         DAYS      AMOUNT DUE".

       01 WS-LTR-INV-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WLI-INVOICE-NO PIC 9(6).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WLI-DATE PIC 99/99/9999.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WLI-DAYS PIC ZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WLI-AMOUNT PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(36) VALUE SPACES.

       01 WS-LTR-TOTAL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WLS-LABEL PIC X(26).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WLS-AMOUNT PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(36) VALUE SPACES.

       01 WS-WRK-HDR1-LINE.
          05 FILLER PIC X(32)
             VALUE "COLLECTIONS WORKLIST - AS AT    ".
          05 WWH-AS-AT-DATE PIC 9(8).
          05 FILLER PIC X(18) VALUE "  RE-SEND AFTER   ".
          05 WWH-DAYS PIC ZZ9.
          05 FILLER PIC X(5) VALUE " DAYS".
          05 FILLER PIC X(14) VALUE SPACES.

       01 WS-WRK-HDR2-LINE PIC X(80) VALUE
          "CUST  NAME           DAYS       OVERDUE       OVER 90 ACTION
      -   "              STOP".

       01 WS-WRK-LEVEL-LINE.
          05 WWL-GROUP PIC X(30).
          05 FILLER PIC X(50) VALUE SPACES.

       01 WS-WRK-DETAIL-LINE.
          05 WWD-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WWD-CUSTOMER-NAME PIC X(14).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WWD-OLDEST-DAYS PIC ZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WWD-OVERDUE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WWD-OVER-90 PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WWD-ACTION PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WWD-STOP-FLAG PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.

       01 WS-WRK-TOTAL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WWT-LABEL PIC X(12).
          05 WWT-COUNT PIC ZZ,ZZ9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WWT-OVERDUE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WWT-OVER-90 PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SET-AS-AT-DATE.
           COMPUTE WS-AS-AT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-AT-DATE).
           MOVE ZERO TO WS-LETTER-COUNTS.
           PERFORM LOAD-INVOICE-HISTORY.
           PERFORM LOAD-PAYMENT-HISTORY.
           OPEN I-O CUSTOMER-MASTER.
           IF NOT CM-FILE-OK
               DISPLAY "UNABLE TO OPEN CUSTOMER-MASTER, STATUS: "
                   WS-CM-STATUS
               STOP RUN
           END-IF.
           PERFORM OPEN-DUNNING-HISTORY.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT WORKLIST-FILE.
           MOVE WS-AS-AT-DATE TO WWH-AS-AT-DATE.
           MOVE WS-RESEND-DAYS TO WWH-DAYS.
           MOVE WS-WRK-HDR1-LINE TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE WS-WRK-HDR2-LINE TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           SORT SORT-FILE
               ON DESCENDING KEY S-LEVEL S-OVERDUE
               ON ASCENDING KEY S-CUSTOMER-NO
               INPUT PROCEDURE IS DUN-THE-CUSTOMERS
               OUTPUT PROCEDURE IS LIST-THE-WORKLIST.
           PERFORM WRITE-WORKLIST-TOTAL.
           CLOSE CUSTOMER-MASTER DUNNING-HISTORY LETTER-FILE
                 WORKLIST-FILE.
           DISPLAY "Dunning letters and collections worklist written."
           DISPLAY "CONTROL TOTALS - CUSTOMERS: " WS-CUSTOMERS-READ
               " OVERDUE: " WS-CUSTOMERS-OVERDUE
               " REMINDERS: " WS-LETTERS-SENT(1)
               " FIRM: " WS-LETTERS-SENT(2)
               " FINAL: " WS-LETTERS-SENT(3)
               " NOT YET DUE AGAIN: " WS-LETTERS-HELD-BACK.
           DISPLAY "STOPS SET: " WS-STOPS-SET
               " STOPS LIFTED: " WS-STOPS-LIFTED
               " OVERDUE VALUE: " WS-GRAND-OVERDUE.
           STOP RUN.

       SET-FILE-NAMES.
           MOVE "D:\PROGRAMMING\COBOL\INVHIST.TXT" TO WS-INVHIST-NAME.
           ACCEPT WS-INVHIST-NAME FROM ENVIRONMENT "DUNRUN-INVHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVHIST.TXT"
                       TO WS-INVHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\PAYHIST.TXT" TO WS-PAYHIST-NAME.
           ACCEPT WS-PAYHIST-NAME FROM ENVIRONMENT "DUNRUN-PAYHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\PAYHIST.TXT"
                       TO WS-PAYHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT" TO WS-CUSTMAST-NAME.
           ACCEPT WS-CUSTMAST-NAME FROM ENVIRONMENT "DUNRUN-CUSTMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT"
                       TO WS-CUSTMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\DUNHIST.TXT" TO WS-DUNHIST-NAME.
           ACCEPT WS-DUNHIST-NAME FROM ENVIRONMENT "DUNRUN-DUNHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\DUNHIST.TXT"
                       TO WS-DUNHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\DUNLTR.TXT" TO WS-LETTERS-NAME.
           ACCEPT WS-LETTERS-NAME FROM ENVIRONMENT "DUNRUN-LETTERS"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\DUNLTR.TXT"
                       TO WS-LETTERS-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\DUNWORK.TXT" TO WS-WORKLIST-NAME.
           ACCEPT WS-WORKLIST-NAME FROM ENVIRONMENT "DUNRUN-WORKLIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\DUNWORK.TXT"
                       TO WS-WORKLIST-NAME
           END-ACCEPT.

       SET-AS-AT-DATE.
           MOVE SPACES TO WS-DATE-OVERRIDE.
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT "DUNRUN-DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-DATE-OVERRIDE
           END-ACCEPT.
           IF WS-DATE-OVERRIDE NUMERIC
               MOVE WS-DATE-OVERRIDE TO WS-AS-AT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-AS-AT-DATE
           END-IF.
           MOVE SPACES TO WS-INTERVAL-OVERRIDE.
           ACCEPT WS-INTERVAL-OVERRIDE FROM ENVIRONMENT
               "DUNRUN-INTERVAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-INTERVAL-OVERRIDE
           END-ACCEPT.
           IF WS-INTERVAL-OVERRIDE NUMERIC
               MOVE WS-INTERVAL-OVERRIDE TO WS-RESEND-DAYS
           END-IF.

      * Created empty on first use, same as the other indexed
      * files a run owns.
       OPEN-DUNNING-HISTORY.
           OPEN I-O DUNNING-HISTORY.
           IF DH-FILE-NOT-FOUND
               CLOSE DUNNING-HISTORY
               OPEN OUTPUT DUNNING-HISTORY
               CLOSE DUNNING-HISTORY
               OPEN I-O DUNNING-HISTORY
           END-IF.
           IF NOT DH-FILE-OK
               DISPLAY "UNABLE TO OPEN DUNNING-HISTORY, STATUS: "
                   WS-DH-STATUS
               STOP RUN
           END-IF.

       LOAD-INVOICE-HISTORY.
           MOVE 'N' TO E-O-F.
           OPEN INPUT INVOICE-HISTORY.
           IF IH-FILE-NOT-FOUND
               DISPLAY "NO INVOICE HISTORY ON FILE"
               MOVE 'Y' TO E-O-F
           ELSE
               READ INVOICE-HISTORY
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM LOAD-ONE-INVOICE UNTIL E-O-F = 'Y'.
           IF NOT IH-FILE-NOT-FOUND
               CLOSE INVOICE-HISTORY
           END-IF.

      * A voided invoice is no longer owed and is left out.
       LOAD-ONE-INVOICE.
           IF NOT IH-VOIDED
               PERFORM TAKE-ONE-INVOICE
           END-IF.
           READ INVOICE-HISTORY
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       TAKE-ONE-INVOICE.
           IF WS-INV-COUNT = 20000
               DISPLAY "INVOICE TABLE FULL - RUN ABANDONED - "
                   "ARCHIVE THE INVOICE HISTORY"
               STOP RUN
           END-IF.
           ADD 1 TO WS-INV-COUNT.
           MOVE IH-CUSTOMER-NO TO WI-CUSTOMER-NO(WS-INV-COUNT).
           MOVE IH-INVOICE-NO TO WI-INVOICE-NO(WS-INV-COUNT).
           MOVE IH-INVOICE-DATE TO WI-DATE(WS-INV-COUNT).
           MOVE IH-GROSS TO WI-GROSS(WS-INV-COUNT).
           MOVE IH-GROSS TO WI-OPEN(WS-INV-COUNT).

       LOAD-PAYMENT-HISTORY.
           MOVE 'N' TO E-O-F.
           OPEN INPUT PAYMENT-HISTORY.
           IF PH-FILE-NOT-FOUND
               DISPLAY "NO PAYMENT HISTORY ON FILE"
               MOVE 'Y' TO E-O-F
           ELSE
               READ PAYMENT-HISTORY
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM LOAD-ONE-PAYMENT UNTIL E-O-F = 'Y'.
           IF NOT PH-FILE-NOT-FOUND
               CLOSE PAYMENT-HISTORY
           END-IF.

       LOAD-ONE-PAYMENT.
           IF WS-PAY-COUNT = 20000
               DISPLAY "PAYMENT TABLE FULL - RUN ABANDONED - "
                   "ARCHIVE THE PAYMENT HISTORY"
               STOP RUN
           END-IF.
           ADD 1 TO WS-PAY-COUNT.
           MOVE PH-CUSTOMER-NO TO WP-CUSTOMER-NO(WS-PAY-COUNT).
           MOVE PH-PAYMENT-DATE TO WP-DATE(WS-PAY-COUNT).
           MOVE PH-AMOUNT TO WP-AMOUNT(WS-PAY-COUNT).
           MOVE PH-REFERENCE TO WP-REFERENCE(WS-PAY-COUNT).
           READ PAYMENT-HISTORY
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       DUN-THE-CUSTOMERS.
           MOVE LOW-VALUES TO CM-CUSTOMER-NO.
           START CUSTOMER-MASTER KEY NOT LESS CM-CUSTOMER-NO
               INVALID KEY
                   MOVE '10' TO WS-CM-STATUS
           END-START.
           PERFORM SWEEP-ONE-CUSTOMER UNTIL CM-END-OF-FILE.

       SWEEP-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT
               AT END MOVE '10' TO WS-CM-STATUS
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   PERFORM DUN-ONE-CUSTOMER
           END-READ.

      * The level due is set by the oldest open invoice. A letter
      * goes out at that level unless the same level was sent within
      * the re-send interval; a customer with nothing overdue clears
      * down its history, and a stop this run set is lifted once
      * nothing is over 90 days.
       DUN-ONE-CUSTOMER.
           PERFORM AGE-ONE-CUSTOMER.
           PERFORM READ-DUNNING-HISTORY.
           MOVE 'N' TO WS-LIST-SW.
           MOVE SPACES TO WS-ACTION.
           MOVE SPACES TO WS-STOP-FLAG.
           IF WS-LEVEL-DUE > ZERO
               MOVE 'Y' TO WS-LIST-SW
               ADD 1 TO WS-CUSTOMERS-OVERDUE
               PERFORM CHECK-LETTER-DUE
               IF LETTER-DUE
                   PERFORM SEND-LETTER
               ELSE
                   ADD 1 TO WS-LETTERS-HELD-BACK
                   MOVE "LAST SENT " TO WS-ACT-LABEL
                   MOVE DH-SENT-DATE(WS-LEVEL-DUE) TO WS-WORK-DATE
                   PERFORM EDIT-WORK-DATE
                   MOVE WS-EDIT-DATE TO WS-ACT-DATE
               END-IF
           ELSE
               IF DH-REC-FOUND AND DH-CURRENT-LEVEL > ZERO
                   PERFORM CLEAR-DUNNING-LEVELS
               END-IF
           END-IF.
           IF WS-LEVEL-DUE < 3 AND DH-STOP-DATE > ZERO
               PERFORM LIFT-STOP-SUPPLY
           END-IF.
           IF WS-LEVEL-DUE > ZERO OR DH-REC-FOUND
               PERFORM SAVE-DUNNING-HISTORY
           END-IF.
           IF LIST-CUSTOMER
               PERFORM RELEASE-WORKLIST-ENTRY
           END-IF.

      * Payments are applied against the customer's invoices
      * oldest-first, exactly as ARSTMT's aged trial balance; the
      * invoice history arrives in date order, so the first
      * matching entries are the oldest. What stays open on each
      * invoice is left in WI-OPEN for the letter.
       AGE-ONE-CUSTOMER.
           MOVE ZERO TO WS-PAY-REMAINING.
           MOVE 1 TO WS-PAY-IX.
           PERFORM SUM-ONE-PAYMENT
               UNTIL WS-PAY-IX > WS-PAY-COUNT.
           MOVE ZERO TO WS-BUCKET-CURRENT.
           MOVE ZERO TO WS-BUCKET-31.
           MOVE ZERO TO WS-BUCKET-61.
           MOVE ZERO TO WS-BUCKET-90.
           MOVE ZERO TO WS-OLDEST-DAYS.
           MOVE 1 TO WS-INV-IX.
           PERFORM AGE-ONE-INVOICE
               UNTIL WS-INV-IX > WS-INV-COUNT.
           COMPUTE WS-OVERDUE =
               WS-BUCKET-31 + WS-BUCKET-61 + WS-BUCKET-90.
           COMPUTE WS-OUTSTANDING = WS-OVERDUE + WS-BUCKET-CURRENT.
           MOVE ZERO TO WS-LEVEL-DUE.
           IF WS-BUCKET-90 > ZERO
               MOVE 3 TO WS-LEVEL-DUE
           ELSE
               IF WS-BUCKET-61 > ZERO
                   MOVE 2 TO WS-LEVEL-DUE
               ELSE
                   IF WS-BUCKET-31 > ZERO
                       MOVE 1 TO WS-LEVEL-DUE
                   END-IF
               END-IF
           END-IF.

       SUM-ONE-PAYMENT.
           IF WP-CUSTOMER-NO(WS-PAY-IX) = CM-CUSTOMER-NO
               ADD WP-AMOUNT(WS-PAY-IX) TO WS-PAY-REMAINING
           END-IF.
           ADD 1 TO WS-PAY-IX.

       AGE-ONE-INVOICE.
           IF WI-CUSTOMER-NO(WS-INV-IX) = CM-CUSTOMER-NO
               MOVE WI-GROSS(WS-INV-IX) TO WI-OPEN(WS-INV-IX)
               IF WS-PAY-REMAINING NOT < WI-OPEN(WS-INV-IX)
                   SUBTRACT WI-OPEN(WS-INV-IX)
                       FROM WS-PAY-REMAINING
                   MOVE ZERO TO WI-OPEN(WS-INV-IX)
               ELSE
                   SUBTRACT WS-PAY-REMAINING
                       FROM WI-OPEN(WS-INV-IX)
                   MOVE ZERO TO WS-PAY-REMAINING
               END-IF
               IF WI-OPEN(WS-INV-IX) > ZERO
                   PERFORM BUCKET-OPEN-AMOUNT
               END-IF
           END-IF.
           ADD 1 TO WS-INV-IX.

       BUCKET-OPEN-AMOUNT.
           PERFORM SET-INVOICE-AGE.
           IF WS-AGE-DAYS > WS-OLDEST-DAYS
               MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
           END-IF.
           IF WS-AGE-DAYS NOT > 30
               ADD WI-OPEN(WS-INV-IX) TO WS-BUCKET-CURRENT
           ELSE
               IF WS-AGE-DAYS NOT > 60
                   ADD WI-OPEN(WS-INV-IX) TO WS-BUCKET-31
               ELSE
                   IF WS-AGE-DAYS NOT > 90
                       ADD WI-OPEN(WS-INV-IX) TO WS-BUCKET-61
                   ELSE
                       ADD WI-OPEN(WS-INV-IX) TO WS-BUCKET-90
                   END-IF
               END-IF
           END-IF.

       SET-INVOICE-AGE.
           COMPUTE WS-INV-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WI-DATE(WS-INV-IX)).
           COMPUTE WS-AGE-DAYS = WS-AS-AT-DATE-INT - WS-INV-DATE-INT.

       READ-DUNNING-HISTORY.
           MOVE CM-CUSTOMER-NO TO DH-CUSTOMER-NO.
           MOVE 'Y' TO WS-DH-FOUND-SW.
           READ DUNNING-HISTORY
               INVALID KEY
                   MOVE 'N' TO WS-DH-FOUND-SW
           END-READ.
           IF NOT DH-REC-FOUND
               MOVE ZERO TO DUNNING-HISTORY-REC
               MOVE CM-CUSTOMER-NO TO DH-CUSTOMER-NO
           END-IF.

       CHECK-LETTER-DUE.
           MOVE 'Y' TO WS-LETTER-DUE-SW.
           IF DH-SENT-DATE(WS-LEVEL-DUE) > ZERO
               COMPUTE WS-SENT-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (DH-SENT-DATE(WS-LEVEL-DUE))
               COMPUTE WS-DAYS-SINCE =
                   WS-AS-AT-DATE-INT - WS-SENT-DATE-INT
               IF WS-DAYS-SINCE < WS-RESEND-DAYS
                   MOVE 'N' TO WS-LETTER-DUE-SW
               END-IF
           END-IF.

       SEND-LETTER.
           PERFORM WRITE-LETTER.
           MOVE WS-AS-AT-DATE TO DH-SENT-DATE(WS-LEVEL-DUE).
           ADD 1 TO DH-SENT-COUNT(WS-LEVEL-DUE).
           MOVE WS-OVERDUE TO DH-SENT-AMOUNT(WS-LEVEL-DUE).
           MOVE WS-LEVEL-DUE TO DH-CURRENT-LEVEL.
           MOVE ZERO TO DH-CLEARED-DATE.
           ADD 1 TO WS-LETTERS-SENT(WS-LEVEL-DUE).
           MOVE WLX-ACTION(WS-LEVEL-DUE) TO WS-ACTION.
           IF WS-LEVEL-DUE = 3
               PERFORM SET-STOP-SUPPLY
           END-IF.

      * Only a stop set here is recorded on the history, so only a
      * stop set here is lifted here. A customer already stopped by
      * hand is left as MASTMNT has it.
       SET-STOP-SUPPLY.
           IF NOT CM-SUPPLY-STOPPED
               MOVE 'Y' TO CM-STOP-SUPPLY
               REWRITE CUSTOMER-MASTER-REC
                   INVALID KEY
                       DISPLAY "STOP NOT SET FOR " CM-CUSTOMER-NO
                           ", STATUS: " WS-CM-STATUS
               END-REWRITE
               ADD 1 TO WS-STOPS-SET
               MOVE WS-AS-AT-DATE TO DH-STOP-DATE
           END-IF.

       LIFT-STOP-SUPPLY.
           IF CM-SUPPLY-STOPPED
               MOVE 'N' TO CM-STOP-SUPPLY
               REWRITE CUSTOMER-MASTER-REC
                   INVALID KEY
                       DISPLAY "STOP NOT LIFTED FOR " CM-CUSTOMER-NO
                           ", STATUS: " WS-CM-STATUS
               END-REWRITE
               ADD 1 TO WS-STOPS-LIFTED
               MOVE "LIFT" TO WS-STOP-FLAG
               MOVE 'Y' TO WS-LIST-SW
           END-IF.
           MOVE ZERO TO DH-STOP-DATE.

      * Nothing overdue any more: the levels start again from a
      * reminder next time. The counts are kept as the customer's
      * record of how often they have been chased.
       CLEAR-DUNNING-LEVELS.
           MOVE ZERO TO DH-CURRENT-LEVEL.
           MOVE ZERO TO DH-SENT-DATE(1).
           MOVE ZERO TO DH-SENT-DATE(2).
           MOVE ZERO TO DH-SENT-DATE(3).
           MOVE WS-AS-AT-DATE TO DH-CLEARED-DATE.

       SAVE-DUNNING-HISTORY.
           MOVE WS-AS-AT-DATE TO DH-LAST-RUN-DATE.
           IF DH-REC-FOUND
               REWRITE DUNNING-HISTORY-REC
                   INVALID KEY
                       DISPLAY "DUNNING HISTORY NOT UPDATED FOR "
                           DH-CUSTOMER-NO ", STATUS: " WS-DH-STATUS
               END-REWRITE
           ELSE
               WRITE DUNNING-HISTORY-REC
                   INVALID KEY
                       DISPLAY "DUNNING HISTORY NOT WRITTEN FOR "
                           DH-CUSTOMER-NO ", STATUS: " WS-DH-STATUS
               END-WRITE
           END-IF.

       WRITE-LETTER.
           MOVE ALL "=" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-AS-AT-DATE TO WS-WORK-DATE.
           PERFORM EDIT-WORK-DATE.
           MOVE WS-EDIT-DATE TO WLD-DATE.
           MOVE WS-LTR-DATE-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CM-CUSTOMER-NAME TO WLT-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-NO TO WLT-CUSTOMER-NO.
           MOVE WS-LTR-TO-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WLX-TITLE(WS-LEVEL-DUE) TO WLX-TEXT.
           MOVE WS-LTR-TEXT-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 1 TO WS-BODY-IX.
           PERFORM WRITE-LETTER-BODY-LINE UNTIL WS-BODY-IX > 3.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-LTR-INV-HDR-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 1 TO WS-INV-IX.
           PERFORM WRITE-LETTER-INVOICE
               UNTIL WS-INV-IX > WS-INV-COUNT.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "TOTAL OVERDUE" TO WLS-LABEL.
           MOVE WS-OVERDUE TO WLS-AMOUNT.
           MOVE WS-LTR-TOTAL-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "TOTAL OUTSTANDING" TO WLS-LABEL.
           MOVE WS-OUTSTANDING TO WLS-AMOUNT.
           MOVE WS-LTR-TOTAL-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "PLEASE QUOTE YOUR CUSTOMER NUMBER WITH YOUR PAYMENT."
               TO WLX-TEXT.
           MOVE WS-LTR-TEXT-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "ACCOUNTS DEPARTMENT" TO WLX-TEXT.
           MOVE WS-LTR-TEXT-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

       WRITE-LETTER-BODY-LINE.
           MOVE WLX-BODY(WS-LEVEL-DUE, WS-BODY-IX) TO WLX-TEXT.
           MOVE WS-LTR-TEXT-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           ADD 1 TO WS-BODY-IX.

      * Only invoices past their 30-day terms with something still
      * open are listed; those not yet due are in the outstanding
      * total.
       WRITE-LETTER-INVOICE.
           IF WI-CUSTOMER-NO(WS-INV-IX) = CM-CUSTOMER-NO
               AND WI-OPEN(WS-INV-IX) > ZERO
               PERFORM SET-INVOICE-AGE
               IF WS-AGE-DAYS > 30
                   MOVE WI-INVOICE-NO(WS-INV-IX) TO WLI-INVOICE-NO
                   MOVE WI-DATE(WS-INV-IX) TO WS-WORK-DATE
                   PERFORM EDIT-WORK-DATE
                   MOVE WS-EDIT-DATE TO WLI-DATE
                   MOVE WS-AGE-DAYS TO WLI-DAYS
                   MOVE WI-OPEN(WS-INV-IX) TO WLI-AMOUNT
                   MOVE WS-LTR-INV-LINE TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
           END-IF.
           ADD 1 TO WS-INV-IX.

       EDIT-WORK-DATE.
           COMPUTE WS-EDIT-DATE =
               WS-WD-DD * 1000000 + WS-WD-MM * 10000 + WS-WD-CCYY.

       RELEASE-WORKLIST-ENTRY.
           IF CM-SUPPLY-STOPPED
               MOVE "STOP" TO WS-STOP-FLAG
           END-IF.
           MOVE SPACES TO SORT-REC.
           MOVE WS-LEVEL-DUE TO S-LEVEL.
           MOVE WS-OVERDUE TO S-OVERDUE.
           MOVE CM-CUSTOMER-NO TO S-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME TO S-CUSTOMER-NAME.
           MOVE WS-OLDEST-DAYS TO S-OLDEST-DAYS.
           MOVE WS-BUCKET-90 TO S-OVER-90.
           MOVE WS-ACTION TO S-ACTION.
           MOVE WS-STOP-FLAG TO S-STOP-FLAG.
           RELEASE SORT-REC.

       LIST-THE-WORKLIST.
           MOVE 'N' TO E-O-F.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-RETURN.
           PERFORM LIST-ONE-ENTRY UNTIL E-O-F = 'Y'.
           IF NOT FIRST-LEVEL
               PERFORM FINISH-LEVEL
           END-IF.

       LIST-ONE-ENTRY.
           IF FIRST-LEVEL
               PERFORM START-LEVEL
           ELSE
               IF S-LEVEL NOT = WS-CURR-LEVEL
                   PERFORM FINISH-LEVEL
                   PERFORM START-LEVEL
               END-IF
           END-IF.
           PERFORM WRITE-WORKLIST-DETAIL.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-RETURN.

       START-LEVEL.
           MOVE 'N' TO WS-FIRST-SW.
           MOVE S-LEVEL TO WS-CURR-LEVEL.
           MOVE ZERO TO WS-LVL-COUNT.
           MOVE ZERO TO WS-LVL-OVERDUE.
           MOVE ZERO TO WS-LVL-OVER-90.
           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           IF S-LEVEL > ZERO
               MOVE WLX-GROUP(S-LEVEL) TO WWL-GROUP
           ELSE
               MOVE "NOTHING OVERDUE - STOP LIFTED" TO WWL-GROUP
           END-IF.
           MOVE WS-WRK-LEVEL-LINE TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

       FINISH-LEVEL.
           MOVE "CUSTOMERS: " TO WWT-LABEL.
           MOVE WS-LVL-COUNT TO WWT-COUNT.
           MOVE WS-LVL-OVERDUE TO WWT-OVERDUE.
           MOVE WS-LVL-OVER-90 TO WWT-OVER-90.
           MOVE WS-WRK-TOTAL-LINE TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

       WRITE-WORKLIST-DETAIL.
           MOVE S-CUSTOMER-NO TO WWD-CUSTOMER-NO.
           MOVE S-CUSTOMER-NAME TO WWD-CUSTOMER-NAME.
           MOVE S-OLDEST-DAYS TO WWD-OLDEST-DAYS.
           MOVE S-OVERDUE TO WWD-OVERDUE.
           MOVE S-OVER-90 TO WWD-OVER-90.
           MOVE S-ACTION TO WWD-ACTION.
           MOVE S-STOP-FLAG TO WWD-STOP-FLAG.
           MOVE WS-WRK-DETAIL-LINE TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           ADD 1 TO WS-LVL-COUNT.
           ADD S-OVERDUE TO WS-LVL-OVERDUE.
           ADD S-OVER-90 TO WS-LVL-OVER-90.
           ADD 1 TO WS-GRAND-COUNT.
           ADD S-OVERDUE TO WS-GRAND-OVERDUE.
           ADD S-OVER-90 TO WS-GRAND-OVER-90.

       WRITE-WORKLIST-TOTAL.
           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE "TOTAL      " TO WWT-LABEL.
           MOVE WS-GRAND-COUNT TO WWT-COUNT.
           MOVE WS-GRAND-OVERDUE TO WWT-OVERDUE.
           MOVE WS-GRAND-OVER-90 TO WWT-OVER-90.
           MOVE WS-WRK-TOTAL-LINE TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
