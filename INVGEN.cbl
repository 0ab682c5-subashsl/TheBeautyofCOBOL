      *   across days - the history is what the statement and aged
      *   receivables runs read, the same role PAYHIST.TXT plays
      *   for payments.
      * - A second permanent history, the invoice tax analysis
      *   (INVTAXH.TXT), is appended alongside the invoice history:
      *   one unedited record per invoice per tax category carrying
      *   the category, its rate, the taxable value and the tax.
      *   The invoice history holds only each invoice's total tax,
      *   and the daily GL journal (GLJRNL) has to post sales and
      *   output tax to the account for each category. The records
      *   of one invoice sum exactly to its history record's net
      *   and tax. INVGEN-TAXHIST overrides the file name.
      * - Proof-of-delivery invoicing. Every invoice raised now
      *   marks its challan invoiced, with the invoice number, on
      *   the delivery-status file (DELSTAT.TXT) ARCHCONS opens at
      *   dispatch. With INVGEN-MODE=POD, a challan for a customer
      *   flagged CM-INVOICE-ON-DELIVERY on CUSTMAST is invoiced
      *   only once DELCONF has posted its delivery confirmation:
      *   until then it is skipped here and marked waiting on the
      *   status file. After the day's FILE2 the POD run invoices
      *   every waiting challan that has since been confirmed,
      *   taking its lines from the month-to-date archive; one the
      *   archive no longer holds (MTHCLOSE has cut the month off)
      *   stays waiting and is counted for accounts to invoice by
      *   hand. The invoice bills the challan as dispatched, the
      *   value COPYPROG2 added to the customer balance; a short
      *   delivery is credited through CRNOTE off DELCONF's
      *   discrepancy report. Customers not flagged, and every
      *   customer when the mode is not set, invoice on dispatch
      *   exactly as before. INVGEN-DELSTAT and INVGEN-ARCHIVE
      *   override the file names.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVGEN.
           ACCESS MODE IS RANDOM
           RECORD KEY IS TX-TAX-CATEGORY
           FILE STATUS IS WS-TX-STATUS.
           SELECT DELIVERY-STATUS-FILE ASSIGN DYNAMIC WS-DELSTAT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DS-KEY
           FILE STATUS IS WS-DS-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCH-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCH-KEY = A-CHALLAN-DATE A-CUSTOMER-NO
               A-CHALLAN-NO A-ITEM-NO A-LINE-SEQ
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT INVOICE-FILE ASSIGN DYNAMIC WS-INVFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HISTFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-HISTORY-FILE ASSIGN DYNAMIC WS-TAXHIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN DYNAMIC WS-CTLFILE-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
      * the record on file.
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

       FD ITEM-MASTER
          LABEL RECORDS STANDARD.
          05 TX-TAX-DESCRIPTION PIC X(20).
          05 TX-RATE-PCT PIC 9(2)V99.

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

      * Layout mirrors ARCH-REC as written by ARCHCONS. The daily
      * fields from A-CUSTOMER-NO to A-LINE-SEQ keep the FILE2 layout,
      * so a waiting challan's lines are invoiced by moving
      * A-DAILY-RECORD into CHALLAN-REC.
       FD ARCHIVE-FILE
          LABEL RECORDS STANDARD.
       01 ARCH-REC.
          05 A-CHALLAN-DATE PIC 9(8).
          05 FILLER PIC X(3).
          05 A-DAILY-RECORD.
             10 A-CUSTOMER-NO PIC X(5).
             10 FILLER PIC X(3).
             10 A-CHALLAN-NO PIC X(4).
             10 FILLER PIC X(3).
             10 A-CHALLAN-DATE-EDIT PIC X(10).
             10 FILLER PIC X(3).
             10 A-ITEM-NO PIC X(5).
             10 FILLER PIC X(99).
             10 A-LINE-SEQ PIC 9(3).
          05 FILLER PIC X(12).

       FD INVOICE-FILE
          LABEL RECORDS STANDARD.
       01 INVOICE-LINE PIC X(80).
          05 IH-TAX PIC 9(8)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-GROSS PIC 9(9)V99.
      * Void marker, void date and replacement invoice number are
      * set by INVVOID; a new invoice is written with them blank.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-STATUS PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-VOID-DATE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-REPLACED-BY PIC X(6).

      * One unedited record per category on each finished invoice,
      * appended across runs - the per-category detail behind the
      * history record's net and tax, read by the GL journal run.
       FD TAX-HISTORY-FILE
          LABEL RECORDS STANDARD.
       01 TAX-HISTORY-REC.
          05 IT-INVOICE-NO PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-INVOICE-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-TAX-CATEGORY PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-TAX-RATE PIC 9(2)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-TAXABLE PIC 9(9)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-TAX PIC 9(8)V99.
      * Blank for an invoice; INVVOID appends the same figures with
      * 'V' here to reverse a voided invoice out of the GL journal.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-ENTRY-TYPE PIC X(1).

      * One-record RELATIVE control file holding the next invoice
      * number and the tax rate, same single-record technique as

      * Shared run-control file for the daily sequence - one record
      * per step (1 CHALSORT, 2 COPYPROG2, 3 ARCHCONS, 4 STKPOST,
      * 5 INVGEN, 6 FILE2EXT, 7 GLJRNL) holding the business date
      * and the completion stamp, the one-record RELATIVE technique
      * COPYPROG's CHECKPOINT-FILE uses. RUN-LOG-FILE keeps the
      * appended completion history RUNSHEET prints from.
       FD RUN-CONTROL-FILE
       01 WS-INVFILE-NAME PIC X(100).
       01 WS-REGFILE-NAME PIC X(100).
       01 WS-HISTFILE-NAME PIC X(100).
       01 WS-TAXHIST-NAME PIC X(100).
       01 WS-CTLFILE-NAME PIC X(100).
       01 WS-RUNCTL-NAME PIC X(100).
       01 WS-RUNLOG-NAME PIC X(100).
          88 IM-FILE-OK VALUE '00'.
       01 WS-TX-STATUS PIC XX.
          88 TX-FILE-OK VALUE '00'.
       01 WS-DELSTAT-NAME PIC X(100).
       01 WS-ARCH-NAME PIC X(100).
       01 WS-DS-STATUS PIC XX.
          88 DS-FILE-OK VALUES '00' '02'.
          88 DS-FILE-NOT-FOUND VALUES '23' '35'.
       01 WS-ARCH-STATUS PIC XX.
          88 ARCH-FILE-OK VALUES '00' '02'.
       01 WS-INVGEN-MODE PIC X(3) VALUE SPACES.
          88 POD-MODE VALUE "POD".
       01 WS-ARCH-OPEN-SW PIC X VALUE 'N'.
          88 ARCHIVE-OPEN VALUE 'Y'.
       01 WS-CTL-KEY PIC 9(4) VALUE 1.
       01 WS-CTL-STATUS PIC XX.
          88 CTL-FILE-OK VALUES '00' '02'.
       01 WS-PREV-CUSTOMER-NO PIC X(5) VALUE SPACES.
       01 WS-PREV-CHALLAN-NO PIC X(4) VALUE SPACES.
       01 WS-CURRENT-CUSTOMER-NAME PIC X(30).

      * Proof-of-delivery hold and release. WS-DS-DATE is the
      * challan date turned to ccyymmdd for the status-file key;
      * WS-RLS-DATE-DDMMYYYY is the archive key's date back from a
      * status record.
       01 WS-CHALLAN-HELD-SW PIC X VALUE 'N'.
          88 CHALLAN-HELD VALUE 'Y'.
       01 WS-DS-FOUND-SW PIC X.
          88 DS-REC-FOUND VALUE 'Y'.
       01 WS-DS-DATE-EDIT PIC X(10).
       01 WS-DS-DATE-PARTS REDEFINES WS-DS-DATE-EDIT.
          05 WS-DSE-DD PIC 99.
          05 FILLER PIC X.
          05 WS-DSE-MM PIC 99.
          05 FILLER PIC X.
          05 WS-DSE-CCYY PIC 9(4).
       01 WS-DS-DATE PIC 9(8).
       01 WS-RLS-DATE PIC 9(8).
       01 WS-RLS-DATE-SPLIT REDEFINES WS-RLS-DATE.
          05 WS-RLS-CCYY PIC 9(4).
          05 WS-RLS-MM PIC 99.
          05 WS-RLS-DD PIC 99.
       01 WS-RLS-DATE-DDMMYYYY PIC 9(8).
       01 WS-DS-EOF-SW PIC X.
          88 DS-BROWSE-DONE VALUE 'Y'.
       01 WS-ARCH-EOF-SW PIC X.
          88 ARCH-CHALLAN-DONE VALUE 'Y'.
       01 WS-CHALLANS-HELD PIC 9(7) VALUE ZERO.
       01 WS-CHALLANS-RELEASED PIC 9(7) VALUE ZERO.
       01 WS-RELEASE-NOT-ON-ARCH PIC 9(7) VALUE ZERO.
       01 WS-RELEASE-OVERFLOW PIC 9(7) VALUE ZERO.
      * Confirmed challans waiting to be invoiced, gathered off the
      * status file first so it is not being browsed while the
      * invoices rewrite it. Past 500 in one run the rest are
      * counted and picked up on the next run.
       01 WS-RLS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RLS-IX PIC 9(3).
       01 WS-RELEASE-TABLE.
          05 WS-RLS-KEY PIC X(17) OCCURS 500 TIMES.
       01 WS-INV-SUBTOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-INV-TAX PIC 9(8)V99 VALUE ZERO.
       01 WS-INV-TOTAL PIC 9(9)V99 VALUE ZERO.
               STOP RUN
           END-IF.
           PERFORM OPEN-CONTROL-FILE.
           PERFORM OPEN-DELIVERY-STATUS-FILE.
           IF POD-MODE
               OPEN INPUT ARCHIVE-FILE
               IF ARCH-FILE-OK
                   MOVE 'Y' TO WS-ARCH-OPEN-SW
               ELSE
                   DISPLAY "UNABLE TO OPEN ARCHIVE-FILE, STATUS: "
                       WS-ARCH-STATUS " - CONFIRMED CHALLANS NOT "
                       "RELEASED THIS RUN"
               END-IF
           END-IF.
           OPEN OUTPUT INVOICE-FILE.
           OPEN OUTPUT REGISTER-FILE.
           OPEN EXTEND HISTORY-FILE.
           OPEN EXTEND TAX-HISTORY-FILE.
           READ CHALLAN-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-LINES-READ
           IF INVOICE-OPEN
               PERFORM FINISH-INVOICE
           END-IF.
           IF ARCHIVE-OPEN
               PERFORM RELEASE-CONFIRMED-CHALLANS
           END-IF.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM REWRITE-CONTROL.
           DISPLAY "Invoices generated."
               " NET: " WS-GRAND-NET
               " TAX: " WS-GRAND-TAX
               " GROSS: " WS-GRAND-GROSS.
           IF POD-MODE
               DISPLAY "DELIVERY - HELD: " WS-CHALLANS-HELD
                   " RELEASED: " WS-CHALLANS-RELEASED
                   " NOT ON ARCHIVE: " WS-RELEASE-NOT-ON-ARCH
                   " DEFERRED: " WS-RELEASE-OVERFLOW
           END-IF.
           CLOSE CHALLAN-FILE CUSTOMER-MASTER ITEM-MASTER
                 TAX-RATE-MASTER CONTROL-FILE DELIVERY-STATUS-FILE
                 INVOICE-FILE REGISTER-FILE HISTORY-FILE
                 TAX-HISTORY-FILE.
           IF ARCHIVE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

                   MOVE "D:\PROGRAMMING\COBOL\INVHIST.TXT"
                       TO WS-HISTFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVTAXH.TXT" TO WS-TAXHIST-NAME.
           ACCEPT WS-TAXHIST-NAME FROM ENVIRONMENT "INVGEN-TAXHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVTAXH.TXT"
                       TO WS-TAXHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVCTL.DAT" TO WS-CTLFILE-NAME.
           ACCEPT WS-CTLFILE-NAME FROM ENVIRONMENT "INVGEN-CTLFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVCTL.DAT"
                       TO WS-CTLFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\DELSTAT.TXT" TO WS-DELSTAT-NAME.
           ACCEPT WS-DELSTAT-NAME FROM ENVIRONMENT "INVGEN-DELSTAT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\DELSTAT.TXT"
                       TO WS-DELSTAT-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\FILE2MTD.TXT" TO WS-ARCH-NAME.
           ACCEPT WS-ARCH-NAME FROM ENVIRONMENT "INVGEN-ARCHIVE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\FILE2MTD.TXT"
                       TO WS-ARCH-NAME
           END-ACCEPT.
           MOVE SPACES TO WS-INVGEN-MODE.
           ACCEPT WS-INVGEN-MODE FROM ENVIRONMENT "INVGEN-MODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-INVGEN-MODE
           END-ACCEPT.

       OPEN-CONTROL-FILE.
           OPEN I-O CONTROL-FILE.
                       "NEXT INVOICE 000001, TAX RATE 10.00 PCT"
           END-READ.

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

       REWRITE-CONTROL.
           REWRITE CONTROL-REC
               INVALID KEY
               IF INVOICE-OPEN
                   PERFORM FINISH-INVOICE
               END-IF
               PERFORM CHECK-DELIVERY-RELEASE
               IF CHALLAN-HELD
                   PERFORM HOLD-CHALLAN
               ELSE
                   PERFORM START-INVOICE
               END-IF
           END-IF.
           IF NOT CHALLAN-HELD
               PERFORM WRITE-INVOICE-DETAIL
           END-IF.
           READ CHALLAN-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-LINES-READ
           MOVE IC-NEXT-INVOICE-NO TO WS-INVOICE-NO.
           ADD 1 TO IC-NEXT-INVOICE-NO.
           PERFORM REWRITE-CONTROL.
           PERFORM MARK-CHALLAN-INVOICED.
           MOVE ZERO TO WS-INV-SUBTOTAL.
           MOVE ZERO TO WS-ITC-COUNT.
           MOVE 'Y' TO WS-INV-OPEN-SW.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO CM-CUSTOMER-NAME
                   MOVE 'N' TO CM-POD-INVOICING
           END-READ.
           MOVE CM-CUSTOMER-NAME TO WS-CURRENT-CUSTOMER-NAME.

      * Only in POD mode, and only for a customer flagged to be
      * invoiced on delivery, is a challan held: it is invoiced
      * here once DELCONF has confirmed it, otherwise it waits for
      * the release pass of a later run.
       CHECK-DELIVERY-RELEASE.
           MOVE 'N' TO WS-CHALLAN-HELD-SW.
           IF POD-MODE
               IF O-CUSTOMER-NO NOT = CM-CUSTOMER-NO
                   PERFORM LOOKUP-CUSTOMER-NAME
               END-IF
               IF CM-INVOICE-ON-DELIVERY
                   PERFORM READ-DELIVERY-STATUS
                   IF NOT DS-REC-FOUND OR NOT DS-DELIVERY-CONFIRMED
                       MOVE 'Y' TO WS-CHALLAN-HELD-SW
                   END-IF
               END-IF
           END-IF.

      * A held challan's lines are skipped; the status record is
      * marked waiting so the release pass picks it up once the
      * delivery is confirmed. A challan ARCHCONS has not yet opened
      * a record for gets one here, awaiting delivery.
       HOLD-CHALLAN.
           MOVE O-CUSTOMER-NO TO WS-PREV-CUSTOMER-NO.
           MOVE O-CHALLAN-NO TO WS-PREV-CHALLAN-NO.
           ADD 1 TO WS-CHALLANS-HELD.
           IF DS-REC-FOUND
               MOVE 'W' TO DS-INVOICE-STATUS
               REWRITE DELIVERY-STATUS-REC
                   INVALID KEY
                       DISPLAY "DELIVERY STATUS NOT UPDATED FOR "
                           DS-KEY ", STATUS: " WS-DS-STATUS
               END-REWRITE
           ELSE
               MOVE SPACES TO DELIVERY-STATUS-REC
               PERFORM SET-DELIVERY-KEY
               MOVE 'D' TO DS-STATUS
               MOVE ZERO TO DS-DISPATCH-QTY DS-DISPATCH-VALUE
                   DS-DELIVERED-DATE DS-CONFIRMED-ON DS-SHORT-QTY
                   DS-SHORT-VALUE DS-INVOICE-NO
               MOVE 'W' TO DS-INVOICE-STATUS
               WRITE DELIVERY-STATUS-REC
                   INVALID KEY
                       DISPLAY "DELIVERY STATUS NOT WRITTEN FOR "
                           DS-KEY ", STATUS: " WS-DS-STATUS
               END-WRITE
           END-IF.

       SET-DELIVERY-KEY.
           MOVE O-CHALLAN-DATE TO WS-DS-DATE-EDIT.
           COMPUTE WS-DS-DATE =
               WS-DSE-CCYY * 10000 + WS-DSE-MM * 100 + WS-DSE-DD.
           MOVE O-CUSTOMER-NO TO DS-CUSTOMER-NO.
           MOVE O-CHALLAN-NO TO DS-CHALLAN-NO.
           MOVE WS-DS-DATE TO DS-CHALLAN-DATE.

       READ-DELIVERY-STATUS.
           PERFORM SET-DELIVERY-KEY.
           SET DS-REC-FOUND TO TRUE.
           READ DELIVERY-STATUS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-DS-FOUND-SW
           END-READ.

      * Every invoice raised, in either mode, is recorded against
      * its challan's status record so DELAGE and the collections
      * desk can see what has been billed.
       MARK-CHALLAN-INVOICED.
           PERFORM READ-DELIVERY-STATUS.
           IF DS-REC-FOUND
               MOVE 'I' TO DS-INVOICE-STATUS
               MOVE WS-INVOICE-NO TO DS-INVOICE-NO
               REWRITE DELIVERY-STATUS-REC
                   INVALID KEY
                       DISPLAY "DELIVERY STATUS NOT UPDATED FOR "
                           DS-KEY ", STATUS: " WS-DS-STATUS
               END-REWRITE
           END-IF.

      * Release pass: confirmed challans still waiting are invoiced
      * off the month-to-date archive, whose daily fields are the
      * FILE2 layout, so the normal invoice paragraphs serve.
       RELEASE-CONFIRMED-CHALLANS.
           MOVE ZERO TO WS-RLS-COUNT.
           MOVE 'N' TO WS-DS-EOF-SW.
           MOVE LOW-VALUES TO DS-KEY.
           START DELIVERY-STATUS-FILE KEY IS NOT LESS THAN DS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DS-EOF-SW
           END-START.
           PERFORM COLLECT-WAITING-CHALLAN UNTIL DS-BROWSE-DONE.
           MOVE SPACES TO WS-PREV-CUSTOMER-NO WS-PREV-CHALLAN-NO.
           MOVE 1 TO WS-RLS-IX.
           PERFORM RELEASE-ONE-CHALLAN UNTIL WS-RLS-IX > WS-RLS-COUNT.

       COLLECT-WAITING-CHALLAN.
           READ DELIVERY-STATUS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DS-EOF-SW
               NOT AT END
                   IF DS-INVOICE-WAITING AND DS-DELIVERY-CONFIRMED
                       IF WS-RLS-COUNT < 500
                           ADD 1 TO WS-RLS-COUNT
                           MOVE DS-KEY TO WS-RLS-KEY(WS-RLS-COUNT)
                       ELSE
                           ADD 1 TO WS-RELEASE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       RELEASE-ONE-CHALLAN.
           MOVE WS-RLS-KEY(WS-RLS-IX) TO DS-KEY.
           MOVE DS-CHALLAN-DATE TO WS-RLS-DATE.
           COMPUTE WS-RLS-DATE-DDMMYYYY =
               WS-RLS-DD * 1000000 + WS-RLS-MM * 10000 + WS-RLS-CCYY.
           MOVE WS-RLS-DATE-DDMMYYYY TO A-CHALLAN-DATE.
           MOVE DS-CUSTOMER-NO TO A-CUSTOMER-NO.
           MOVE DS-CHALLAN-NO TO A-CHALLAN-NO.
           MOVE LOW-VALUES TO A-ITEM-NO.
           MOVE ZERO TO A-LINE-SEQ.
           MOVE 'N' TO WS-ARCH-EOF-SW.
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCH-EOF-SW
           END-START.
           IF NOT ARCH-CHALLAN-DONE
               PERFORM READ-NEXT-RELEASE-LINE
           END-IF.
           IF ARCH-CHALLAN-DONE
               ADD 1 TO WS-RELEASE-NOT-ON-ARCH
           ELSE
               MOVE A-DAILY-RECORD TO CHALLAN-REC
               PERFORM START-INVOICE
               PERFORM RELEASE-ONE-LINE UNTIL ARCH-CHALLAN-DONE
               PERFORM FINISH-INVOICE
               ADD 1 TO WS-CHALLANS-RELEASED
           END-IF.
           ADD 1 TO WS-RLS-IX.

       RELEASE-ONE-LINE.
           MOVE A-DAILY-RECORD TO CHALLAN-REC.
           PERFORM WRITE-INVOICE-DETAIL.
           PERFORM READ-NEXT-RELEASE-LINE.

       READ-NEXT-RELEASE-LINE.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SW
               NOT AT END
                   IF A-CHALLAN-DATE NOT = WS-RLS-DATE-DDMMYYYY
                       OR A-CUSTOMER-NO NOT = DS-CUSTOMER-NO
                       OR A-CHALLAN-NO NOT = DS-CHALLAN-NO
                       MOVE 'Y' TO WS-ARCH-EOF-SW
                   END-IF
           END-READ.

       WRITE-INVOICE-DETAIL.
           COMPUTE WS-LINE-QUANTITY =
               FUNCTION NUMVAL-C(O-QUANTITY).
           WRITE INVOICE-LINE.
           PERFORM WRITE-REGISTER-DETAIL.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE 1 TO WS-ITC-IX.
           PERFORM WRITE-ONE-TAX-HISTORY
               UNTIL WS-ITC-IX > WS-ITC-COUNT.
           PERFORM ROLL-TAXCATS-TO-REGISTER.
           ADD WS-INV-SUBTOTAL TO WS-GRAND-NET.
           ADD WS-INV-TAX TO WS-GRAND-TAX.
           MOVE WS-INV-TOTAL TO IH-GROSS.
           WRITE HISTORY-REC.

       WRITE-ONE-TAX-HISTORY.
           MOVE SPACES TO TAX-HISTORY-REC.
           MOVE WS-INVOICE-NO TO IT-INVOICE-NO.
           MOVE WS-RUN-DATE TO IT-INVOICE-DATE.
           MOVE WS-PREV-CUSTOMER-NO TO IT-CUSTOMER-NO.
           MOVE WS-ITC-CAT(WS-ITC-IX) TO IT-TAX-CATEGORY.
           MOVE WS-ITC-RATE(WS-ITC-IX) TO IT-TAX-RATE.
           MOVE WS-ITC-TAXABLE(WS-ITC-IX) TO IT-TAXABLE.
           MOVE WS-ITC-TAX(WS-ITC-IX) TO IT-TAX.
           WRITE TAX-HISTORY-REC.
           ADD 1 TO WS-ITC-IX.

       WRITE-REGISTER-TOTALS.
           MOVE WS-INVOICES-WRITTEN TO WSRG-COUNT.
           MOVE WS-GRAND-NET TO WSRG-NET.
