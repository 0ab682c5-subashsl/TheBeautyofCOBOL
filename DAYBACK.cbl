      ******************************************************************
      * Author:SUBASH S L
      * Date: 13.9.2026
      * Purpose: Supervisor-run backout of a business day. Restores
      * the snapshot DAYSNAP took at the front of the chosen business
      * date's sequence, putting back everything the day changed in
      * place - CUSTMAST (the CM-OUTSTANDING-BAL postings), ITEMMAST,
      * TAXMAST, STOCKBAL, the PO lines, the MTD archive, the
      * delivery-status file, the transfer file, the INVCTL,
      * CRNCTL, CHLCTL and GLCTL number-control records, the
      * run-control file and the stock ledger - and trims the
      * histories the day appended to (INVHIST, INVTAXH, PAYHIST, the
      * run log and STKADJ.AUD) back to the record count each stood
      * at when the snapshot was taken. An invoice voided after the
      * snapshot has its void mark taken off again, its reversal
      * records being among those trimmed. A wrong day is then
      * simply rerun from DAYSNAP instead of being corrected by hand
      * through MASTMNT and STKADJ.
      *
      * The snapshot holds the state at the START of its business
      * date, so restoring a date backs out that day and every day
      * after it; the later generations are released from the
      * snapshot index once the restore is applied. A snapshot
      * without its trailer, or whose record count does not agree
      * with the trailer, is refused. The MASTMNT and PAYPOST audit
      * trails are left alone - they record what was keyed, and the
      * report printed here records what was taken back out.
      *
      * The business date is given in DAYBACK-DATE (ccyymmdd) and
      * the supervisor's ID in DAYBACK-SUPERVISOR; both are required.
      * Without DAYBACK-CONFIRM=Y the run is a preview: the backout
      * report (BACKOUT.TXT) lists what would be reversed and no
      * file is changed. File names are taken from environment
      * variables (DAYBACK-CUSTMAST, -ITEMMAST, -TAXMAST, -STOCKFILE,
      * -POFILE, -ARCHIVE, -INVCTL, -CRNCTL, -CHLCTL, -GLCTL,
      * -LEDGER, -INVHIST, -TAXHIST, -PAYHIST, -ADJAUD, -WORKFILE,
      * -REPORT, -DELSTAT, -XFERFILE; the shared SNAPSHOT-PREFIX,
      * SNAPSHOT-CTL, RUNCTL-FILE and RUNCTL-LOG) when set, falling
      * back to the hardcoded paths otherwise, same convention as
      * the other programs.
      *
      * Maintenance Log:
      * - The delivery-status file (DELSTAT.TXT) DAYSNAP now copies
      *   as file code DS is restored with the other indexed files,
      *   taking back the challans ARCHCONS opened and the invoice
      *   marks INVGEN set that day. Delivery confirmations DELCONF
      *   posted after the snapshot are taken back with it and must
      *   be posted again. A snapshot taken before DS existed simply
      *   leaves the file as it is.
      * - Stock is held per godown: STOCKBAL is keyed on location +
      *   item and its record is 64 bytes. The transfer file
      *   (XFERFILE.TXT) DAYSNAP now copies as file code XF is
      *   restored with the other indexed files, so the transfers
      *   STKXFER sent or received that day are taken back together
      *   with the stock balances they moved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYBACK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN DYNAMIC WS-SNAPFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SN-STATUS.
           SELECT SNAP-CONTROL-FILE ASSIGN DYNAMIC WS-SNAPCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-CTL-KEY
           FILE STATUS IS WS-CTL-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN DYNAMIC WS-CUSTMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CM-CUSTOMER-NO
           FILE STATUS IS WS-TGT-STATUS.
           SELECT ITEM-MASTER ASSIGN DYNAMIC WS-ITEMMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IM-ITEM-NO
           FILE STATUS IS WS-TGT-STATUS.
           SELECT TAX-RATE-MASTER ASSIGN DYNAMIC WS-TAXMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TX-TAX-CATEGORY
           FILE STATUS IS WS-TGT-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC WS-STOCKFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SB-KEY
           FILE STATUS IS WS-TGT-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN DYNAMIC WS-POFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-TGT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCH-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARCH-KEY = A-CHALLAN-DATE A-CUSTOMER-NO
               A-CHALLAN-NO A-ITEM-NO A-LINE-SEQ
           FILE STATUS IS WS-TGT-STATUS.
           SELECT DELIVERY-STATUS-FILE ASSIGN DYNAMIC WS-DELSTAT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DS-KEY
           FILE STATUS IS WS-TGT-STATUS.
           SELECT TRANSFER-FILE ASSIGN DYNAMIC WS-XFERFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TF-TRANSFER-NO
           FILE STATUS IS WS-TGT-STATUS.
           SELECT INVOICE-CONTROL-FILE ASSIGN DYNAMIC WS-INVCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-REL-KEY
           FILE STATUS IS WS-TGT-STATUS.
           SELECT NOTE-CONTROL-FILE ASSIGN DYNAMIC WS-CRNCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-REL-KEY
           FILE STATUS IS WS-TGT-STATUS.
           SELECT CHALLAN-CONTROL-FILE ASSIGN DYNAMIC WS-CHLCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-REL-KEY
           FILE STATUS IS WS-TGT-STATUS.
           SELECT GL-CONTROL-FILE ASSIGN DYNAMIC WS-GLCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-REL-KEY
           FILE STATUS IS WS-TGT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN DYNAMIC WS-RUNCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-REL-KEY
           FILE STATUS IS WS-TGT-STATUS.
           SELECT SEQUENTIAL-FILE ASSIGN DYNAMIC WS-SEQ-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TGT-STATUS.
           SELECT WORK-FILE ASSIGN DYNAMIC WS-WORKFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WK-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * Layout mirrors SNAPSHOT-REC as written by DAYSNAP.
       FD SNAPSHOT-FILE
          LABEL RECORDS STANDARD.
       01 SNAPSHOT-REC.
          05 SN-CODE PIC X(2).
          05 SN-KEY PIC 9(4).
          05 SN-IMAGE PIC X(200).
          05 SN-MARKER-VIEW REDEFINES SN-IMAGE.
             10 SN-MK-FILE-CODE PIC X(2).
             10 SN-MK-FOUND PIC X(1).
             10 SN-MK-COUNT PIC 9(7).
             10 FILLER PIC X(190).
          05 SN-VOID-VIEW REDEFINES SN-IMAGE.
             10 SN-VD-INVOICE-NO PIC 9(6).
             10 FILLER PIC X(194).
          05 SN-TRAILER-VIEW REDEFINES SN-IMAGE.
             10 SN-TR-BUSINESS-DATE PIC 9(8).
             10 SN-TR-TAKEN-DATE PIC 9(8).
             10 SN-TR-TAKEN-TIME PIC 9(6).
             10 SN-TR-INVHIST-COUNT PIC 9(7).
             10 SN-TR-TAXHIST-COUNT PIC 9(7).
             10 SN-TR-PAYHIST-COUNT PIC 9(7).
             10 SN-TR-RUNLOG-COUNT PIC 9(7).
             10 SN-TR-ADJAUD-COUNT PIC 9(7).
             10 SN-TR-RECORD-COUNT PIC 9(7).
             10 FILLER PIC X(136).

      * Layout mirrors SNAP-CONTROL-REC as kept by DAYSNAP.
       FD SNAP-CONTROL-FILE
          LABEL RECORDS STANDARD.
       01 SNAP-CONTROL-REC.
          05 SC-SLOT OCCURS 14 TIMES.
             10 SC-BUSINESS-DATE PIC 9(8).
             10 SC-TAKEN-DATE PIC 9(8).
             10 SC-TAKEN-TIME PIC 9(6).

      * The restore targets; record lengths as DAYSNAP copies them.
       FD CUSTOMER-MASTER
          LABEL RECORDS STANDARD.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(56).

       FD ITEM-MASTER
          LABEL RECORDS STANDARD.
       01 ITEM-MASTER-REC.
          05 IM-ITEM-NO PIC X(5).
          05 FILLER PIC X(99).

       FD TAX-RATE-MASTER
          LABEL RECORDS STANDARD.
       01 TAX-RATE-MASTER-REC.
          05 TX-TAX-CATEGORY PIC X(2).
          05 FILLER PIC X(24).

       FD STOCK-FILE
          LABEL RECORDS STANDARD.
       01 STOCK-REC.
          05 SB-KEY PIC X(7).
          05 FILLER PIC X(57).

       FD PURCHASE-ORDER-FILE
          LABEL RECORDS STANDARD.
       01 PURCHASE-ORDER-REC.
          05 PO-KEY PIC X(15).
          05 FILLER PIC X(39).

       FD ARCHIVE-FILE
          LABEL RECORDS STANDARD.
       01 ARCH-REC.
          05 A-CHALLAN-DATE PIC 9(8).
          05 FILLER PIC X(3).
          05 A-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(3).
          05 A-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(16).
          05 A-ITEM-NO PIC X(5).
          05 FILLER PIC X(99).
          05 A-LINE-SEQ PIC 9(3).
          05 FILLER PIC X(12).

       FD DELIVERY-STATUS-FILE
          LABEL RECORDS STANDARD.
       01 DELIVERY-STATUS-REC.
          05 DS-KEY PIC X(17).
          05 FILLER PIC X(113).

       FD TRANSFER-FILE
          LABEL RECORDS STANDARD.
       01 TRANSFER-REC.
          05 TF-TRANSFER-NO PIC X(6).
          05 FILLER PIC X(56).

       FD INVOICE-CONTROL-FILE
          LABEL RECORDS STANDARD.
       01 INVOICE-CONTROL-REC PIC X(10).

       FD NOTE-CONTROL-FILE
          LABEL RECORDS STANDARD.
       01 NOTE-CONTROL-REC PIC X(6).

       FD CHALLAN-CONTROL-FILE
          LABEL RECORDS STANDARD.
       01 CHALLAN-CONTROL-REC PIC X(4).

       FD GL-CONTROL-FILE
          LABEL RECORDS STANDARD.
       01 GL-CONTROL-REC PIC X(35).

       FD RUN-CONTROL-FILE
          LABEL RECORDS STANDARD.
       01 RUN-CONTROL-REC PIC X(15).

      * Any of the line sequential files: the appended histories are
      * trimmed through it and the stock ledger restored through it.
       FD SEQUENTIAL-FILE
          LABEL RECORDS STANDARD.
       01 SEQUENTIAL-REC PIC X(200).
      * Invoice history view, layout mirrors HISTORY-REC as appended
      * by INVGEN and marked by INVVOID.
       01 SEQ-INVOICE-REC.
          05 SQ-INVOICE-NO PIC 9(6).
          05 FILLER PIC X(1).
          05 SQ-INVOICE-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 SQ-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1).
          05 SQ-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(1).
          05 SQ-NET PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 SQ-TAX PIC 9(8)V99.
          05 FILLER PIC X(1).
          05 SQ-GROSS PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 SQ-STATUS PIC X(1).
             88 SQ-VOIDED VALUE 'V'.
          05 FILLER PIC X(1).
          05 SQ-VOID-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 SQ-REPLACED-BY PIC X(6).
          05 FILLER PIC X(121).
      * Payment history view, layout mirrors HISTORY-REC as appended
      * by PAYPOST and CRNOTE.
       01 SEQ-PAYMENT-REC.
          05 SQ-PAY-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1).
          05 SQ-PAYMENT-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 SQ-PAY-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 SQ-PAY-REFERENCE PIC X(10).
          05 FILLER PIC X(165).

       FD WORK-FILE
          LABEL RECORDS STANDARD.
       01 WORK-REC PIC X(200).

       FD REPORT-FILE
          LABEL RECORDS STANDARD.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 E-O-F PIC X VALUE 'N'.
       01 WS-SNAPFILE-NAME PIC X(100).
       01 WS-SNAP-PREFIX PIC X(90).
       01 WS-SNAPCTL-NAME PIC X(100).
       01 WS-CUSTMAST-NAME PIC X(100).
       01 WS-ITEMMAST-NAME PIC X(100).
       01 WS-TAXMAST-NAME PIC X(100).
       01 WS-STOCKFILE-NAME PIC X(100).
       01 WS-POFILE-NAME PIC X(100).
       01 WS-ARCH-NAME PIC X(100).
       01 WS-DELSTAT-NAME PIC X(100).
       01 WS-XFERFILE-NAME PIC X(100).
       01 WS-INVCTL-NAME PIC X(100).
       01 WS-CRNCTL-NAME PIC X(100).
       01 WS-CHLCTL-NAME PIC X(100).
       01 WS-GLCTL-NAME PIC X(100).
       01 WS-RUNCTL-NAME PIC X(100).
       01 WS-RUNLOG-NAME PIC X(100).
       01 WS-LEDGER-NAME PIC X(100).
       01 WS-INVHIST-NAME PIC X(100).
       01 WS-TAXHIST-NAME PIC X(100).
       01 WS-PAYHIST-NAME PIC X(100).
       01 WS-ADJAUD-NAME PIC X(100).
       01 WS-SEQ-NAME PIC X(100).
       01 WS-WORKFILE-NAME PIC X(100).
       01 WS-REPORT-NAME PIC X(100).
       01 WS-SN-STATUS PIC XX.
          88 SN-FILE-OK VALUE '00'.
          88 SN-FILE-NOT-FOUND VALUE '35'.
       01 WS-CTL-KEY PIC 9(4) VALUE 1.
       01 WS-CTL-STATUS PIC XX.
          88 CTL-FILE-OK VALUES '00' '02'.
          88 CTL-FILE-NOT-FOUND VALUES '23' '35'.
       01 WS-TGT-STATUS PIC XX.
          88 TGT-FILE-OK VALUES '00' '02'.
          88 TGT-FILE-NOT-FOUND VALUE '35'.
       01 WS-WK-STATUS PIC XX.
          88 WK-FILE-OK VALUE '00'.
       01 WS-REL-KEY PIC 9(4).

       01 WS-BACKOUT-DATE-IN PIC X(8).
       01 WS-BACKOUT-DATE PIC 9(8).
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-CONFIRM-SW PIC X VALUE 'N'.
          88 BACKOUT-CONFIRMED VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SLOT-IX PIC 9(2).
       01 WS-SLOT-NO PIC 9(2).
       01 WS-SLOTS-RELEASED PIC 9(2) VALUE ZERO.

       01 WS-TRAILER-SW PIC X VALUE 'N'.
          88 TRAILER-FOUND VALUE 'Y'.
       01 WS-SNAP-RECORDS PIC 9(7).
       01 WS-EXPECTED-RECORDS PIC 9(7).
       01 WS-SNAP-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-SNAP-TAKEN-DATE PIC 9(8).
       01 WS-SNAP-TAKEN-TIME PIC 9(6).
       01 WS-INVHIST-COUNT PIC 9(7).
       01 WS-TAXHIST-COUNT PIC 9(7).
       01 WS-PAYHIST-COUNT PIC 9(7).
       01 WS-RUNLOG-COUNT PIC 9(7).
       01 WS-ADJAUD-COUNT PIC 9(7).

      * Invoices already voided when the snapshot was taken; a void
      * mark on any other kept invoice was made after it.
       01 WS-VD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-VD-IX PIC 9(4).
       01 WS-VD-OVERFLOW-SW PIC X VALUE 'N'.
          88 VD-TABLE-OVERFLOW VALUE 'Y'.
       01 WS-VD-FOUND-SW PIC X.
          88 VD-FOUND VALUE 'Y'.
       01 WS-VD-TABLE.
          05 VD-INVOICE-NO PIC 9(6) OCCURS 2000 TIMES.

       01 WS-FILE-CODE PIC X(2).
       01 WS-FILE-LABEL PIC X(9).
       01 WS-KEEP-COUNT PIC 9(7).
       01 WS-READ-COUNT PIC 9(7).
       01 WS-REMOVED-COUNT PIC 9(7).
       01 WS-UNVOID-COUNT PIC 9(7).
       01 WS-TRIM-SW PIC X.
          88 TRIM-SHORT-FILE VALUE 'S'.
          88 TRIM-NO-FILE VALUE 'N'.
          88 TRIM-NORMAL VALUE 'Y'.
       01 WS-TARGET-OPEN-SW PIC X VALUE 'N'.
          88 TARGET-OPEN VALUE 'Y'.
       01 WS-RESTORED-COUNT PIC 9(7).
       01 WS-WRITE-ERRORS PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-REMOVED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-RESTORED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-UNVOIDED PIC 9(7) VALUE ZERO.
       01 WS-REMOVED-GROSS PIC 9(11)V99 VALUE ZERO.

       01 WS-HDR1-LINE.
          05 FILLER PIC X(38) VALUE
             "BUSINESS-DAY BACKOUT - BUSINESS DATE: ".
          05 WBH-BUSINESS-DATE PIC 9(8).
          05 FILLER PIC X(12) VALUE "  RUN DATE: ".
          05 WBH-RUN-DATE PIC 99/99/9999.
          05 FILLER PIC X(52) VALUE SPACES.

       01 WS-HDR2-LINE.
          05 FILLER PIC X(12) VALUE "SUPERVISOR: ".
          05 WBH-SUPERVISOR PIC X(8).
          05 FILLER PIC X(8) VALUE "  MODE: ".
          05 WBH-MODE PIC X(40).
          05 FILLER PIC X(52) VALUE SPACES.

       01 WS-HDR3-LINE.
          05 FILLER PIC X(16) VALUE "SNAPSHOT TAKEN: ".
          05 WBH-TAKEN-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WBH-TAKEN-TIME PIC 9(6).
          05 FILLER PIC X(14) VALUE "  GENERATION: ".
          05 WBH-SLOT-NO PIC 9(2).
          05 FILLER PIC X(11) VALUE "  RECORDS: ".
          05 WBH-RECORDS PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(53) VALUE SPACES.

       01 WS-SCOPE-LINE.
          05 FILLER PIC X(46) VALUE
             "EVERY BUSINESS DAY FROM THIS DATE ON IS BACKED".
          05 FILLER PIC X(33) VALUE
             " OUT - RERUN THE SEQUENCE FROM ".
          05 FILLER PIC X(7) VALUE "DAYSNAP".
          05 FILLER PIC X(34) VALUE SPACES.

       01 WS-SECTION-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WBS-TITLE PIC X(60).
          05 FILLER PIC X(58) VALUE SPACES.

       01 WS-TRIM-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WBT-FILE-LABEL PIC X(9).
          05 FILLER PIC X(14) VALUE " AT SNAPSHOT: ".
          05 WBT-KEEP-COUNT PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(7) VALUE "  NOW: ".
          05 WBT-READ-COUNT PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(11) VALUE "  REMOVED: ".
          05 WBT-REMOVED-COUNT PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WBT-NOTE PIC X(40).
          05 FILLER PIC X(8) VALUE SPACES.

       01 WS-INVOICE-LINE.
          05 FILLER PIC X(6) VALUE SPACES.
          05 WBI-ACTION PIC X(18).
          05 WBI-INVOICE-NO PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WBI-INVOICE-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WBI-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WBI-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WBI-GROSS PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WBI-NOTE PIC X(30).
          05 FILLER PIC X(24) VALUE SPACES.

       01 WS-PAYMENT-LINE.
          05 FILLER PIC X(6) VALUE SPACES.
          05 FILLER PIC X(18) VALUE "PAYMENT REMOVED   ".
          05 WBP-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WBP-PAYMENT-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WBP-REFERENCE PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WBP-AMOUNT PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(56) VALUE SPACES.

       01 WS-RESTORE-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WBR-FILE-CODE PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WBR-FILE-LABEL PIC X(9).
          05 FILLER PIC X(11) VALUE " RECORDS:  ".
          05 WBR-COUNT PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WBR-NOTE PIC X(50).
          05 FILLER PIC X(34) VALUE SPACES.

       01 WS-SLOT-LINE.
          05 FILLER PIC X(6) VALUE SPACES.
          05 FILLER PIC X(11) VALUE "GENERATION ".
          05 WBG-SLOT-NO PIC 9(2).
          05 FILLER PIC X(15) VALUE " BUSINESS DATE ".
          05 WBG-BUSINESS-DATE PIC 9(8).
          05 FILLER PIC X(8) VALUE " TAKEN: ".
          05 WBG-TAKEN-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WBG-TAKEN-TIME PIC 9(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WBG-NOTE PIC X(20).
          05 FILLER PIC X(33) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 FILLER PIC X(17) VALUE "RECORDS REMOVED: ".
          05 WBX-REMOVED PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(12) VALUE "  RESTORED: ".
          05 WBX-RESTORED PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(21) VALUE "  VOID MARKS UNDONE: ".
          05 WBX-UNVOIDED PIC Z,ZZZ,ZZ9.
          05 FILLER PIC X(16) VALUE "  INVOICES OUT: ".
          05 WBX-GROSS PIC $$$$,$$$,$$9.99.
          05 FILLER PIC X(12) VALUE SPACES.

       01 WS-FINAL-LINE PIC X(120).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-BACKOUT-REQUEST.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM FIND-GENERATION.
           PERFORM VERIFY-SNAPSHOT.
           PERFORM WRITE-SNAPSHOT-HEADER.
           PERFORM TRIM-APPENDED-FILES.
           PERFORM RESTORE-FROM-SNAPSHOT.
           PERFORM RELEASE-LATER-GENERATIONS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY "Business-day backout finished."
           DISPLAY "CONTROL TOTALS - DATE: " WS-BACKOUT-DATE
               " REMOVED: " WS-TOTAL-REMOVED
               " RESTORED: " WS-TOTAL-RESTORED
               " UNVOIDED: " WS-TOTAL-UNVOIDED.
           IF NOT BACKOUT-CONFIRMED
               DISPLAY "PREVIEW ONLY - NO FILE CHANGED"
           END-IF.
           IF WS-WRITE-ERRORS > ZERO
               DISPLAY "RESTORE WRITE ERRORS: " WS-WRITE-ERRORS
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       SET-FILE-NAMES.
           MOVE SPACES TO WS-BACKOUT-DATE-IN.
           ACCEPT WS-BACKOUT-DATE-IN FROM ENVIRONMENT "DAYBACK-DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BACKOUT-DATE-IN
           END-ACCEPT.
           MOVE SPACES TO WS-SUPERVISOR-ID.
           ACCEPT WS-SUPERVISOR-ID
               FROM ENVIRONMENT "DAYBACK-SUPERVISOR"
               ON EXCEPTION
                   MOVE SPACES TO WS-SUPERVISOR-ID
           END-ACCEPT.
           MOVE 'N' TO WS-CONFIRM-SW.
           ACCEPT WS-CONFIRM-SW FROM ENVIRONMENT "DAYBACK-CONFIRM"
               ON EXCEPTION
                   MOVE 'N' TO WS-CONFIRM-SW
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\SNAP" TO WS-SNAP-PREFIX.
           ACCEPT WS-SNAP-PREFIX FROM ENVIRONMENT "SNAPSHOT-PREFIX"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\SNAP" TO WS-SNAP-PREFIX
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\SNAPCTL.DAT" TO WS-SNAPCTL-NAME.
           ACCEPT WS-SNAPCTL-NAME FROM ENVIRONMENT "SNAPSHOT-CTL"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\SNAPCTL.DAT"
                       TO WS-SNAPCTL-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT" TO WS-CUSTMAST-NAME.
           ACCEPT WS-CUSTMAST-NAME FROM ENVIRONMENT "DAYBACK-CUSTMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT"
                       TO WS-CUSTMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT" TO WS-ITEMMAST-NAME.
           ACCEPT WS-ITEMMAST-NAME FROM ENVIRONMENT "DAYBACK-ITEMMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT"
                       TO WS-ITEMMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\TAXMAST.TXT" TO WS-TAXMAST-NAME.
           ACCEPT WS-TAXMAST-NAME FROM ENVIRONMENT "DAYBACK-TAXMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\TAXMAST.TXT"
                       TO WS-TAXMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STOCKBAL.TXT"
               TO WS-STOCKFILE-NAME.
           ACCEPT WS-STOCKFILE-NAME
               FROM ENVIRONMENT "DAYBACK-STOCKFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\STOCKBAL.TXT"
                       TO WS-STOCKFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\POFILE.TXT" TO WS-POFILE-NAME.
           ACCEPT WS-POFILE-NAME FROM ENVIRONMENT "DAYBACK-POFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\POFILE.TXT"
                       TO WS-POFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\FILE2MTD.TXT" TO WS-ARCH-NAME.
           ACCEPT WS-ARCH-NAME FROM ENVIRONMENT "DAYBACK-ARCHIVE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\FILE2MTD.TXT"
                       TO WS-ARCH-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\DELSTAT.TXT" TO WS-DELSTAT-NAME.
           ACCEPT WS-DELSTAT-NAME FROM ENVIRONMENT "DAYBACK-DELSTAT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\DELSTAT.TXT"
                       TO WS-DELSTAT-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\XFERFILE.TXT" TO WS-XFERFILE-NAME.
           ACCEPT WS-XFERFILE-NAME FROM ENVIRONMENT "DAYBACK-XFERFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\XFERFILE.TXT"
                       TO WS-XFERFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVCTL.DAT" TO WS-INVCTL-NAME.
           ACCEPT WS-INVCTL-NAME FROM ENVIRONMENT "DAYBACK-INVCTL"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVCTL.DAT"
                       TO WS-INVCTL-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CRNCTL.DAT" TO WS-CRNCTL-NAME.
           ACCEPT WS-CRNCTL-NAME FROM ENVIRONMENT "DAYBACK-CRNCTL"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CRNCTL.DAT"
                       TO WS-CRNCTL-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CHLCTL.DAT" TO WS-CHLCTL-NAME.
           ACCEPT WS-CHLCTL-NAME FROM ENVIRONMENT "DAYBACK-CHLCTL"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CHLCTL.DAT"
                       TO WS-CHLCTL-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\GLCTL.DAT" TO WS-GLCTL-NAME.
           ACCEPT WS-GLCTL-NAME FROM ENVIRONMENT "DAYBACK-GLCTL"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\GLCTL.DAT"
                       TO WS-GLCTL-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\RUNCTL.DAT" TO WS-RUNCTL-NAME.
           ACCEPT WS-RUNCTL-NAME FROM ENVIRONMENT "RUNCTL-FILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\RUNCTL.DAT"
                       TO WS-RUNCTL-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\RUNCTL.LOG" TO WS-RUNLOG-NAME.
           ACCEPT WS-RUNLOG-NAME FROM ENVIRONMENT "RUNCTL-LOG"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\RUNCTL.LOG"
                       TO WS-RUNLOG-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STOCKLDG.TXT" TO WS-LEDGER-NAME.
           ACCEPT WS-LEDGER-NAME FROM ENVIRONMENT "DAYBACK-LEDGER"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\STOCKLDG.TXT"
                       TO WS-LEDGER-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVHIST.TXT" TO WS-INVHIST-NAME.
           ACCEPT WS-INVHIST-NAME FROM ENVIRONMENT "DAYBACK-INVHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVHIST.TXT"
                       TO WS-INVHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVTAXH.TXT" TO WS-TAXHIST-NAME.
           ACCEPT WS-TAXHIST-NAME FROM ENVIRONMENT "DAYBACK-TAXHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVTAXH.TXT"
                       TO WS-TAXHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\PAYHIST.TXT" TO WS-PAYHIST-NAME.
           ACCEPT WS-PAYHIST-NAME FROM ENVIRONMENT "DAYBACK-PAYHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\PAYHIST.TXT"
                       TO WS-PAYHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STKADJ.AUD" TO WS-ADJAUD-NAME.
           ACCEPT WS-ADJAUD-NAME FROM ENVIRONMENT "DAYBACK-ADJAUD"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\STKADJ.AUD"
                       TO WS-ADJAUD-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\DAYBACK.WRK" TO WS-WORKFILE-NAME.
           ACCEPT WS-WORKFILE-NAME FROM ENVIRONMENT "DAYBACK-WORKFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\DAYBACK.WRK"
                       TO WS-WORKFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\BACKOUT.TXT" TO WS-REPORT-NAME.
           ACCEPT WS-REPORT-NAME FROM ENVIRONMENT "DAYBACK-REPORT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\BACKOUT.TXT"
                       TO WS-REPORT-NAME
           END-ACCEPT.

      * A backout names both the day and the supervisor taking
      * responsibility for it; neither is defaulted.
       CHECK-BACKOUT-REQUEST.
           IF WS-BACKOUT-DATE-IN NOT NUMERIC
               DISPLAY "DAYBACK-DATE (CCYYMMDD) NOT GIVEN - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BACKOUT-DATE-IN TO WS-BACKOUT-DATE.
           IF WS-SUPERVISOR-ID = SPACES
               DISPLAY "DAYBACK-SUPERVISOR NOT GIVEN - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CONFIRM-SW NOT = 'Y'
               MOVE 'N' TO WS-CONFIRM-SW
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-BACKOUT-DATE TO WBH-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WBH-RUN-DATE.
           MOVE WS-HDR1-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUPERVISOR-ID TO WBH-SUPERVISOR.
           IF BACKOUT-CONFIRMED
               MOVE "APPLIED" TO WBH-MODE
           ELSE
               MOVE "PREVIEW - NO FILE CHANGED" TO WBH-MODE
           END-IF.
           MOVE WS-HDR2-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * The generation holding the requested date is looked up in the
      * snapshot index; without one, the dates that are held are
      * listed so the supervisor can choose again.
       FIND-GENERATION.
           OPEN I-O SNAP-CONTROL-FILE.
           IF NOT CTL-FILE-OK
               MOVE "NO SNAPSHOT INDEX ON FILE - NOTHING TO RESTORE"
                   TO WS-FINAL-LINE
               PERFORM REFUSE-BACKOUT
           END-IF.
           READ SNAP-CONTROL-FILE
               INVALID KEY
                   MOVE ZEROS TO SNAP-CONTROL-REC
           END-READ.
           MOVE ZERO TO WS-SLOT-NO.
           MOVE 1 TO WS-SLOT-IX.
           PERFORM FIND-DATE-SLOT UNTIL WS-SLOT-IX > 14.
           IF WS-SLOT-NO = ZERO
               MOVE "GENERATIONS HELD:" TO WBS-TITLE
               MOVE WS-SECTION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 1 TO WS-SLOT-IX
               PERFORM LIST-HELD-SLOT UNTIL WS-SLOT-IX > 14
               MOVE "NO SNAPSHOT HELD FOR THIS BUSINESS DATE - NOTHING R
      -            "ESTORED" TO WS-FINAL-LINE
               CLOSE SNAP-CONTROL-FILE
               PERFORM REFUSE-BACKOUT
           END-IF.
           MOVE SPACES TO WS-SNAPFILE-NAME.
           STRING WS-SNAP-PREFIX DELIMITED BY SPACE
               WS-SLOT-NO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SNAPFILE-NAME.

       FIND-DATE-SLOT.
           IF SC-BUSINESS-DATE(WS-SLOT-IX) = WS-BACKOUT-DATE
               MOVE WS-SLOT-IX TO WS-SLOT-NO
           END-IF.
           ADD 1 TO WS-SLOT-IX.

       LIST-HELD-SLOT.
           IF SC-BUSINESS-DATE(WS-SLOT-IX) NOT = ZERO
               MOVE WS-SLOT-IX TO WBG-SLOT-NO
               MOVE SC-BUSINESS-DATE(WS-SLOT-IX) TO WBG-BUSINESS-DATE
               MOVE SC-TAKEN-DATE(WS-SLOT-IX) TO WBG-TAKEN-DATE
               MOVE SC-TAKEN-TIME(WS-SLOT-IX) TO WBG-TAKEN-TIME
               MOVE SPACES TO WBG-NOTE
               MOVE WS-SLOT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-SLOT-IX.

       REFUSE-BACKOUT.
           MOVE WS-FINAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY WS-FINAL-LINE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * The whole snapshot is read once before anything is touched:
      * the trailer must be present and agree with the number of
      * records ahead of it, or the generation is refused.
       VERIFY-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE.
           IF NOT SN-FILE-OK
               MOVE "SNAPSHOT FILE FOR THIS DATE CANNOT BE OPENED - NOT
      -            "HING RESTORED" TO WS-FINAL-LINE
               CLOSE SNAP-CONTROL-FILE
               PERFORM REFUSE-BACKOUT
           END-IF.
           MOVE ZERO TO WS-SNAP-RECORDS.
           MOVE 'N' TO WS-TRAILER-SW.
           MOVE 'N' TO E-O-F.
           READ SNAPSHOT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.
           PERFORM VERIFY-ONE-SNAPSHOT-REC UNTIL E-O-F = 'Y'.
           CLOSE SNAPSHOT-FILE.
           IF NOT TRAILER-FOUND
               OR WS-SNAP-RECORDS NOT = WS-EXPECTED-RECORDS
               OR WS-SNAP-BUSINESS-DATE NOT = WS-BACKOUT-DATE
               MOVE "SNAPSHOT INCOMPLETE OR DAMAGED - NOTHING RESTORED"
                   TO WS-FINAL-LINE
               CLOSE SNAP-CONTROL-FILE
               PERFORM REFUSE-BACKOUT
           END-IF.

       VERIFY-ONE-SNAPSHOT-REC.
           IF SN-CODE = "ZZ"
               SET TRAILER-FOUND TO TRUE
               MOVE SN-TR-RECORD-COUNT TO WS-EXPECTED-RECORDS
               MOVE SN-TR-BUSINESS-DATE TO WS-SNAP-BUSINESS-DATE
               MOVE SN-TR-TAKEN-DATE TO WS-SNAP-TAKEN-DATE
               MOVE SN-TR-TAKEN-TIME TO WS-SNAP-TAKEN-TIME
               MOVE SN-TR-INVHIST-COUNT TO WS-INVHIST-COUNT
               MOVE SN-TR-TAXHIST-COUNT TO WS-TAXHIST-COUNT
               MOVE SN-TR-PAYHIST-COUNT TO WS-PAYHIST-COUNT
               MOVE SN-TR-RUNLOG-COUNT TO WS-RUNLOG-COUNT
               MOVE SN-TR-ADJAUD-COUNT TO WS-ADJAUD-COUNT
               MOVE 'Y' TO E-O-F
           ELSE
               ADD 1 TO WS-SNAP-RECORDS
               IF SN-CODE = "VD"
                   PERFORM NOTE-SNAPSHOT-VOID
               END-IF
               READ SNAPSHOT-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.

       NOTE-SNAPSHOT-VOID.
           IF WS-VD-COUNT < 2000
               ADD 1 TO WS-VD-COUNT
               MOVE SN-VD-INVOICE-NO TO VD-INVOICE-NO(WS-VD-COUNT)
           ELSE
               SET VD-TABLE-OVERFLOW TO TRUE
           END-IF.

       WRITE-SNAPSHOT-HEADER.
           MOVE WS-SNAP-TAKEN-DATE TO WBH-TAKEN-DATE.
           MOVE WS-SNAP-TAKEN-TIME TO WBH-TAKEN-TIME.
           MOVE WS-SLOT-NO TO WBH-SLOT-NO.
           MOVE WS-SNAP-RECORDS TO WBH-RECORDS.
           MOVE WS-HDR3-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SCOPE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF VD-TABLE-OVERFLOW
               MOVE "MORE THAN 2000 VOIDS AT SNAPSHOT - VOID MARKS LEFT
      -            "AS THEY STAND" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Each appended history is cut back to the record count it had
      * when the snapshot was taken; the records removed from the
      * invoice and payment histories are listed. A history shorter
      * now than at the snapshot has been rebuilt since and is left
      * as it stands.
       TRIM-APPENDED-FILES.
           MOVE "APPENDED FILES TRIMMED TO THE SNAPSHOT COUNT"
               TO WBS-TITLE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "IH" TO WS-FILE-CODE.
           MOVE "INVHIST  " TO WS-FILE-LABEL.
           MOVE WS-INVHIST-NAME TO WS-SEQ-NAME.
           MOVE WS-INVHIST-COUNT TO WS-KEEP-COUNT.
           PERFORM TRIM-ONE-FILE.
           MOVE "IT" TO WS-FILE-CODE.
           MOVE "INVTAXH  " TO WS-FILE-LABEL.
           MOVE WS-TAXHIST-NAME TO WS-SEQ-NAME.
           MOVE WS-TAXHIST-COUNT TO WS-KEEP-COUNT.
           PERFORM TRIM-ONE-FILE.
           MOVE "PH" TO WS-FILE-CODE.
           MOVE "PAYHIST  " TO WS-FILE-LABEL.
           MOVE WS-PAYHIST-NAME TO WS-SEQ-NAME.
           MOVE WS-PAYHIST-COUNT TO WS-KEEP-COUNT.
           PERFORM TRIM-ONE-FILE.
           MOVE "RL" TO WS-FILE-CODE.
           MOVE "RUN LOG  " TO WS-FILE-LABEL.
           MOVE WS-RUNLOG-NAME TO WS-SEQ-NAME.
           MOVE WS-RUNLOG-COUNT TO WS-KEEP-COUNT.
           PERFORM TRIM-ONE-FILE.
           MOVE "AA" TO WS-FILE-CODE.
           MOVE "STKADJAUD" TO WS-FILE-LABEL.
           MOVE WS-ADJAUD-NAME TO WS-SEQ-NAME.
           MOVE WS-ADJAUD-COUNT TO WS-KEEP-COUNT.
           PERFORM TRIM-ONE-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      * First pass counts the file so a history shorter than the
      * snapshot count is caught before anything is written.
       TRIM-ONE-FILE.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-REMOVED-COUNT.
           MOVE ZERO TO WS-UNVOID-COUNT.
           SET TRIM-NORMAL TO TRUE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT SEQUENTIAL-FILE.
           IF TGT-FILE-NOT-FOUND
               SET TRIM-NO-FILE TO TRUE
           ELSE
               PERFORM CHECK-TARGET-OPEN
               READ SEQUENTIAL-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
               PERFORM COUNT-ONE-TRIM-REC UNTIL E-O-F = 'Y'
               CLOSE SEQUENTIAL-FILE
               IF WS-READ-COUNT < WS-KEEP-COUNT
                   SET TRIM-SHORT-FILE TO TRUE
               END-IF
           END-IF.
           IF TRIM-NORMAL
               PERFORM CUT-BACK-ONE-FILE
           END-IF.
           PERFORM WRITE-TRIM-LINE.

       COUNT-ONE-TRIM-REC.
           ADD 1 TO WS-READ-COUNT.
           READ SEQUENTIAL-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

      * Second pass: the records kept go to the work file, which is
      * copied back over the history when the backout is applied.
       CUT-BACK-ONE-FILE.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE 'N' TO E-O-F.
           OPEN INPUT SEQUENTIAL-FILE.
           IF BACKOUT-CONFIRMED
               OPEN OUTPUT WORK-FILE
               PERFORM CHECK-WORK-OPEN
           END-IF.
           READ SEQUENTIAL-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.
           PERFORM CUT-BACK-ONE-REC UNTIL E-O-F = 'Y'.
           CLOSE SEQUENTIAL-FILE.
           IF BACKOUT-CONFIRMED
               CLOSE WORK-FILE
               IF WS-REMOVED-COUNT > ZERO OR WS-UNVOID-COUNT > ZERO
                   PERFORM COPY-WORK-BACK
               END-IF
           END-IF.
           ADD WS-REMOVED-COUNT TO WS-TOTAL-REMOVED.
           ADD WS-UNVOID-COUNT TO WS-TOTAL-UNVOIDED.

       CUT-BACK-ONE-REC.
           ADD 1 TO WS-READ-COUNT.
           IF WS-READ-COUNT > WS-KEEP-COUNT
               ADD 1 TO WS-REMOVED-COUNT
               IF WS-FILE-CODE = "IH"
                   MOVE "INVOICE REMOVED   " TO WBI-ACTION
                   MOVE SPACES TO WBI-NOTE
                   PERFORM WRITE-INVOICE-LINE
                   ADD SQ-GROSS TO WS-REMOVED-GROSS
               END-IF
               IF WS-FILE-CODE = "PH"
                   PERFORM WRITE-PAYMENT-LINE
               END-IF
           ELSE
               IF WS-FILE-CODE = "IH" AND SQ-VOIDED
                   AND NOT VD-TABLE-OVERFLOW
                   PERFORM CHECK-VOID-AT-SNAPSHOT
               END-IF
               IF BACKOUT-CONFIRMED
                   MOVE SEQUENTIAL-REC TO WORK-REC
                   WRITE WORK-REC
               END-IF
           END-IF.
           READ SEQUENTIAL-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

      * A kept invoice marked void that was not void at the snapshot
      * was voided after it; the mark is taken off, the reversal
      * having gone with the trimmed tax history.
       CHECK-VOID-AT-SNAPSHOT.
           MOVE 'N' TO WS-VD-FOUND-SW.
           MOVE 1 TO WS-VD-IX.
           PERFORM MATCH-ONE-VOID UNTIL WS-VD-IX > WS-VD-COUNT.
           IF NOT VD-FOUND
               ADD 1 TO WS-UNVOID-COUNT
               MOVE "VOID MARK REMOVED " TO WBI-ACTION
               MOVE SPACES TO WBI-NOTE
               STRING "VOIDED " DELIMITED BY SIZE
                   SQ-VOID-DATE DELIMITED BY SIZE
                   INTO WBI-NOTE
               PERFORM WRITE-INVOICE-LINE
               MOVE SPACE TO SQ-STATUS
               MOVE SPACES TO SQ-VOID-DATE
               MOVE SPACES TO SQ-REPLACED-BY
           END-IF.

       MATCH-ONE-VOID.
           IF VD-INVOICE-NO(WS-VD-IX) = SQ-INVOICE-NO
               SET VD-FOUND TO TRUE
           END-IF.
           ADD 1 TO WS-VD-IX.

       COPY-WORK-BACK.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT SEQUENTIAL-FILE.
           PERFORM CHECK-TARGET-OPEN.
           MOVE 'N' TO E-O-F.
           READ WORK-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.
           PERFORM COPY-ONE-WORK-REC UNTIL E-O-F = 'Y'.
           CLOSE WORK-FILE.
           CLOSE SEQUENTIAL-FILE.

       COPY-ONE-WORK-REC.
           MOVE WORK-REC TO SEQUENTIAL-REC.
           WRITE SEQUENTIAL-REC.
           READ WORK-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       WRITE-TRIM-LINE.
           MOVE WS-FILE-LABEL TO WBT-FILE-LABEL.
           MOVE WS-KEEP-COUNT TO WBT-KEEP-COUNT.
           MOVE WS-READ-COUNT TO WBT-READ-COUNT.
           MOVE WS-REMOVED-COUNT TO WBT-REMOVED-COUNT.
           MOVE SPACES TO WBT-NOTE.
           IF TRIM-NO-FILE
               MOVE "NOT ON FILE" TO WBT-NOTE
           END-IF.
           IF TRIM-SHORT-FILE
               MOVE "SHORTER THAN AT SNAPSHOT - LEFT AS IS"
                   TO WBT-NOTE
           END-IF.
           IF TRIM-NORMAL AND WS-UNVOID-COUNT > ZERO
               STRING "VOID MARKS REMOVED: " DELIMITED BY SIZE
                   WS-UNVOID-COUNT DELIMITED BY SIZE
                   INTO WBT-NOTE
           END-IF.
           MOVE WS-TRIM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-INVOICE-LINE.
           MOVE SQ-INVOICE-NO TO WBI-INVOICE-NO.
           MOVE SQ-INVOICE-DATE TO WBI-INVOICE-DATE.
           MOVE SQ-CUSTOMER-NO TO WBI-CUSTOMER-NO.
           MOVE SQ-CHALLAN-NO TO WBI-CHALLAN-NO.
           MOVE SQ-GROSS TO WBI-GROSS.
           MOVE WS-INVOICE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-PAYMENT-LINE.
           MOVE SQ-PAY-CUSTOMER-NO TO WBP-CUSTOMER-NO.
           MOVE SQ-PAYMENT-DATE TO WBP-PAYMENT-DATE.
           MOVE SQ-PAY-REFERENCE TO WBP-REFERENCE.
           MOVE SQ-PAY-AMOUNT TO WBP-AMOUNT.
           MOVE WS-PAYMENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * A restore that cannot open or rewrite a file stops at once:
      * the report shows how far it got, and the snapshot is still
      * there for the backout to be run again.
       CHECK-TARGET-OPEN.
           IF NOT TGT-FILE-OK
               DISPLAY "UNABLE TO OPEN " WS-FILE-LABEL
                   ", STATUS: " WS-TGT-STATUS
               MOVE "BACKOUT STOPPED - FILE COULD NOT BE OPENED"
                   TO WS-FINAL-LINE
               CLOSE SNAP-CONTROL-FILE
               PERFORM REFUSE-BACKOUT
           END-IF.

       CHECK-WORK-OPEN.
           IF NOT WK-FILE-OK
               DISPLAY "UNABLE TO OPEN WORK-FILE, STATUS: "
                   WS-WK-STATUS
               MOVE "BACKOUT STOPPED - WORK FILE COULD NOT BE OPENED"
                   TO WS-FINAL-LINE
               CLOSE SNAP-CONTROL-FILE
               PERFORM REFUSE-BACKOUT
           END-IF.

      * Second read of the snapshot: each file between its begin and
      * end markers is rewritten whole from the copied records.
       RESTORE-FROM-SNAPSHOT.
           MOVE "FILES RESTORED FROM THE SNAPSHOT" TO WBS-TITLE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT SNAPSHOT-FILE.
           MOVE 'N' TO E-O-F.
           READ SNAPSHOT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.
           PERFORM RESTORE-ONE-SNAPSHOT-REC UNTIL E-O-F = 'Y'.
           CLOSE SNAPSHOT-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       RESTORE-ONE-SNAPSHOT-REC.
           IF SN-CODE = "ZZ"
               MOVE 'Y' TO E-O-F
           ELSE
               IF SN-CODE = "BF"
                   PERFORM BEGIN-RESTORE-FILE
               ELSE
                   IF SN-CODE = "EF"
                       PERFORM END-RESTORE-FILE
                   ELSE
                       IF SN-CODE NOT = "VD"
                           PERFORM RESTORE-ONE-RECORD
                       END-IF
                   END-IF
               END-IF
               READ SNAPSHOT-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.

       BEGIN-RESTORE-FILE.
           MOVE SN-MK-FILE-CODE TO WS-FILE-CODE.
           PERFORM SET-FILE-LABEL.
           MOVE ZERO TO WS-RESTORED-COUNT.
           MOVE 'N' TO WS-TARGET-OPEN-SW.
           IF SN-MK-FOUND = 'Y' AND BACKOUT-CONFIRMED
               PERFORM OPEN-RESTORE-TARGET
               PERFORM CHECK-TARGET-OPEN
               SET TARGET-OPEN TO TRUE
           END-IF.
           MOVE WS-FILE-CODE TO WBR-FILE-CODE.
           MOVE WS-FILE-LABEL TO WBR-FILE-LABEL.
           MOVE SPACES TO WBR-NOTE.
           IF SN-MK-FOUND NOT = 'Y'
               MOVE "NOT ON FILE AT SNAPSHOT - LEFT AS IS" TO WBR-NOTE
           END-IF.

       END-RESTORE-FILE.
           IF TARGET-OPEN
               PERFORM CLOSE-RESTORE-TARGET
               MOVE 'N' TO WS-TARGET-OPEN-SW
           END-IF.
           IF WBR-NOTE = SPACES
               IF BACKOUT-CONFIRMED
                   MOVE "RESTORED" TO WBR-NOTE
               ELSE
                   MOVE "WOULD BE RESTORED" TO WBR-NOTE
               END-IF
           END-IF.
           MOVE WS-RESTORED-COUNT TO WBR-COUNT.
           MOVE WS-RESTORE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       RESTORE-ONE-RECORD.
           ADD 1 TO WS-RESTORED-COUNT.
           ADD 1 TO WS-TOTAL-RESTORED.
           IF TARGET-OPEN
               PERFORM WRITE-RESTORE-RECORD
           END-IF.

       SET-FILE-LABEL.
           MOVE WS-FILE-CODE TO WS-FILE-LABEL.
           IF WS-FILE-CODE = "CM"
               MOVE "CUSTMAST " TO WS-FILE-LABEL
           END-IF.
           IF WS-FILE-CODE = "IM"
               MOVE "ITEMMAST " TO WS-FILE-LABEL
           END-IF.
           IF WS-FILE-CODE = "TX"
               MOVE "TAXMAST  " TO WS-FILE-LABEL
           END-IF.
           IF WS-FILE-CODE = "SB"
               MOVE "STOCKBAL " TO WS-FILE-LABEL
           END-IF.
           IF WS-FILE-CODE = "PO"
               MOVE "POFILE   " TO WS-FILE-LABEL
           END-IF.
           IF WS-FILE-CODE = "AR"
               MOVE "FILE2MTD " TO WS-FILE-LABEL
           END-IF.
           IF WS-FILE-CODE = "DS"
               MOVE "DELSTAT  " TO WS-FILE-LABEL
           END-IF.
           IF WS-FILE-CODE = "XF"
               MOVE "XFERFILE " TO WS-FILE-LABEL
           END-IF.
           IF WS-FILE-CODE = "IC"
               MOVE "INVCTL   " TO WS-FILE-LABEL
           END-IF.
           IF WS-FILE-CODE = "CN"
               MOVE "CRNCTL   " TO WS-FILE-LABEL
           END-IF.
           IF WS-FILE-CODE = "CH"
               MOVE "CHLCTL   " TO WS-FILE-LABEL
           END-IF.
           IF WS-FILE-CODE = "GC"
               MOVE "GLCTL    " TO WS-FILE-LABEL
           END-IF.
           IF WS-FILE-CODE = "RC"
               MOVE "RUNCTL   " TO WS-FILE-LABEL
           END-IF.
           IF WS-FILE-CODE = "LG"
               MOVE "STOCKLDG " TO WS-FILE-LABEL
           END-IF.

       OPEN-RESTORE-TARGET.
           IF WS-FILE-CODE = "CM"
               OPEN OUTPUT CUSTOMER-MASTER
           END-IF.
           IF WS-FILE-CODE = "IM"
               OPEN OUTPUT ITEM-MASTER
           END-IF.
           IF WS-FILE-CODE = "TX"
               OPEN OUTPUT TAX-RATE-MASTER
           END-IF.
           IF WS-FILE-CODE = "SB"
               OPEN OUTPUT STOCK-FILE
           END-IF.
           IF WS-FILE-CODE = "PO"
               OPEN OUTPUT PURCHASE-ORDER-FILE
           END-IF.
           IF WS-FILE-CODE = "AR"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.
           IF WS-FILE-CODE = "DS"
               OPEN OUTPUT DELIVERY-STATUS-FILE
           END-IF.
           IF WS-FILE-CODE = "XF"
               OPEN OUTPUT TRANSFER-FILE
           END-IF.
           IF WS-FILE-CODE = "IC"
               OPEN OUTPUT INVOICE-CONTROL-FILE
           END-IF.
           IF WS-FILE-CODE = "CN"
               OPEN OUTPUT NOTE-CONTROL-FILE
           END-IF.
           IF WS-FILE-CODE = "CH"
               OPEN OUTPUT CHALLAN-CONTROL-FILE
           END-IF.
           IF WS-FILE-CODE = "GC"
               OPEN OUTPUT GL-CONTROL-FILE
           END-IF.
           IF WS-FILE-CODE = "RC"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF WS-FILE-CODE = "LG"
               MOVE WS-LEDGER-NAME TO WS-SEQ-NAME
               OPEN OUTPUT SEQUENTIAL-FILE
           END-IF.

      * The indexed files were copied in key order, so they are
      * rebuilt sequentially; the relative control files are written
      * back at the record numbers they were copied from.
       WRITE-RESTORE-RECORD.
           MOVE SN-KEY TO WS-REL-KEY.
           IF WS-FILE-CODE = "CM"
               MOVE SN-IMAGE TO CUSTOMER-MASTER-REC
               WRITE CUSTOMER-MASTER-REC
                   INVALID KEY ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.
           IF WS-FILE-CODE = "IM"
               MOVE SN-IMAGE TO ITEM-MASTER-REC
               WRITE ITEM-MASTER-REC
                   INVALID KEY ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.
           IF WS-FILE-CODE = "TX"
               MOVE SN-IMAGE TO TAX-RATE-MASTER-REC
               WRITE TAX-RATE-MASTER-REC
                   INVALID KEY ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.
           IF WS-FILE-CODE = "SB"
               MOVE SN-IMAGE TO STOCK-REC
               WRITE STOCK-REC
                   INVALID KEY ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.
           IF WS-FILE-CODE = "PO"
               MOVE SN-IMAGE TO PURCHASE-ORDER-REC
               WRITE PURCHASE-ORDER-REC
                   INVALID KEY ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.
           IF WS-FILE-CODE = "AR"
               MOVE SN-IMAGE TO ARCH-REC
               WRITE ARCH-REC
                   INVALID KEY ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.
           IF WS-FILE-CODE = "DS"
               MOVE SN-IMAGE TO DELIVERY-STATUS-REC
               WRITE DELIVERY-STATUS-REC
                   INVALID KEY ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.
           IF WS-FILE-CODE = "XF"
               MOVE SN-IMAGE TO TRANSFER-REC
               WRITE TRANSFER-REC
                   INVALID KEY ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.
           IF WS-FILE-CODE = "IC"
               MOVE SN-IMAGE TO INVOICE-CONTROL-REC
               WRITE INVOICE-CONTROL-REC
                   INVALID KEY ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.
           IF WS-FILE-CODE = "CN"
               MOVE SN-IMAGE TO NOTE-CONTROL-REC
               WRITE NOTE-CONTROL-REC
                   INVALID KEY ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.
           IF WS-FILE-CODE = "CH"
               MOVE SN-IMAGE TO CHALLAN-CONTROL-REC
               WRITE CHALLAN-CONTROL-REC
                   INVALID KEY ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.
           IF WS-FILE-CODE = "GC"
               MOVE SN-IMAGE TO GL-CONTROL-REC
               WRITE GL-CONTROL-REC
                   INVALID KEY ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.
           IF WS-FILE-CODE = "RC"
               MOVE SN-IMAGE TO RUN-CONTROL-REC
               WRITE RUN-CONTROL-REC
                   INVALID KEY ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.
           IF WS-FILE-CODE = "LG"
               MOVE SN-IMAGE TO SEQUENTIAL-REC
               WRITE SEQUENTIAL-REC
           END-IF.

       CLOSE-RESTORE-TARGET.
           IF WS-FILE-CODE = "CM"
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-FILE-CODE = "IM"
               CLOSE ITEM-MASTER
           END-IF.
           IF WS-FILE-CODE = "TX"
               CLOSE TAX-RATE-MASTER
           END-IF.
           IF WS-FILE-CODE = "SB"
               CLOSE STOCK-FILE
           END-IF.
           IF WS-FILE-CODE = "PO"
               CLOSE PURCHASE-ORDER-FILE
           END-IF.
           IF WS-FILE-CODE = "AR"
               CLOSE ARCHIVE-FILE
           END-IF.
           IF WS-FILE-CODE = "DS"
               CLOSE DELIVERY-STATUS-FILE
           END-IF.
           IF WS-FILE-CODE = "XF"
               CLOSE TRANSFER-FILE
           END-IF.
           IF WS-FILE-CODE = "IC"
               CLOSE INVOICE-CONTROL-FILE
           END-IF.
           IF WS-FILE-CODE = "CN"
               CLOSE NOTE-CONTROL-FILE
           END-IF.
           IF WS-FILE-CODE = "CH"
               CLOSE CHALLAN-CONTROL-FILE
           END-IF.
           IF WS-FILE-CODE = "GC"
               CLOSE GL-CONTROL-FILE
           END-IF.
           IF WS-FILE-CODE = "RC"
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-FILE-CODE = "LG"
               CLOSE SEQUENTIAL-FILE
           END-IF.

      * The snapshots of later business dates describe days that no
      * longer exist once this one is restored; they are released
      * from the index. The restored date's own generation is kept -
      * it is the starting point for the rerun.
       RELEASE-LATER-GENERATIONS.
           MOVE "LATER GENERATIONS RELEASED" TO WBS-TITLE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-SLOT-IX.
           PERFORM RELEASE-ONE-SLOT UNTIL WS-SLOT-IX > 14.
           IF BACKOUT-CONFIRMED AND WS-SLOTS-RELEASED > ZERO
               REWRITE SNAP-CONTROL-REC
                   INVALID KEY
                       WRITE SNAP-CONTROL-REC
               END-REWRITE
           END-IF.
           CLOSE SNAP-CONTROL-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       RELEASE-ONE-SLOT.
           IF SC-BUSINESS-DATE(WS-SLOT-IX) > WS-BACKOUT-DATE
               ADD 1 TO WS-SLOTS-RELEASED
               MOVE WS-SLOT-IX TO WBG-SLOT-NO
               MOVE SC-BUSINESS-DATE(WS-SLOT-IX) TO WBG-BUSINESS-DATE
               MOVE SC-TAKEN-DATE(WS-SLOT-IX) TO WBG-TAKEN-DATE
               MOVE SC-TAKEN-TIME(WS-SLOT-IX) TO WBG-TAKEN-TIME
               IF BACKOUT-CONFIRMED
                   MOVE "RELEASED" TO WBG-NOTE
               ELSE
                   MOVE "WOULD BE RELEASED" TO WBG-NOTE
               END-IF
               MOVE WS-SLOT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO SC-BUSINESS-DATE(WS-SLOT-IX)
               MOVE ZERO TO SC-TAKEN-DATE(WS-SLOT-IX)
               MOVE ZERO TO SC-TAKEN-TIME(WS-SLOT-IX)
           END-IF.
           ADD 1 TO WS-SLOT-IX.

       WRITE-REPORT-TOTALS.
           MOVE WS-TOTAL-REMOVED TO WBX-REMOVED.
           MOVE WS-TOTAL-RESTORED TO WBX-RESTORED.
           MOVE WS-TOTAL-UNVOIDED TO WBX-UNVOIDED.
           MOVE WS-REMOVED-GROSS TO WBX-GROSS.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF BACKOUT-CONFIRMED
               MOVE "BACKOUT APPLIED - RERUN THE DAY FROM DAYSNAP"
                   TO WS-FINAL-LINE
           ELSE
               MOVE "PREVIEW ONLY - SET DAYBACK-CONFIRM=Y TO APPLY"
                   TO WS-FINAL-LINE
           END-IF.
           IF WS-WRITE-ERRORS > ZERO
               MOVE "RESTORE WRITE ERRORS - CHECK FILES BEFORE RERUN"
                   TO WS-FINAL-LINE
           END-IF.
           MOVE WS-FINAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
