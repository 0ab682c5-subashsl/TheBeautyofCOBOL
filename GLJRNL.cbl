      ******************************************************************
      * Author:SUBASH S L
      * Date: 9.9.2026
      * Purpose: Daily general ledger journal for the accounting
      * package. FILE2EXT sends the package the day's challan lines
      * only, so accounts still hand-journalled the sales, tax,
      * receipts, credit notes and stock write-offs. This run builds
      * one balanced double-entry journal a day from the files the
      * posting programs already keep:
      *   - the invoice tax analysis INVGEN appends (INVTAXH.TXT,
      *     one record per invoice per tax category): debtors are
      *     debited with the gross, sales credited with the net and
      *     output tax with the tax, per category;
      *   - the posted-payments history PAYPOST appends
      *     (PAYHIST.TXT): cash/bank debited, debtors credited;
      *   - the credit notes CRNOTE appends to the same history
      *     (reference CRnnnnnn): sales returns debited, debtors
      *     credited;
      *   - the STKADJ audit (STKADJ.AUD): the change in book
      *     quantity valued at the item's current rate on
      *     ITEM-MASTER - a shortage debits stock adjustment and
      *     credits stock, a surplus the reverse.
      * Every amount is posted to the GL account the chart-of-
      * accounts mapping (GLMAP.TXT, maintained by MASTMNT file code
      * 'G') gives for its posting type, and for sales and output
      * tax its tax category - a category with no mapping of its
      * own falls back to the type's blank-category mapping. The
      * day's postings are summarised to one journal line per
      * source and account.
      *
      * What has already been journalled is held on a one-record
      * RELATIVE control file (GLCTL.DAT) as a count of records
      * taken from each of the three source files, the same
      * count-of-records technique as COPYPROG's CHECKPOINT-FILE,
      * together with the next journal number. Each run journals
      * only the records appended since the last released journal,
      * so a receipt keyed with yesterday's date is still picked up
      * once, and never twice.
      *
      * The journal file (GLJRNL.TXT) is pipe-delimited in the
      * FILE2EXT style: one "D" record per line (journal number,
      * business date, line number, account, account name, source,
      * debit, credit) and a "T" trailer carrying the line count
      * and the debit and credit totals, which are equal. The run
      * refuses to release a journal that does not balance, that
      * has a line with no GL mapping, or whose source files are
      * shorter than the control file says was journalled: the
      * journal file is emptied so the package cannot pick up a
      * stale one, the listing shows the full journal and why it
      * was held, the control counts are not advanced, the step
      * ends with return code 8 and does not stamp its completion.
      * Once the mapping or file is put right the step is simply
      * run again. A listing (GLLIST.TXT) of the journal with its
      * totals is printed every run.
      *
      * This is step 7 of the daily sequence and refuses to start
      * until FILE2EXT has completed for the business date, the same
      * run-control discipline as the other daily steps
      * (RUNCTL-OVERRIDE=Y forces a genuine rerun through;
      * RUNCTL-DATE overrides the business date).
      *
      * File names are taken from environment variables
      * (GLJRNL-GLMAP, -ITEMMAST, -TAXHIST, -PAYHIST, -ADJAUD,
      * -CTLFILE, -JOURNAL, -LISTING) when set, falling back to the
      * hardcoded paths otherwise, same convention as the other
      * programs.
      *
      * Maintenance Log:
      * - Invoices voided by INVVOID are reversed out: INVVOID
      *   appends the voided invoice's tax analysis records again
      *   with entry type 'V', and these post debtors credit and
      *   sales/output tax debit per category under source VOID.
      *   A reissued invoice arrives as an ordinary invoice record.
      * - Stock is held per godown: STKADJ's audit key is now the
      *   location + item and its images the 64-byte stock record.
      *   The adjustment is still valued at the item's rate; the
      *   godown does not change the GL accounts posted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAPPING-FILE ASSIGN DYNAMIC WS-GLMAP-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GM-MAP-KEY
           FILE STATUS IS WS-GM-STATUS.
           SELECT ITEM-MASTER ASSIGN DYNAMIC WS-ITEMMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IM-ITEM-NO
           FILE STATUS IS WS-IM-STATUS.
           SELECT TAX-HISTORY-FILE ASSIGN DYNAMIC WS-TAXHIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IT-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN DYNAMIC WS-PAYHIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PH-STATUS.
           SELECT ADJUST-AUDIT-FILE ASSIGN DYNAMIC WS-ADJAUD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AJ-STATUS.
           SELECT GL-CONTROL-FILE ASSIGN DYNAMIC WS-CTLFILE-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-CTL-KEY
           FILE STATUS IS WS-CTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTING-FILE ASSIGN DYNAMIC WS-LISTING-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN DYNAMIC WS-RUNCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-RUNCTL-KEY
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN DYNAMIC WS-RUNLOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * Layout mirrors GL-MAPPING-REC as maintained by MASTMNT.
       FD GL-MAPPING-FILE
          LABEL RECORDS STANDARD.
       01 GL-MAPPING-REC.
          05 GM-MAP-KEY.
             10 GM-POSTING-TYPE PIC X(4).
             10 GM-TAX-CATEGORY PIC X(2).
          05 GM-ACCOUNT-NO PIC X(10).
          05 GM-ACCOUNT-NAME PIC X(30).

       FD ITEM-MASTER
          LABEL RECORDS STANDARD.
       01 ITEM-MASTER-REC.
          05 IM-ITEM-NO PIC X(5).
          05 IM-ITEM-DESCRIPTION PIC X(25).
          05 IM-ITEM-RATE PIC 9(3)V99.
      * Rate history and tax category maintained by MASTMNT; only
      * the current rate matters here, but the layout must match
      * the record on file.
          05 IM-RATE-COUNT PIC 9(2).
          05 IM-RATE-SEGMENT OCCURS 5 TIMES.
             10 IM-RATE-EFF-DATE PIC 9(8).
             10 IM-RATE-AMOUNT PIC 9(3)V99.
          05 IM-TAX-CATEGORY PIC X(2).

      * Layout mirrors TAX-HISTORY-REC as appended by INVGEN.
       FD TAX-HISTORY-FILE
          LABEL RECORDS STANDARD.
       01 TAX-HISTORY-REC.
          05 IT-INVOICE-NO PIC 9(6).
          05 FILLER PIC X(1).
          05 IT-INVOICE-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 IT-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1).
          05 IT-TAX-CATEGORY PIC X(2).
          05 FILLER PIC X(1).
          05 IT-TAX-RATE PIC 9(2)V99.
          05 FILLER PIC X(1).
          05 IT-TAXABLE PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 IT-TAX PIC 9(8)V99.
          05 FILLER PIC X(1).
          05 IT-ENTRY-TYPE PIC X(1).
             88 IT-VOID-REVERSAL VALUE 'V'.

      * Layout mirrors HISTORY-REC as appended by PAYPOST/CRNOTE.
       FD PAYMENT-HISTORY
          LABEL RECORDS STANDARD.
       01 PAYMENT-HISTORY-REC.
          05 PH-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1).
          05 PH-PAYMENT-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 PH-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 PH-REFERENCE PIC X(10).
          05 PH-REFERENCE-SPLIT REDEFINES PH-REFERENCE.
             10 PH-REF-PREFIX PIC X(2).
                88 PH-CREDIT-NOTE VALUE "CR".
             10 FILLER PIC X(8).

      * Layout mirrors AUDIT-REC as appended by STKADJ; the before
      * and after images are the STOCK-REC STKPOST maintains.
       FD ADJUST-AUDIT-FILE
          LABEL RECORDS STANDARD.
       01 ADJUST-AUDIT-REC.
          05 AU-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 AU-TIME PIC 9(6).
          05 FILLER PIC X(1).
          05 AU-USER-ID PIC X(8).
          05 FILLER PIC X(1).
          05 AU-ACTION PIC X.
          05 FILLER PIC X(1).
          05 AU-KEY.
             10 AU-KEY-LOCATION PIC X(2).
             10 AU-KEY-ITEM-NO PIC X(5).
          05 FILLER PIC X(1).
          05 AU-BEFORE-IMAGE PIC X(64).
          05 AU-BEFORE-STOCK REDEFINES AU-BEFORE-IMAGE.
             10 AB-LOCATION PIC X(2).
             10 AB-ITEM-NO PIC X(5).
             10 AB-LAST-POSTED-DATE PIC 9(8).
             10 AB-OPENING-BAL PIC S9(7).
             10 AB-RECEIPTS PIC 9(7).
             10 AB-DISPATCHES PIC 9(7).
             10 AB-CLOSING-BAL PIC S9(7).
             10 AB-ADJUSTMENTS PIC S9(7).
             10 AB-TRANSFERS-IN PIC 9(7).
             10 AB-TRANSFERS-OUT PIC 9(7).
          05 FILLER PIC X(1).
          05 AU-AFTER-IMAGE PIC X(64).
          05 AU-AFTER-STOCK REDEFINES AU-AFTER-IMAGE.
             10 AA-LOCATION PIC X(2).
             10 AA-ITEM-NO PIC X(5).
             10 AA-LAST-POSTED-DATE PIC 9(8).
             10 AA-OPENING-BAL PIC S9(7).
             10 AA-RECEIPTS PIC 9(7).
             10 AA-DISPATCHES PIC 9(7).
             10 AA-CLOSING-BAL PIC S9(7).
             10 AA-ADJUSTMENTS PIC S9(7).
             10 AA-TRANSFERS-IN PIC 9(7).
             10 AA-TRANSFERS-OUT PIC 9(7).

      * One-record RELATIVE control file: how many records of each
      * source file the released journals have already taken, and
      * the next journal number - same single-record technique as
      * COPYPROG's CHECKPOINT-FILE and INVGEN's INVCTL.DAT.
       FD GL-CONTROL-FILE
          LABEL RECORDS STANDARD.
       01 GL-CONTROL-REC.
          05 GC-NEXT-JOURNAL-NO PIC 9(6).
          05 GC-TAXHIST-TAKEN PIC 9(7).
          05 GC-PAYHIST-TAKEN PIC 9(7).
          05 GC-ADJAUD-TAKEN PIC 9(7).
          05 GC-LAST-BUSINESS-DATE PIC 9(8).

       FD JOURNAL-FILE
          LABEL RECORDS STANDARD.
       01 JOURNAL-REC PIC X(120).

       FD LISTING-FILE
          LABEL RECORDS STANDARD.
       01 LISTING-LINE PIC X(100).

      * Shared run-control file for the daily sequence - one record
      * per step (1 CHALSORT, 2 COPYPROG2, 3 ARCHCONS, 4 STKPOST,
      * 5 INVGEN, 6 FILE2EXT, 7 GLJRNL) holding the business date
      * and the completion stamp, the one-record RELATIVE technique
      * COPYPROG's CHECKPOINT-FILE uses. RUN-LOG-FILE keeps the
      * appended completion history RUNSHEET prints from.
       FD RUN-CONTROL-FILE
          LABEL RECORDS STANDARD.
       01 RUN-CONTROL-REC.
          05 RC-BUSINESS-DATE PIC 9(8).
          05 RC-STATUS-FLAG PIC X.
             88 RC-STEP-COMPLETE VALUE 'C'.
          05 RC-COMPLETED-TIME PIC 9(6).

       FD RUN-LOG-FILE
          LABEL RECORDS STANDARD.
       01 RUN-LOG-REC.
          05 RL-BUSINESS-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RL-STEP-NO PIC 9(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RL-STEP-NAME PIC X(9).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RL-COMPLETED-TIME PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RL-OVERRIDE-FLAG PIC X.

       WORKING-STORAGE SECTION.
       01 E-O-F PIC X VALUE 'N'.
       01 WS-GLMAP-NAME PIC X(100).
       01 WS-ITEMMAST-NAME PIC X(100).
       01 WS-TAXHIST-NAME PIC X(100).
       01 WS-PAYHIST-NAME PIC X(100).
       01 WS-ADJAUD-NAME PIC X(100).
       01 WS-CTLFILE-NAME PIC X(100).
       01 WS-JOURNAL-NAME PIC X(100).
       01 WS-LISTING-NAME PIC X(100).
       01 WS-RUNCTL-NAME PIC X(100).
       01 WS-RUNLOG-NAME PIC X(100).
       01 WS-RUNCTL-KEY PIC 9(4).
       01 WS-RUNCTL-STATUS PIC XX.
          88 RUNCTL-FILE-OK VALUES '00' '02'.
          88 RUNCTL-FILE-NOT-FOUND VALUES '23' '35'.
       01 WS-RUNCTL-STEP PIC 9(1) VALUE 7.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-RUNCTL-DATE-OVR PIC X(8).
       01 WS-OVERRIDE-SW PIC X VALUE 'N'.
          88 RUN-OVERRIDDEN VALUE 'Y'.
       01 WS-RUNCTL-FOUND-SW PIC X.
          88 RUNCTL-REC-FOUND VALUE 'Y'.
       01 WS-RUN-STAMP-TIME-RAW PIC 9(8).
       01 WS-RUN-STAMP-TIME PIC 9(6).
       01 WS-GM-STATUS PIC XX.
          88 GM-FILE-OK VALUE '00'.
       01 WS-IM-STATUS PIC XX.
          88 IM-FILE-OK VALUE '00'.
       01 WS-IT-STATUS PIC XX.
          88 IT-FILE-NOT-FOUND VALUE '35'.
       01 WS-PH-STATUS PIC XX.
          88 PH-FILE-NOT-FOUND VALUE '35'.
       01 WS-AJ-STATUS PIC XX.
          88 AJ-FILE-NOT-FOUND VALUE '35'.
       01 WS-CTL-KEY PIC 9(4) VALUE 1.
       01 WS-CTL-STATUS PIC XX.
          88 CTL-FILE-OK VALUES '00' '02'.
          88 CTL-FILE-NOT-FOUND VALUES '23' '35'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-JOURNAL-NO PIC 9(6).

      * Records read from each source this run, and how many of
      * them were new since the last released journal.
       01 WS-TAXHIST-READ PIC 9(7) VALUE ZERO.
       01 WS-PAYHIST-READ PIC 9(7) VALUE ZERO.
       01 WS-ADJAUD-READ PIC 9(7) VALUE ZERO.
       01 WS-TAX-RECORDS-NEW PIC 9(7) VALUE ZERO.
       01 WS-VOID-RECORDS-NEW PIC 9(7) VALUE ZERO.
       01 WS-RECEIPTS-NEW PIC 9(7) VALUE ZERO.
       01 WS-CREDIT-NOTES-NEW PIC 9(7) VALUE ZERO.
       01 WS-ADJUSTMENTS-NEW PIC 9(7) VALUE ZERO.
       01 WS-ADJUSTMENTS-UNVALUED PIC 9(7) VALUE ZERO.
       01 WS-UNMAPPED-LINES PIC 9(5) VALUE ZERO.
       01 WS-CONTROL-ERRORS PIC 9(5) VALUE ZERO.

       01 WS-ADJ-QTY PIC S9(7).
       01 WS-ADJ-VALUE PIC 9(9)V99.

      * Posting request passed to POST-JOURNAL-AMOUNT.
       01 WS-POST-SOURCE PIC X(4).
       01 WS-POST-TYPE PIC X(4).
       01 WS-POST-CATEGORY PIC X(2).
       01 WS-POST-DEBIT PIC 9(11)V99.
       01 WS-POST-CREDIT PIC 9(11)V99.

      * The day's journal, one entry per source + posting type +
      * tax category, accumulated as the sources are read - the
      * same running-table technique as INVGEN's tax category
      * table. A full table abandons the run rather than releasing
      * a short journal.
       01 WS-JE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-JE-IX PIC 9(3).
       01 WS-JE-FOUND-SW PIC X.
          88 JE-SLOT-FOUND VALUE 'Y'.
          88 JE-SLOT-NOT-FOUND VALUE 'N'.
       01 WS-JOURNAL-TABLE.
          05 WS-JE-ENTRY OCCURS 200 TIMES.
             10 JE-SOURCE PIC X(4).
             10 JE-POSTING-TYPE PIC X(4).
             10 JE-TAX-CATEGORY PIC X(2).
             10 JE-ACCOUNT-NO PIC X(10).
             10 JE-ACCOUNT-NAME PIC X(30).
             10 JE-DEBIT PIC 9(11)V99.
             10 JE-CREDIT PIC 9(11)V99.

       01 WS-LINE-NO PIC 9(5) VALUE ZERO.
       01 WS-LINE-DEBIT PIC 9(11)V99.
       01 WS-LINE-CREDIT PIC 9(11)V99.
       01 WS-TOTAL-DEBIT PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CREDIT PIC 9(13)V99 VALUE ZERO.
       01 WS-RELEASE-SW PIC X VALUE 'N'.
          88 JOURNAL-RELEASED VALUE 'Y'.
          88 JOURNAL-HELD VALUE 'N'.

      * Plain unedited forms for the interface file - a decimal
      * point but no currency sign or commas, as FILE2EXT writes.
       01 WS-JNO-OUT PIC 9(6).
       01 WS-LINE-OUT PIC 9(5).
       01 WS-DR-OUT PIC 9(11).99.
       01 WS-CR-OUT PIC 9(11).99.
       01 WS-TOT-DR-OUT PIC 9(13).99.
       01 WS-TOT-CR-OUT PIC 9(13).99.

       01 WS-LIST-HEADER1-LINE.
          05 FILLER PIC X(11) VALUE "GL JOURNAL ".
          05 WLH-JOURNAL-NO PIC 9(6).
          05 FILLER PIC X(18) VALUE " - BUSINESS DATE: ".
          05 WLH-BUSINESS-DATE PIC 9(8).
          05 FILLER PIC X(12) VALUE "  RUN DATE: ".
          05 WLH-RUN-DATE PIC 9(8).
          05 FILLER PIC X(37) VALUE SPACES.

       01 WS-LIST-HEADER2-LINE PIC X(100) VALUE
          "LINE SRC  TYPE CAT ACCOUNT    ACCOUNT NAME
      -   "        DEBIT             CREDIT".

       01 WS-LIST-DETAIL-LINE.
          05 WLD-LINE-NO PIC ZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WLD-SOURCE PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WLD-POSTING-TYPE PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WLD-TAX-CATEGORY PIC X(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WLD-ACCOUNT-NO PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WLD-ACCOUNT-NAME PIC X(25).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WLD-DEBIT PIC $$$,$$$,$$$,$$9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WLD-CREDIT PIC $$$,$$$,$$$,$$9.99.
          05 FILLER PIC X(7) VALUE SPACES.

       01 WS-LIST-TOTAL-LINE.
          05 FILLER PIC X(30) VALUE SPACES.
          05 FILLER PIC X(26) VALUE "TOTALS".
          05 WLT-DEBIT PIC $$$,$$$,$$$,$$9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WLT-CREDIT PIC $$$,$$$,$$$,$$9.99.
          05 FILLER PIC X(7) VALUE SPACES.

       01 WS-LIST-MESSAGE-LINE.
          05 FILLER PIC X(4) VALUE "*** ".
          05 WLM-TEXT PIC X(60).
          05 FILLER PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           PERFORM CHECK-RUN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT GL-MAPPING-FILE.
           IF NOT GM-FILE-OK
               DISPLAY "UNABLE TO OPEN GL-MAPPING-FILE, STATUS: "
                   WS-GM-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER.
           IF NOT IM-FILE-OK
               DISPLAY "UNABLE TO OPEN ITEM-MASTER, STATUS: "
                   WS-IM-STATUS
               STOP RUN
           END-IF.
           PERFORM OPEN-CONTROL-FILE.
           MOVE GC-NEXT-JOURNAL-NO TO WS-JOURNAL-NO.
           PERFORM JOURNAL-TAX-HISTORY.
           PERFORM JOURNAL-PAYMENT-HISTORY.
           PERFORM JOURNAL-ADJUSTMENT-AUDIT.
           PERFORM TOTAL-JOURNAL.
           IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT
               AND WS-UNMAPPED-LINES = ZERO
               AND WS-CONTROL-ERRORS = ZERO
               SET JOURNAL-RELEASED TO TRUE
           ELSE
               SET JOURNAL-HELD TO TRUE
           END-IF.
           PERFORM WRITE-LISTING.
           OPEN OUTPUT JOURNAL-FILE.
           IF JOURNAL-RELEASED
               PERFORM WRITE-JOURNAL-FILE
               PERFORM ADVANCE-CONTROL
           END-IF.
           CLOSE JOURNAL-FILE.
           DISPLAY "CONTROL TOTALS - TAX RECORDS: " WS-TAX-RECORDS-NEW
               " RECEIPTS: " WS-RECEIPTS-NEW
               " VOIDS: " WS-VOID-RECORDS-NEW
               " CREDIT NOTES: " WS-CREDIT-NOTES-NEW
               " ADJUSTMENTS: " WS-ADJUSTMENTS-NEW.
           DISPLAY "JOURNAL " WS-JOURNAL-NO " LINES: " WS-LINE-NO
               " DEBITS: " WS-TOTAL-DEBIT
               " CREDITS: " WS-TOTAL-CREDIT.
           CLOSE GL-MAPPING-FILE ITEM-MASTER GL-CONTROL-FILE
                 LISTING-FILE.
           IF JOURNAL-RELEASED
               DISPLAY "GL journal released."
               PERFORM STAMP-RUN-CONTROL
           ELSE
               DISPLAY "GL JOURNAL HELD - NOT RELEASED - SEE LISTING"
               CLOSE RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       SET-FILE-NAMES.
           MOVE "D:\PROGRAMMING\COBOL\GLMAP.TXT" TO WS-GLMAP-NAME.
           ACCEPT WS-GLMAP-NAME FROM ENVIRONMENT "GLJRNL-GLMAP"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\GLMAP.TXT"
                       TO WS-GLMAP-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT" TO WS-ITEMMAST-NAME.
           ACCEPT WS-ITEMMAST-NAME FROM ENVIRONMENT "GLJRNL-ITEMMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT"
                       TO WS-ITEMMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVTAXH.TXT" TO WS-TAXHIST-NAME.
           ACCEPT WS-TAXHIST-NAME FROM ENVIRONMENT "GLJRNL-TAXHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVTAXH.TXT"
                       TO WS-TAXHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\PAYHIST.TXT" TO WS-PAYHIST-NAME.
           ACCEPT WS-PAYHIST-NAME FROM ENVIRONMENT "GLJRNL-PAYHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\PAYHIST.TXT"
                       TO WS-PAYHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STKADJ.AUD" TO WS-ADJAUD-NAME.
           ACCEPT WS-ADJAUD-NAME FROM ENVIRONMENT "GLJRNL-ADJAUD"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\STKADJ.AUD"
                       TO WS-ADJAUD-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\GLCTL.DAT" TO WS-CTLFILE-NAME.
           ACCEPT WS-CTLFILE-NAME FROM ENVIRONMENT "GLJRNL-CTLFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\GLCTL.DAT"
                       TO WS-CTLFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\GLJRNL.TXT" TO WS-JOURNAL-NAME.
           ACCEPT WS-JOURNAL-NAME FROM ENVIRONMENT "GLJRNL-JOURNAL"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\GLJRNL.TXT"
                       TO WS-JOURNAL-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\GLLIST.TXT" TO WS-LISTING-NAME.
           ACCEPT WS-LISTING-NAME FROM ENVIRONMENT "GLJRNL-LISTING"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\GLLIST.TXT"
                       TO WS-LISTING-NAME
           END-ACCEPT.

      * On the very first run the control record starts at journal
      * 000001 with nothing yet taken from any source, so the first
      * journal picks up the whole of each history - post opening
      * balances in the package accordingly, or load the control
      * record with the current record counts before the first run.
       OPEN-CONTROL-FILE.
           OPEN I-O GL-CONTROL-FILE.
           IF CTL-FILE-NOT-FOUND
               CLOSE GL-CONTROL-FILE
               OPEN OUTPUT GL-CONTROL-FILE
               CLOSE GL-CONTROL-FILE
               OPEN I-O GL-CONTROL-FILE
           END-IF.
           IF NOT CTL-FILE-OK
               DISPLAY "UNABLE TO OPEN GL-CONTROL-FILE, STATUS: "
                   WS-CTL-STATUS
               STOP RUN
           END-IF.
           READ GL-CONTROL-FILE
               INVALID KEY
                   MOVE 1 TO GC-NEXT-JOURNAL-NO
                   MOVE ZERO TO GC-TAXHIST-TAKEN
                   MOVE ZERO TO GC-PAYHIST-TAKEN
                   MOVE ZERO TO GC-ADJAUD-TAKEN
                   MOVE ZERO TO GC-LAST-BUSINESS-DATE
                   DISPLAY "GL CONTROL FILE INITIALIZED - "
                       "NEXT JOURNAL 000001"
           END-READ.

      * Invoices: debtors debited with the gross, sales and output
      * tax credited per category.
       JOURNAL-TAX-HISTORY.
           MOVE 'N' TO E-O-F.
           OPEN INPUT TAX-HISTORY-FILE.
           IF IT-FILE-NOT-FOUND
               DISPLAY "NO INVOICE TAX HISTORY ON FILE"
               MOVE 'Y' TO E-O-F
           ELSE
               READ TAX-HISTORY-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM JOURNAL-ONE-TAX-RECORD UNTIL E-O-F = 'Y'.
           IF NOT IT-FILE-NOT-FOUND
               CLOSE TAX-HISTORY-FILE
           END-IF.
           IF WS-TAXHIST-READ < GC-TAXHIST-TAKEN
               MOVE "INVOICE TAX HISTORY SHORTER THAN CONTROL FILE"
                   TO WLM-TEXT
               PERFORM REPORT-CONTROL-ERROR
           END-IF.

       JOURNAL-ONE-TAX-RECORD.
           ADD 1 TO WS-TAXHIST-READ.
           IF WS-TAXHIST-READ > GC-TAXHIST-TAKEN
               IF IT-VOID-REVERSAL
                   ADD 1 TO WS-VOID-RECORDS-NEW
                   PERFORM JOURNAL-ONE-VOID
               ELSE
                   ADD 1 TO WS-TAX-RECORDS-NEW
                   PERFORM JOURNAL-ONE-INVOICE
               END-IF
           END-IF.
           READ TAX-HISTORY-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       JOURNAL-ONE-INVOICE.
           MOVE "INV " TO WS-POST-SOURCE.
           MOVE "DEBT" TO WS-POST-TYPE.
           MOVE SPACES TO WS-POST-CATEGORY.
           COMPUTE WS-POST-DEBIT = IT-TAXABLE + IT-TAX.
           MOVE ZERO TO WS-POST-CREDIT.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE "SALE" TO WS-POST-TYPE.
           MOVE IT-TAX-CATEGORY TO WS-POST-CATEGORY.
           MOVE ZERO TO WS-POST-DEBIT.
           MOVE IT-TAXABLE TO WS-POST-CREDIT.
           PERFORM POST-JOURNAL-AMOUNT.
           IF IT-TAX > ZERO
               MOVE "OTAX" TO WS-POST-TYPE
               MOVE IT-TAX TO WS-POST-CREDIT
               PERFORM POST-JOURNAL-AMOUNT
           END-IF.

      * A voided invoice's figures come back with the entry type
      * 'V' and post the exact reverse of the invoice, under their
      * own source so the journal shows the voids apart.
       JOURNAL-ONE-VOID.
           MOVE "VOID" TO WS-POST-SOURCE.
           MOVE "DEBT" TO WS-POST-TYPE.
           MOVE SPACES TO WS-POST-CATEGORY.
           MOVE ZERO TO WS-POST-DEBIT.
           COMPUTE WS-POST-CREDIT = IT-TAXABLE + IT-TAX.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE "SALE" TO WS-POST-TYPE.
           MOVE IT-TAX-CATEGORY TO WS-POST-CATEGORY.
           MOVE IT-TAXABLE TO WS-POST-DEBIT.
           MOVE ZERO TO WS-POST-CREDIT.
           PERFORM POST-JOURNAL-AMOUNT.
           IF IT-TAX > ZERO
               MOVE "OTAX" TO WS-POST-TYPE
               MOVE IT-TAX TO WS-POST-DEBIT
               PERFORM POST-JOURNAL-AMOUNT
           END-IF.

      * Receipts: bank debited, debtors credited. Credit notes in
      * the same history: sales returns debited, debtors credited.
       JOURNAL-PAYMENT-HISTORY.
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
           PERFORM JOURNAL-ONE-PAYMENT UNTIL E-O-F = 'Y'.
           IF NOT PH-FILE-NOT-FOUND
               CLOSE PAYMENT-HISTORY
           END-IF.
           IF WS-PAYHIST-READ < GC-PAYHIST-TAKEN
               MOVE "PAYMENT HISTORY SHORTER THAN CONTROL FILE"
                   TO WLM-TEXT
               PERFORM REPORT-CONTROL-ERROR
           END-IF.

       JOURNAL-ONE-PAYMENT.
           ADD 1 TO WS-PAYHIST-READ.
           IF WS-PAYHIST-READ > GC-PAYHIST-TAKEN
               MOVE SPACES TO WS-POST-CATEGORY
               IF PH-CREDIT-NOTE
                   ADD 1 TO WS-CREDIT-NOTES-NEW
                   MOVE "CRN " TO WS-POST-SOURCE
                   MOVE "SRET" TO WS-POST-TYPE
               ELSE
                   ADD 1 TO WS-RECEIPTS-NEW
                   MOVE "RCPT" TO WS-POST-SOURCE
                   MOVE "BANK" TO WS-POST-TYPE
               END-IF
               MOVE PH-AMOUNT TO WS-POST-DEBIT
               MOVE ZERO TO WS-POST-CREDIT
               PERFORM POST-JOURNAL-AMOUNT
               MOVE "DEBT" TO WS-POST-TYPE
               MOVE ZERO TO WS-POST-DEBIT
               MOVE PH-AMOUNT TO WS-POST-CREDIT
               PERFORM POST-JOURNAL-AMOUNT
           END-IF.
           READ PAYMENT-HISTORY
               AT END MOVE 'Y' TO E-O-F
           END-READ.

      * Stock adjustments: the change in book quantity between the
      * audit's before and after images, valued at the item's
      * current rate. An item missing from ITEM-MASTER cannot be
      * valued; it is reported and left for accounts to journal by
      * hand rather than holding the whole day's journal.
       JOURNAL-ADJUSTMENT-AUDIT.
           MOVE 'N' TO E-O-F.
           OPEN INPUT ADJUST-AUDIT-FILE.
           IF AJ-FILE-NOT-FOUND
               DISPLAY "NO STOCK ADJUSTMENT AUDIT ON FILE"
               MOVE 'Y' TO E-O-F
           ELSE
               READ ADJUST-AUDIT-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM JOURNAL-ONE-ADJUSTMENT UNTIL E-O-F = 'Y'.
           IF NOT AJ-FILE-NOT-FOUND
               CLOSE ADJUST-AUDIT-FILE
           END-IF.
           IF WS-ADJAUD-READ < GC-ADJAUD-TAKEN
               MOVE "STOCK ADJUSTMENT AUDIT SHORTER THAN CONTROL FILE"
                   TO WLM-TEXT
               PERFORM REPORT-CONTROL-ERROR
           END-IF.

       JOURNAL-ONE-ADJUSTMENT.
           ADD 1 TO WS-ADJAUD-READ.
           IF WS-ADJAUD-READ > GC-ADJAUD-TAKEN
               ADD 1 TO WS-ADJUSTMENTS-NEW
               IF AB-CLOSING-BAL NOT NUMERIC
                   MOVE ZERO TO AB-CLOSING-BAL
               END-IF
               IF AA-CLOSING-BAL NOT NUMERIC
                   MOVE ZERO TO AA-CLOSING-BAL
               END-IF
               COMPUTE WS-ADJ-QTY = AA-CLOSING-BAL - AB-CLOSING-BAL
               IF WS-ADJ-QTY NOT = ZERO
                   PERFORM VALUE-ONE-ADJUSTMENT
               END-IF
           END-IF.
           READ ADJUST-AUDIT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       VALUE-ONE-ADJUSTMENT.
           MOVE AU-KEY-ITEM-NO TO IM-ITEM-NO.
           READ ITEM-MASTER
               INVALID KEY
                   ADD 1 TO WS-ADJUSTMENTS-UNVALUED
                   DISPLAY "ITEM " AU-KEY-ITEM-NO
                       " NOT ON ITEM-MASTER - "
                       "ADJUSTMENT OF " WS-ADJ-QTY " NOT JOURNALLED"
               NOT INVALID KEY
                   IF WS-ADJ-QTY < ZERO
                       COMPUTE WS-ADJ-VALUE ROUNDED =
                           (ZERO - WS-ADJ-QTY) * IM-ITEM-RATE
                   ELSE
                       COMPUTE WS-ADJ-VALUE ROUNDED =
                           WS-ADJ-QTY * IM-ITEM-RATE
                   END-IF
                   PERFORM POST-ADJUSTMENT-VALUE
           END-READ.

       POST-ADJUSTMENT-VALUE.
           MOVE "SADJ" TO WS-POST-SOURCE.
           MOVE SPACES TO WS-POST-CATEGORY.
           MOVE "SADJ" TO WS-POST-TYPE.
           IF WS-ADJ-QTY < ZERO
               MOVE WS-ADJ-VALUE TO WS-POST-DEBIT
               MOVE ZERO TO WS-POST-CREDIT
           ELSE
               MOVE ZERO TO WS-POST-DEBIT
               MOVE WS-ADJ-VALUE TO WS-POST-CREDIT
           END-IF.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE "STCK" TO WS-POST-TYPE.
           IF WS-ADJ-QTY < ZERO
               MOVE ZERO TO WS-POST-DEBIT
               MOVE WS-ADJ-VALUE TO WS-POST-CREDIT
           ELSE
               MOVE WS-ADJ-VALUE TO WS-POST-DEBIT
               MOVE ZERO TO WS-POST-CREDIT
           END-IF.
           PERFORM POST-JOURNAL-AMOUNT.

       REPORT-CONTROL-ERROR.
           ADD 1 TO WS-CONTROL-ERRORS.
           DISPLAY WLM-TEXT.

      * Add the request in WS-POST-xxx to its journal entry, opening
      * the entry (and looking up its GL account) the first time the
      * source/type/category is seen this run.
       POST-JOURNAL-AMOUNT.
           SET JE-SLOT-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-JE-IX.
           PERFORM SCAN-JOURNAL-TABLE
               UNTIL JE-SLOT-FOUND OR WS-JE-IX > WS-JE-COUNT.
           IF NOT JE-SLOT-FOUND
               IF WS-JE-COUNT = 200
                   DISPLAY "JOURNAL TABLE FULL - RUN ABANDONED"
                   STOP RUN
               END-IF
               ADD 1 TO WS-JE-COUNT
               MOVE WS-JE-COUNT TO WS-JE-IX
               MOVE WS-POST-SOURCE TO JE-SOURCE(WS-JE-IX)
               MOVE WS-POST-TYPE TO JE-POSTING-TYPE(WS-JE-IX)
               MOVE WS-POST-CATEGORY TO JE-TAX-CATEGORY(WS-JE-IX)
               MOVE ZERO TO JE-DEBIT(WS-JE-IX)
               MOVE ZERO TO JE-CREDIT(WS-JE-IX)
               PERFORM LOOKUP-GL-ACCOUNT
           END-IF.
           ADD WS-POST-DEBIT TO JE-DEBIT(WS-JE-IX).
           ADD WS-POST-CREDIT TO JE-CREDIT(WS-JE-IX).

       SCAN-JOURNAL-TABLE.
           IF JE-SOURCE(WS-JE-IX) = WS-POST-SOURCE
               AND JE-POSTING-TYPE(WS-JE-IX) = WS-POST-TYPE
               AND JE-TAX-CATEGORY(WS-JE-IX) = WS-POST-CATEGORY
               SET JE-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-JE-IX
           END-IF.

      * The category's own mapping first, then the type's blank-
      * category mapping; with neither the line is marked unmapped
      * and the journal will be held.
       LOOKUP-GL-ACCOUNT.
           MOVE WS-POST-TYPE TO GM-POSTING-TYPE.
           MOVE WS-POST-CATEGORY TO GM-TAX-CATEGORY.
           READ GL-MAPPING-FILE
               INVALID KEY
                   MOVE SPACES TO GM-TAX-CATEGORY
                   READ GL-MAPPING-FILE
                       INVALID KEY
                           MOVE "**UNMAPPED" TO GM-ACCOUNT-NO
                           MOVE "*** NO GL MAPPING ***"
                               TO GM-ACCOUNT-NAME
                           ADD 1 TO WS-UNMAPPED-LINES
                   END-READ
           END-READ.
           MOVE GM-ACCOUNT-NO TO JE-ACCOUNT-NO(WS-JE-IX).
           MOVE GM-ACCOUNT-NAME TO JE-ACCOUNT-NAME(WS-JE-IX).

      * A line carrying both debits and credits (stock gains and
      * losses on the same day) is netted to one side.
       TOTAL-JOURNAL.
           MOVE 1 TO WS-JE-IX.
           PERFORM NET-ONE-ENTRY UNTIL WS-JE-IX > WS-JE-COUNT.

       NET-ONE-ENTRY.
           IF JE-DEBIT(WS-JE-IX) > JE-CREDIT(WS-JE-IX)
               SUBTRACT JE-CREDIT(WS-JE-IX) FROM JE-DEBIT(WS-JE-IX)
               MOVE ZERO TO JE-CREDIT(WS-JE-IX)
           ELSE
               SUBTRACT JE-DEBIT(WS-JE-IX) FROM JE-CREDIT(WS-JE-IX)
               MOVE ZERO TO JE-DEBIT(WS-JE-IX)
           END-IF.
           ADD JE-DEBIT(WS-JE-IX) TO WS-TOTAL-DEBIT.
           ADD JE-CREDIT(WS-JE-IX) TO WS-TOTAL-CREDIT.
           ADD 1 TO WS-JE-IX.

       WRITE-LISTING.
           OPEN OUTPUT LISTING-FILE.
           MOVE WS-JOURNAL-NO TO WLH-JOURNAL-NO.
           MOVE WS-BUSINESS-DATE TO WLH-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WLH-RUN-DATE.
           MOVE WS-LIST-HEADER1-LINE TO LISTING-LINE.
           WRITE LISTING-LINE.
           MOVE WS-LIST-HEADER2-LINE TO LISTING-LINE.
           WRITE LISTING-LINE.
           MOVE ZERO TO WS-LINE-NO.
           MOVE 1 TO WS-JE-IX.
           PERFORM LIST-ONE-ENTRY UNTIL WS-JE-IX > WS-JE-COUNT.
           MOVE WS-TOTAL-DEBIT TO WLT-DEBIT.
           MOVE WS-TOTAL-CREDIT TO WLT-CREDIT.
           MOVE WS-LIST-TOTAL-LINE TO LISTING-LINE.
           WRITE LISTING-LINE.
           MOVE SPACES TO LISTING-LINE.
           WRITE LISTING-LINE.
           IF JOURNAL-RELEASED
               MOVE "JOURNAL BALANCED - RELEASED TO ACCOUNTS PACKAGE"
                   TO WLM-TEXT
               PERFORM WRITE-LISTING-MESSAGE
           ELSE
               MOVE "JOURNAL HELD - NOT RELEASED" TO WLM-TEXT
               PERFORM WRITE-LISTING-MESSAGE
               IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
                   MOVE "DEBITS DO NOT EQUAL CREDITS" TO WLM-TEXT
                   PERFORM WRITE-LISTING-MESSAGE
               END-IF
               IF WS-UNMAPPED-LINES > ZERO
                   MOVE "LINES WITH NO GL MAPPING - ADD THEM IN MASTMNT"
                       TO WLM-TEXT
                   PERFORM WRITE-LISTING-MESSAGE
               END-IF
               IF WS-CONTROL-ERRORS > ZERO
                   MOVE "SOURCE FILE SHORTER THAN CONTROL FILE"
                       TO WLM-TEXT
                   PERFORM WRITE-LISTING-MESSAGE
               END-IF
           END-IF.
           IF WS-ADJUSTMENTS-UNVALUED > ZERO
               MOVE "ADJUSTMENTS FOR ITEMS NOT ON MASTER NOT JOURNALLED"
                   TO WLM-TEXT
               PERFORM WRITE-LISTING-MESSAGE
           END-IF.

      * Entries that netted to nothing are left off the journal.
       LIST-ONE-ENTRY.
           IF JE-DEBIT(WS-JE-IX) > ZERO OR JE-CREDIT(WS-JE-IX) > ZERO
               ADD 1 TO WS-LINE-NO
               MOVE WS-LINE-NO TO WLD-LINE-NO
               MOVE JE-SOURCE(WS-JE-IX) TO WLD-SOURCE
               MOVE JE-POSTING-TYPE(WS-JE-IX) TO WLD-POSTING-TYPE
               MOVE JE-TAX-CATEGORY(WS-JE-IX) TO WLD-TAX-CATEGORY
               MOVE JE-ACCOUNT-NO(WS-JE-IX) TO WLD-ACCOUNT-NO
               MOVE JE-ACCOUNT-NAME(WS-JE-IX) TO WLD-ACCOUNT-NAME
               MOVE JE-DEBIT(WS-JE-IX) TO WLD-DEBIT
               MOVE JE-CREDIT(WS-JE-IX) TO WLD-CREDIT
               MOVE WS-LIST-DETAIL-LINE TO LISTING-LINE
               WRITE LISTING-LINE
           END-IF.
           ADD 1 TO WS-JE-IX.

       WRITE-LISTING-MESSAGE.
           MOVE WS-LIST-MESSAGE-LINE TO LISTING-LINE.
           WRITE LISTING-LINE.

       WRITE-JOURNAL-FILE.
           MOVE WS-JOURNAL-NO TO WS-JNO-OUT.
           MOVE ZERO TO WS-LINE-NO.
           MOVE 1 TO WS-JE-IX.
           PERFORM WRITE-ONE-JOURNAL-LINE
               UNTIL WS-JE-IX > WS-JE-COUNT.
           MOVE WS-LINE-NO TO WS-LINE-OUT.
           MOVE WS-TOTAL-DEBIT TO WS-TOT-DR-OUT.
           MOVE WS-TOTAL-CREDIT TO WS-TOT-CR-OUT.
           MOVE SPACES TO JOURNAL-REC.
           STRING "T|" DELIMITED BY SIZE
               WS-JNO-OUT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LINE-OUT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-TOT-DR-OUT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-TOT-CR-OUT DELIMITED BY SIZE
               INTO JOURNAL-REC.
           WRITE JOURNAL-REC.

       WRITE-ONE-JOURNAL-LINE.
           IF JE-DEBIT(WS-JE-IX) > ZERO OR JE-CREDIT(WS-JE-IX) > ZERO
               ADD 1 TO WS-LINE-NO
               MOVE WS-LINE-NO TO WS-LINE-OUT
               MOVE JE-DEBIT(WS-JE-IX) TO WS-DR-OUT
               MOVE JE-CREDIT(WS-JE-IX) TO WS-CR-OUT
               MOVE SPACES TO JOURNAL-REC
               STRING "D|" DELIMITED BY SIZE
                   WS-JNO-OUT DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-LINE-OUT DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(JE-ACCOUNT-NO(WS-JE-IX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(JE-ACCOUNT-NAME(WS-JE-IX))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   JE-SOURCE(WS-JE-IX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-DR-OUT DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-CR-OUT DELIMITED BY SIZE
                   INTO JOURNAL-REC
               WRITE JOURNAL-REC
           END-IF.
           ADD 1 TO WS-JE-IX.

      * Only a released journal moves the control record on: the
      * records it took from each source are now taken, and the next
      * run starts a new journal number.
       ADVANCE-CONTROL.
           MOVE WS-TAXHIST-READ TO GC-TAXHIST-TAKEN.
           MOVE WS-PAYHIST-READ TO GC-PAYHIST-TAKEN.
           MOVE WS-ADJAUD-READ TO GC-ADJAUD-TAKEN.
           MOVE WS-BUSINESS-DATE TO GC-LAST-BUSINESS-DATE.
           ADD 1 TO GC-NEXT-JOURNAL-NO.
           REWRITE GL-CONTROL-REC
               INVALID KEY
                   WRITE GL-CONTROL-REC
           END-REWRITE.

      * The daily sequence is enforced here: the step refuses to
      * start unless its predecessor has completed for the business
      * date, and refuses to run twice for the same date - the
      * operator sets RUNCTL-OVERRIDE=Y for a genuine rerun. The
      * business date defaults to the run date; RUNCTL-DATE
      * overrides it for a late-night run of the previous day.
       CHECK-RUN-CONTROL.
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
           MOVE SPACES TO WS-RUNCTL-DATE-OVR.
           ACCEPT WS-RUNCTL-DATE-OVR FROM ENVIRONMENT "RUNCTL-DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUNCTL-DATE-OVR
           END-ACCEPT.
           IF WS-RUNCTL-DATE-OVR NUMERIC
               MOVE WS-RUNCTL-DATE-OVR TO WS-BUSINESS-DATE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE 'N' TO WS-OVERRIDE-SW.
           ACCEPT WS-OVERRIDE-SW FROM ENVIRONMENT "RUNCTL-OVERRIDE"
               ON EXCEPTION
                   MOVE 'N' TO WS-OVERRIDE-SW
           END-ACCEPT.
           OPEN I-O RUN-CONTROL-FILE.
           IF RUNCTL-FILE-NOT-FOUND
               CLOSE RUN-CONTROL-FILE
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           IF NOT RUNCTL-FILE-OK
               DISPLAY "UNABLE TO OPEN RUN-CONTROL-FILE, STATUS: "
                   WS-RUNCTL-STATUS
               STOP RUN
           END-IF.
           IF WS-RUNCTL-STEP > 1
               PERFORM CHECK-PREDECESSOR-STEP
           END-IF.
           PERFORM CHECK-OWN-STEP.

       CHECK-PREDECESSOR-STEP.
           COMPUTE WS-RUNCTL-KEY = WS-RUNCTL-STEP - 1.
           SET RUNCTL-REC-FOUND TO TRUE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RUNCTL-FOUND-SW
           END-READ.
           IF RUNCTL-REC-FOUND
               AND RC-BUSINESS-DATE = WS-BUSINESS-DATE
               AND RC-STEP-COMPLETE
               CONTINUE
           ELSE
               IF RUN-OVERRIDDEN
                   DISPLAY "RUN CONTROL OVERRIDE - PREDECESSOR NOT "
                       "COMPLETE FOR " WS-BUSINESS-DATE
               ELSE
                   DISPLAY "PREDECESSOR STEP NOT COMPLETE FOR "
                       WS-BUSINESS-DATE " - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CHECK-OWN-STEP.
           MOVE WS-RUNCTL-STEP TO WS-RUNCTL-KEY.
           SET RUNCTL-REC-FOUND TO TRUE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RUNCTL-FOUND-SW
           END-READ.
           IF RUNCTL-REC-FOUND
               AND RC-BUSINESS-DATE = WS-BUSINESS-DATE
               AND RC-STEP-COMPLETE
               IF RUN-OVERRIDDEN
                   DISPLAY "RUN CONTROL OVERRIDE - RERUN FOR "
                       WS-BUSINESS-DATE
               ELSE
                   DISPLAY "STEP ALREADY COMPLETE FOR "
                       WS-BUSINESS-DATE " - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       STAMP-RUN-CONTROL.
           ACCEPT WS-RUN-STAMP-TIME-RAW FROM TIME.
           MOVE WS-RUN-STAMP-TIME-RAW(1:6) TO WS-RUN-STAMP-TIME.
           MOVE WS-RUNCTL-STEP TO WS-RUNCTL-KEY.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           SET RC-STEP-COMPLETE TO TRUE.
           MOVE WS-RUN-STAMP-TIME TO RC-COMPLETED-TIME.
           REWRITE RUN-CONTROL-REC
               INVALID KEY
                   WRITE RUN-CONTROL-REC
           END-REWRITE.
           CLOSE RUN-CONTROL-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-REC.
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUNCTL-STEP TO RL-STEP-NO.
           MOVE "GLJRNL" TO RL-STEP-NAME.
           MOVE WS-RUN-STAMP-TIME TO RL-COMPLETED-TIME.
           MOVE WS-OVERRIDE-SW TO RL-OVERRIDE-FLAG.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
