      ******************************************************************
      * Author:SUBASH S L
      * Date: 12.9.2026
      * Purpose: Pre-batch snapshot of the business day. COPYPROG2
      * posts CM-OUTSTANDING-BAL, STKPOST rolls and posts STOCKBAL
      * and the PO lines, ARCHCONS adds to the MTD archive, INVGEN
      * and CHALENT advance their number-control files - all in
      * place - so a day's batch fed the wrong FILE1 or a bad rate
      * could only be undone by hand corrections through MASTMNT and
      * STKADJ that muddy the audit trail. This program runs at the
      * front of the daily sequence, before CHALSORT, and takes a
      * dated copy of everything the day changes in place:
      *   CM CUSTMAST   IM ITEMMAST   TX TAXMAST   SB STOCKBAL
      *   PO POFILE     AR FILE2MTD (the MTD archive)
      *   DS DELSTAT (the delivery-status file)
      *   XF XFERFILE (the inter-godown transfers)
      *   IC INVCTL     CN CRNCTL     CH CHLCTL    GC GLCTL
      *   RC RUNCTL     LG STOCKLDG (rewritten by STKPOST each day)
      * and, for the histories the day only appends to (INVHIST,
      * INVTAXH, PAYHIST, the run log and STKADJ.AUD), the record
      * count each stands at, so DAYBACK can trim back to it. The
      * numbers of the invoices already voided are kept too, so a
      * void made after the snapshot can be taken off again.
      *
      * The snapshot is one line sequential file per generation:
      * each file's records are copied whole between a begin and an
      * end marker carrying the file code and record count, and a
      * trailer holding the business date, the history counts and
      * the snapshot's own record count is written last - a snapshot
      * without its trailer is incomplete and DAYBACK will not use
      * it. A fixed number of generations is kept (SNAPSHOT-
      * GENERATIONS, 01-14, default 07) in slots SNAP01.DAT,
      * SNAP02.DAT ... named from SNAPSHOT-PREFIX; a one-record
      * RELATIVE index (SNAPCTL.DAT, same single-record technique as
      * INVGEN's INVCTL.DAT) records the business date held in each
      * slot. A new business date takes an empty slot or the oldest
      * one; a rerun for the same date reuses its own slot.
      *
      * This is step 0 of the daily run-control sequence. Its
      * run-control record is relative record 9 (relative keys start
      * at 1 and records 1-7 are the numbered steps); CHALSORT will
      * not start until it has completed for the business date. The
      * run-control file is copied before this step stamps itself,
      * so a restored day starts again from the snapshot.
      *
      * File names are taken from environment variables
      * (DAYSNAP-CUSTMAST, -ITEMMAST, -TAXMAST, -STOCKFILE, -POFILE,
      * -ARCHIVE, -INVCTL, -CRNCTL, -CHLCTL, -GLCTL, -LEDGER,
      * -INVHIST, -TAXHIST, -PAYHIST, -ADJAUD, -DELSTAT, -XFERFILE;
      * the shared SNAPSHOT-PREFIX, SNAPSHOT-CTL, RUNCTL-FILE and
      * RUNCTL-LOG) when set, falling back to the hardcoded paths
      * otherwise, same convention as the other programs.
      *
      * Maintenance Log:
      * - The delivery-status file (DELSTAT.TXT) ARCHCONS opens a
      *   record on for each dispatched challan, and INVGEN marks
      *   as challans are invoiced, is copied as file code DS. The
      *   MTD archive record is 12 bytes longer for the delivery
      *   fields DELCONF posts; it is still copied whole.
      * - Stock is held per godown: STOCKBAL is keyed on location +
      *   item and its record is 64 bytes. The transfer file
      *   (XFERFILE.TXT) STKXFER opens a transfer on when goods
      *   leave one godown and closes when they arrive at another
      *   is copied as file code XF.
      * - The invoice history view now carries the full invoice
      *   layout, as DAYBACK reads it; the void marker was being
      *   looked for three bytes too far along, so no void was ever
      *   noted in a snapshot.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYSNAP.

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
           FILE STATUS IS WS-SRC-STATUS.
           SELECT ITEM-MASTER ASSIGN DYNAMIC WS-ITEMMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IM-ITEM-NO
           FILE STATUS IS WS-SRC-STATUS.
           SELECT TAX-RATE-MASTER ASSIGN DYNAMIC WS-TAXMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TX-TAX-CATEGORY
           FILE STATUS IS WS-SRC-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC WS-STOCKFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SB-KEY
           FILE STATUS IS WS-SRC-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN DYNAMIC WS-POFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-SRC-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCH-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARCH-KEY = A-CHALLAN-DATE A-CUSTOMER-NO
               A-CHALLAN-NO A-ITEM-NO A-LINE-SEQ
           FILE STATUS IS WS-SRC-STATUS.
           SELECT DELIVERY-STATUS-FILE ASSIGN DYNAMIC WS-DELSTAT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DS-KEY
           FILE STATUS IS WS-SRC-STATUS.
           SELECT TRANSFER-FILE ASSIGN DYNAMIC WS-XFERFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TF-TRANSFER-NO
           FILE STATUS IS WS-SRC-STATUS.
           SELECT INVOICE-CONTROL-FILE ASSIGN DYNAMIC WS-INVCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-REL-KEY
           FILE STATUS IS WS-SRC-STATUS.
           SELECT NOTE-CONTROL-FILE ASSIGN DYNAMIC WS-CRNCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-REL-KEY
           FILE STATUS IS WS-SRC-STATUS.
           SELECT CHALLAN-CONTROL-FILE ASSIGN DYNAMIC WS-CHLCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-REL-KEY
           FILE STATUS IS WS-SRC-STATUS.
           SELECT GL-CONTROL-FILE ASSIGN DYNAMIC WS-GLCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           RELATIVE KEY IS WS-REL-KEY
           FILE STATUS IS WS-SRC-STATUS.
           SELECT SEQUENTIAL-FILE ASSIGN DYNAMIC WS-SEQ-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRC-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN DYNAMIC WS-RUNCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-RUNCTL-KEY
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN DYNAMIC WS-RUNLOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * One snapshot record per copied record, between a begin ('BF')
      * and an end ('EF') marker per file; 'VD' records carry the
      * invoices voided at snapshot time and the 'ZZ' trailer closes
      * a complete snapshot. SN-KEY is the relative record number
      * for the RELATIVE files, zero otherwise.
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

      * Generation index: the business date held in each slot.
       FD SNAP-CONTROL-FILE
          LABEL RECORDS STANDARD.
       01 SNAP-CONTROL-REC.
          05 SC-SLOT OCCURS 14 TIMES.
             10 SC-BUSINESS-DATE PIC 9(8).
             10 SC-TAKEN-DATE PIC 9(8).
             10 SC-TAKEN-TIME PIC 9(6).

      * The masters are copied whole; only the keys are named, the
      * record lengths match the layouts MASTMNT maintains.
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

      * Layout length mirrors STOCK-REC as posted by STKPOST.
       FD STOCK-FILE
          LABEL RECORDS STANDARD.
       01 STOCK-REC.
          05 SB-KEY PIC X(7).
          05 FILLER PIC X(57).

      * Layout length mirrors PURCHASE-ORDER-REC as maintained by
      * MASTMNT.
       FD PURCHASE-ORDER-FILE
          LABEL RECORDS STANDARD.
       01 PURCHASE-ORDER-REC.
          05 PO-KEY PIC X(15).
          05 FILLER PIC X(39).

      * Layout mirrors ARCH-REC as written by ARCHCONS; the split
      * key fields are named at their offsets.
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

      * Layout mirrors DELIVERY-STATUS-REC as written by ARCHCONS,
      * DELCONF and INVGEN; only the key is named.
       FD DELIVERY-STATUS-FILE
          LABEL RECORDS STANDARD.
       01 DELIVERY-STATUS-REC.
          05 DS-KEY PIC X(17).
          05 FILLER PIC X(113).

      * Layout length mirrors TRANSFER-REC as maintained by STKXFER.
       FD TRANSFER-FILE
          LABEL RECORDS STANDARD.
       01 TRANSFER-REC.
          05 TF-TRANSFER-NO PIC X(6).
          05 FILLER PIC X(56).

      * The one-record number-control files of INVGEN, CRNOTE,
      * CHALENT and GLJRNL.
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

      * Any of the line sequential files: the stock ledger is copied
      * through it and the appended histories counted through it.
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

      * Shared run-control file for the daily sequence - one record
      * per step (1 CHALSORT, 2 COPYPROG2, 3 ARCHCONS, 4 STKPOST,
      * 5 INVGEN, 6 FILE2EXT, 7 GLJRNL; this snapshot, step 0, in
      * record 9) holding the business date and the completion
      * stamp. RUN-LOG-FILE keeps the appended completion history
      * RUNSHEET prints from.
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
       01 WS-LEDGER-NAME PIC X(100).
       01 WS-INVHIST-NAME PIC X(100).
       01 WS-TAXHIST-NAME PIC X(100).
       01 WS-PAYHIST-NAME PIC X(100).
       01 WS-ADJAUD-NAME PIC X(100).
       01 WS-SEQ-NAME PIC X(100).
       01 WS-SN-STATUS PIC XX.
          88 SN-FILE-OK VALUE '00'.
       01 WS-SRC-STATUS PIC XX.
          88 SRC-FILE-OK VALUES '00' '02'.
          88 SRC-FILE-NOT-FOUND VALUE '35'.
       01 WS-CTL-KEY PIC 9(4) VALUE 1.
       01 WS-CTL-STATUS PIC XX.
          88 CTL-FILE-OK VALUES '00' '02'.
          88 CTL-FILE-NOT-FOUND VALUES '23' '35'.
       01 WS-REL-KEY PIC 9(4).

       01 WS-RUNCTL-NAME PIC X(100).
       01 WS-RUNLOG-NAME PIC X(100).
       01 WS-RUNCTL-KEY PIC 9(4).
       01 WS-RUNCTL-STATUS PIC XX.
          88 RUNCTL-FILE-OK VALUES '00' '02'.
          88 RUNCTL-FILE-NOT-FOUND VALUES '23' '35'.
       01 WS-RUNCTL-STEP PIC 9(1) VALUE 0.
       01 WS-RUNCTL-SNAP-KEY PIC 9(4) VALUE 9.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-RUNCTL-DATE-OVR PIC X(8).
       01 WS-OVERRIDE-SW PIC X VALUE 'N'.
          88 RUN-OVERRIDDEN VALUE 'Y'.
       01 WS-RUNCTL-FOUND-SW PIC X.
          88 RUNCTL-REC-FOUND VALUE 'Y'.
       01 WS-RUN-STAMP-TIME-RAW PIC 9(8).
       01 WS-RUN-STAMP-TIME PIC 9(6).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-GENERATIONS-IN PIC X(2).
       01 WS-GENERATIONS PIC 9(2) VALUE 7.
       01 WS-SLOT-IX PIC 9(2).
       01 WS-SLOT-NO PIC 9(2).
       01 WS-OLDEST-DATE PIC 9(8).

       01 WS-FILE-CODE PIC X(2).
       01 WS-FILE-RECORDS PIC 9(7).
       01 WS-SNAP-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-SEQ-COUNT PIC 9(7).
       01 WS-INVHIST-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TAXHIST-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PAYHIST-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ADJAUD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-VOIDS-NOTED PIC 9(7) VALUE ZERO.
       01 WS-NOTE-VOIDS-SW PIC X VALUE 'N'.
          88 NOTE-VOIDS VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           PERFORM CHECK-RUN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SELECT-GENERATION-SLOT.
           OPEN OUTPUT SNAPSHOT-FILE.
           IF NOT SN-FILE-OK
               DISPLAY "UNABLE TO OPEN SNAPSHOT-FILE, STATUS: "
                   WS-SN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COUNT-APPENDED-FILES.
           PERFORM COPY-CUSTOMER-MASTER.
           PERFORM COPY-ITEM-MASTER.
           PERFORM COPY-TAX-RATE-MASTER.
           PERFORM COPY-STOCK-FILE.
           PERFORM COPY-PURCHASE-ORDERS.
           PERFORM COPY-ARCHIVE.
           PERFORM COPY-DELIVERY-STATUS.
           PERFORM COPY-TRANSFERS.
           PERFORM COPY-INVOICE-CONTROL.
           PERFORM COPY-NOTE-CONTROL.
           PERFORM COPY-CHALLAN-CONTROL.
           PERFORM COPY-GL-CONTROL.
           PERFORM COPY-RUN-CONTROL.
           PERFORM COPY-STOCK-LEDGER.
           PERFORM WRITE-SNAPSHOT-TRAILER.
           CLOSE SNAPSHOT-FILE.
           PERFORM RECORD-GENERATION.
           DISPLAY "Business-day snapshot taken."
           DISPLAY "CONTROL TOTALS - DATE: " WS-BUSINESS-DATE
               " GENERATION: " WS-SLOT-NO
               " RECORDS: " WS-SNAP-RECORDS
               " INVHIST: " WS-INVHIST-COUNT
               " PAYHIST: " WS-PAYHIST-COUNT.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       SET-FILE-NAMES.
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
           MOVE SPACES TO WS-GENERATIONS-IN.
           ACCEPT WS-GENERATIONS-IN
               FROM ENVIRONMENT "SNAPSHOT-GENERATIONS"
               ON EXCEPTION
                   MOVE SPACES TO WS-GENERATIONS-IN
           END-ACCEPT.
           IF WS-GENERATIONS-IN NUMERIC
               AND WS-GENERATIONS-IN > "00"
               AND WS-GENERATIONS-IN < "15"
               MOVE WS-GENERATIONS-IN TO WS-GENERATIONS
           END-IF.
           MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT" TO WS-CUSTMAST-NAME.
           ACCEPT WS-CUSTMAST-NAME FROM ENVIRONMENT "DAYSNAP-CUSTMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CUSTMAST.TXT"
                       TO WS-CUSTMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT" TO WS-ITEMMAST-NAME.
           ACCEPT WS-ITEMMAST-NAME FROM ENVIRONMENT "DAYSNAP-ITEMMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\ITEMMAST.TXT"
                       TO WS-ITEMMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\TAXMAST.TXT" TO WS-TAXMAST-NAME.
           ACCEPT WS-TAXMAST-NAME FROM ENVIRONMENT "DAYSNAP-TAXMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\TAXMAST.TXT"
                       TO WS-TAXMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STOCKBAL.TXT"
               TO WS-STOCKFILE-NAME.
           ACCEPT WS-STOCKFILE-NAME
               FROM ENVIRONMENT "DAYSNAP-STOCKFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\STOCKBAL.TXT"
                       TO WS-STOCKFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\POFILE.TXT" TO WS-POFILE-NAME.
           ACCEPT WS-POFILE-NAME FROM ENVIRONMENT "DAYSNAP-POFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\POFILE.TXT"
                       TO WS-POFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\FILE2MTD.TXT" TO WS-ARCH-NAME.
           ACCEPT WS-ARCH-NAME FROM ENVIRONMENT "DAYSNAP-ARCHIVE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\FILE2MTD.TXT"
                       TO WS-ARCH-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\DELSTAT.TXT" TO WS-DELSTAT-NAME.
           ACCEPT WS-DELSTAT-NAME FROM ENVIRONMENT "DAYSNAP-DELSTAT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\DELSTAT.TXT"
                       TO WS-DELSTAT-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\XFERFILE.TXT" TO WS-XFERFILE-NAME.
           ACCEPT WS-XFERFILE-NAME FROM ENVIRONMENT "DAYSNAP-XFERFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\XFERFILE.TXT"
                       TO WS-XFERFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVCTL.DAT" TO WS-INVCTL-NAME.
           ACCEPT WS-INVCTL-NAME FROM ENVIRONMENT "DAYSNAP-INVCTL"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVCTL.DAT"
                       TO WS-INVCTL-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CRNCTL.DAT" TO WS-CRNCTL-NAME.
           ACCEPT WS-CRNCTL-NAME FROM ENVIRONMENT "DAYSNAP-CRNCTL"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CRNCTL.DAT"
                       TO WS-CRNCTL-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CHLCTL.DAT" TO WS-CHLCTL-NAME.
           ACCEPT WS-CHLCTL-NAME FROM ENVIRONMENT "DAYSNAP-CHLCTL"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CHLCTL.DAT"
                       TO WS-CHLCTL-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\GLCTL.DAT" TO WS-GLCTL-NAME.
           ACCEPT WS-GLCTL-NAME FROM ENVIRONMENT "DAYSNAP-GLCTL"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\GLCTL.DAT"
                       TO WS-GLCTL-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STOCKLDG.TXT" TO WS-LEDGER-NAME.
           ACCEPT WS-LEDGER-NAME FROM ENVIRONMENT "DAYSNAP-LEDGER"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\STOCKLDG.TXT"
                       TO WS-LEDGER-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVHIST.TXT" TO WS-INVHIST-NAME.
           ACCEPT WS-INVHIST-NAME FROM ENVIRONMENT "DAYSNAP-INVHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVHIST.TXT"
                       TO WS-INVHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVTAXH.TXT" TO WS-TAXHIST-NAME.
           ACCEPT WS-TAXHIST-NAME FROM ENVIRONMENT "DAYSNAP-TAXHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVTAXH.TXT"
                       TO WS-TAXHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\PAYHIST.TXT" TO WS-PAYHIST-NAME.
           ACCEPT WS-PAYHIST-NAME FROM ENVIRONMENT "DAYSNAP-PAYHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\PAYHIST.TXT"
                       TO WS-PAYHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STKADJ.AUD" TO WS-ADJAUD-NAME.
           ACCEPT WS-ADJAUD-NAME FROM ENVIRONMENT "DAYSNAP-ADJAUD"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\STKADJ.AUD"
                       TO WS-ADJAUD-NAME
           END-ACCEPT.

      * A rerun for a business date already held reuses that slot;
      * otherwise an empty slot, failing that the oldest date. Slots
      * beyond the generation count are dropped from the index. The
      * chosen slot is cleared before the copy starts so an
      * interrupted snapshot is never offered to DAYBACK.
       SELECT-GENERATION-SLOT.
           OPEN I-O SNAP-CONTROL-FILE.
           IF CTL-FILE-NOT-FOUND
               CLOSE SNAP-CONTROL-FILE
               OPEN OUTPUT SNAP-CONTROL-FILE
               CLOSE SNAP-CONTROL-FILE
               OPEN I-O SNAP-CONTROL-FILE
           END-IF.
           IF NOT CTL-FILE-OK
               DISPLAY "UNABLE TO OPEN SNAP-CONTROL-FILE, STATUS: "
                   WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ SNAP-CONTROL-FILE
               INVALID KEY
                   MOVE ZEROS TO SNAP-CONTROL-REC
           END-READ.
           MOVE ZERO TO WS-SLOT-NO.
           MOVE 1 TO WS-SLOT-IX.
           PERFORM FIND-SAME-DATE-SLOT
               UNTIL WS-SLOT-IX > WS-GENERATIONS.
           IF WS-SLOT-NO = ZERO
               MOVE 99999999 TO WS-OLDEST-DATE
               MOVE 1 TO WS-SLOT-IX
               PERFORM FIND-OLDEST-SLOT
                   UNTIL WS-SLOT-IX > WS-GENERATIONS
           ELSE
               DISPLAY "SNAPSHOT FOR " WS-BUSINESS-DATE
                   " ALREADY HELD - TAKEN AGAIN"
           END-IF.
           IF SC-BUSINESS-DATE(WS-SLOT-NO) NOT = ZERO
               AND SC-BUSINESS-DATE(WS-SLOT-NO) NOT = WS-BUSINESS-DATE
               DISPLAY "GENERATION " WS-SLOT-NO " FOR "
                   SC-BUSINESS-DATE(WS-SLOT-NO) " RELEASED"
           END-IF.
           MOVE ZERO TO SC-BUSINESS-DATE(WS-SLOT-NO).
           MOVE ZERO TO SC-TAKEN-DATE(WS-SLOT-NO).
           MOVE ZERO TO SC-TAKEN-TIME(WS-SLOT-NO).
           COMPUTE WS-SLOT-IX = WS-GENERATIONS + 1.
           PERFORM DROP-EXCESS-SLOT UNTIL WS-SLOT-IX > 14.
           PERFORM REWRITE-SNAP-CONTROL.
           MOVE SPACES TO WS-SNAPFILE-NAME.
           STRING WS-SNAP-PREFIX DELIMITED BY SPACE
               WS-SLOT-NO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SNAPFILE-NAME.

       FIND-SAME-DATE-SLOT.
           IF SC-BUSINESS-DATE(WS-SLOT-IX) = WS-BUSINESS-DATE
               MOVE WS-SLOT-IX TO WS-SLOT-NO
           END-IF.
           ADD 1 TO WS-SLOT-IX.

       FIND-OLDEST-SLOT.
           IF SC-BUSINESS-DATE(WS-SLOT-IX) < WS-OLDEST-DATE
               MOVE SC-BUSINESS-DATE(WS-SLOT-IX) TO WS-OLDEST-DATE
               MOVE WS-SLOT-IX TO WS-SLOT-NO
           END-IF.
           ADD 1 TO WS-SLOT-IX.

       DROP-EXCESS-SLOT.
           MOVE ZERO TO SC-BUSINESS-DATE(WS-SLOT-IX).
           MOVE ZERO TO SC-TAKEN-DATE(WS-SLOT-IX).
           MOVE ZERO TO SC-TAKEN-TIME(WS-SLOT-IX).
           ADD 1 TO WS-SLOT-IX.

       REWRITE-SNAP-CONTROL.
           REWRITE SNAP-CONTROL-REC
               INVALID KEY
                   WRITE SNAP-CONTROL-REC
           END-REWRITE.

       RECORD-GENERATION.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE(WS-SLOT-NO).
           MOVE WS-RUN-DATE TO SC-TAKEN-DATE(WS-SLOT-NO).
           ACCEPT WS-RUN-STAMP-TIME-RAW FROM TIME.
           MOVE WS-RUN-STAMP-TIME-RAW(1:6)
               TO SC-TAKEN-TIME(WS-SLOT-NO).
           PERFORM REWRITE-SNAP-CONTROL.
           CLOSE SNAP-CONTROL-FILE.

      * The appended histories are only counted; DAYBACK trims each
      * back to the count it stood at here. The invoice history is
      * also read for the invoices already voided.
       COUNT-APPENDED-FILES.
           MOVE "IH" TO WS-FILE-CODE.
           MOVE WS-INVHIST-NAME TO WS-SEQ-NAME.
           MOVE 'Y' TO WS-NOTE-VOIDS-SW.
           PERFORM COUNT-SEQUENTIAL-FILE.
           MOVE 'N' TO WS-NOTE-VOIDS-SW.
           MOVE WS-SEQ-COUNT TO WS-INVHIST-COUNT.
           MOVE "IT" TO WS-FILE-CODE.
           MOVE WS-TAXHIST-NAME TO WS-SEQ-NAME.
           PERFORM COUNT-SEQUENTIAL-FILE.
           MOVE WS-SEQ-COUNT TO WS-TAXHIST-COUNT.
           MOVE "PH" TO WS-FILE-CODE.
           MOVE WS-PAYHIST-NAME TO WS-SEQ-NAME.
           PERFORM COUNT-SEQUENTIAL-FILE.
           MOVE WS-SEQ-COUNT TO WS-PAYHIST-COUNT.
           MOVE "RL" TO WS-FILE-CODE.
           MOVE WS-RUNLOG-NAME TO WS-SEQ-NAME.
           PERFORM COUNT-SEQUENTIAL-FILE.
           MOVE WS-SEQ-COUNT TO WS-RUNLOG-COUNT.
           MOVE "AA" TO WS-FILE-CODE.
           MOVE WS-ADJAUD-NAME TO WS-SEQ-NAME.
           PERFORM COUNT-SEQUENTIAL-FILE.
           MOVE WS-SEQ-COUNT TO WS-ADJAUD-COUNT.

       COUNT-SEQUENTIAL-FILE.
           MOVE ZERO TO WS-SEQ-COUNT.
           MOVE 'N' TO E-O-F.
           OPEN INPUT SEQUENTIAL-FILE.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ SEQUENTIAL-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COUNT-ONE-SEQUENTIAL UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE SEQUENTIAL-FILE
           END-IF.

       COUNT-ONE-SEQUENTIAL.
           ADD 1 TO WS-SEQ-COUNT.
           IF NOTE-VOIDS AND SQ-VOIDED
               MOVE SPACES TO SNAPSHOT-REC
               MOVE "VD" TO SN-CODE
               MOVE ZERO TO SN-KEY
               MOVE SQ-INVOICE-NO TO SN-VD-INVOICE-NO
               PERFORM WRITE-SNAPSHOT-REC
               ADD 1 TO WS-VOIDS-NOTED
           END-IF.
           READ SEQUENTIAL-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

      * A file that cannot be opened for any reason other than not
      * yet existing stops the snapshot before its trailer is
      * written, so the generation is never offered for a backout.
       CHECK-SOURCE-OPEN.
           IF NOT SRC-FILE-OK
               DISPLAY "UNABLE TO OPEN " WS-FILE-CODE
                   " FOR SNAPSHOT, STATUS: " WS-SRC-STATUS
               DISPLAY "SNAPSHOT INCOMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-SNAPSHOT-REC.
           WRITE SNAPSHOT-REC.
           ADD 1 TO WS-SNAP-RECORDS.

       WRITE-BEGIN-MARKER.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE "BF" TO SN-CODE.
           MOVE ZERO TO SN-KEY.
           MOVE WS-FILE-CODE TO SN-MK-FILE-CODE.
           IF SRC-FILE-NOT-FOUND
               MOVE 'N' TO SN-MK-FOUND
           ELSE
               MOVE 'Y' TO SN-MK-FOUND
           END-IF.
           MOVE ZERO TO SN-MK-COUNT.
           PERFORM WRITE-SNAPSHOT-REC.
           MOVE ZERO TO WS-FILE-RECORDS.

       WRITE-END-MARKER.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE "EF" TO SN-CODE.
           MOVE ZERO TO SN-KEY.
           MOVE WS-FILE-CODE TO SN-MK-FILE-CODE.
           MOVE 'Y' TO SN-MK-FOUND.
           MOVE WS-FILE-RECORDS TO SN-MK-COUNT.
           PERFORM WRITE-SNAPSHOT-REC.

       WRITE-IMAGE-RECORD.
           MOVE WS-FILE-CODE TO SN-CODE.
           PERFORM WRITE-SNAPSHOT-REC.
           ADD 1 TO WS-FILE-RECORDS.

       COPY-CUSTOMER-MASTER.
           MOVE "CM" TO WS-FILE-CODE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT CUSTOMER-MASTER.
           PERFORM WRITE-BEGIN-MARKER.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ CUSTOMER-MASTER
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-CUSTOMER UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE CUSTOMER-MASTER
           END-IF.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-CUSTOMER.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE ZERO TO SN-KEY.
           MOVE CUSTOMER-MASTER-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ CUSTOMER-MASTER
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       COPY-ITEM-MASTER.
           MOVE "IM" TO WS-FILE-CODE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT ITEM-MASTER.
           PERFORM WRITE-BEGIN-MARKER.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ ITEM-MASTER
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-ITEM UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE ITEM-MASTER
           END-IF.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-ITEM.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE ZERO TO SN-KEY.
           MOVE ITEM-MASTER-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ ITEM-MASTER
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       COPY-TAX-RATE-MASTER.
           MOVE "TX" TO WS-FILE-CODE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT TAX-RATE-MASTER.
           PERFORM WRITE-BEGIN-MARKER.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ TAX-RATE-MASTER
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-TAX-RATE UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE TAX-RATE-MASTER
           END-IF.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-TAX-RATE.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE ZERO TO SN-KEY.
           MOVE TAX-RATE-MASTER-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ TAX-RATE-MASTER
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       COPY-STOCK-FILE.
           MOVE "SB" TO WS-FILE-CODE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT STOCK-FILE.
           PERFORM WRITE-BEGIN-MARKER.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ STOCK-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-STOCK UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE STOCK-FILE
           END-IF.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-STOCK.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE ZERO TO SN-KEY.
           MOVE STOCK-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ STOCK-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       COPY-PURCHASE-ORDERS.
           MOVE "PO" TO WS-FILE-CODE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT PURCHASE-ORDER-FILE.
           PERFORM WRITE-BEGIN-MARKER.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ PURCHASE-ORDER-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-PO-LINE UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE PURCHASE-ORDER-FILE
           END-IF.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-PO-LINE.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE ZERO TO SN-KEY.
           MOVE PURCHASE-ORDER-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ PURCHASE-ORDER-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       COPY-ARCHIVE.
           MOVE "AR" TO WS-FILE-CODE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM WRITE-BEGIN-MARKER.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-ARCHIVE-LINE UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE ARCHIVE-FILE
           END-IF.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-ARCHIVE-LINE.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE ZERO TO SN-KEY.
           MOVE ARCH-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       COPY-DELIVERY-STATUS.
           MOVE "DS" TO WS-FILE-CODE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT DELIVERY-STATUS-FILE.
           PERFORM WRITE-BEGIN-MARKER.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ DELIVERY-STATUS-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-DELIVERY-STATUS UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE DELIVERY-STATUS-FILE
           END-IF.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-DELIVERY-STATUS.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE ZERO TO SN-KEY.
           MOVE DELIVERY-STATUS-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ DELIVERY-STATUS-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       COPY-TRANSFERS.
           MOVE "XF" TO WS-FILE-CODE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT TRANSFER-FILE.
           PERFORM WRITE-BEGIN-MARKER.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ TRANSFER-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-TRANSFER UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE TRANSFER-FILE
           END-IF.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-TRANSFER.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE ZERO TO SN-KEY.
           MOVE TRANSFER-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ TRANSFER-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       COPY-INVOICE-CONTROL.
           MOVE "IC" TO WS-FILE-CODE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT INVOICE-CONTROL-FILE.
           PERFORM WRITE-BEGIN-MARKER.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ INVOICE-CONTROL-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-INVOICE-CONTROL UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE INVOICE-CONTROL-FILE
           END-IF.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-INVOICE-CONTROL.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE WS-REL-KEY TO SN-KEY.
           MOVE INVOICE-CONTROL-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ INVOICE-CONTROL-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       COPY-NOTE-CONTROL.
           MOVE "CN" TO WS-FILE-CODE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT NOTE-CONTROL-FILE.
           PERFORM WRITE-BEGIN-MARKER.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ NOTE-CONTROL-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-NOTE-CONTROL UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE NOTE-CONTROL-FILE
           END-IF.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-NOTE-CONTROL.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE WS-REL-KEY TO SN-KEY.
           MOVE NOTE-CONTROL-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ NOTE-CONTROL-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       COPY-CHALLAN-CONTROL.
           MOVE "CH" TO WS-FILE-CODE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT CHALLAN-CONTROL-FILE.
           PERFORM WRITE-BEGIN-MARKER.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ CHALLAN-CONTROL-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-CHALLAN-CONTROL UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE CHALLAN-CONTROL-FILE
           END-IF.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-CHALLAN-CONTROL.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE WS-REL-KEY TO SN-KEY.
           MOVE CHALLAN-CONTROL-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ CHALLAN-CONTROL-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       COPY-GL-CONTROL.
           MOVE "GC" TO WS-FILE-CODE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT GL-CONTROL-FILE.
           PERFORM WRITE-BEGIN-MARKER.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ GL-CONTROL-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-GL-CONTROL UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE GL-CONTROL-FILE
           END-IF.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-GL-CONTROL.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE WS-REL-KEY TO SN-KEY.
           MOVE GL-CONTROL-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ GL-CONTROL-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

      * The run-control file is already open for this step's own
      * check; every step record is copied as it stands before this
      * step stamps itself.
       COPY-RUN-CONTROL.
           MOVE "RC" TO WS-FILE-CODE.
           MOVE '00' TO WS-SRC-STATUS.
           PERFORM WRITE-BEGIN-MARKER.
           MOVE 'N' TO E-O-F.
           MOVE 1 TO WS-RUNCTL-KEY.
           START RUN-CONTROL-FILE KEY NOT LESS WS-RUNCTL-KEY
               INVALID KEY
                   MOVE 'Y' TO E-O-F
           END-START.
           IF E-O-F = 'N'
               READ RUN-CONTROL-FILE NEXT
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-RUN-CONTROL UNTIL E-O-F = 'Y'.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-RUN-CONTROL.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE WS-RUNCTL-KEY TO SN-KEY.
           MOVE RUN-CONTROL-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ RUN-CONTROL-FILE NEXT
               AT END MOVE 'Y' TO E-O-F
           END-READ.

      * STKPOST rewrites the ledger each day, so it is copied whole
      * rather than counted.
       COPY-STOCK-LEDGER.
           MOVE "LG" TO WS-FILE-CODE.
           MOVE WS-LEDGER-NAME TO WS-SEQ-NAME.
           MOVE 'N' TO E-O-F.
           OPEN INPUT SEQUENTIAL-FILE.
           PERFORM WRITE-BEGIN-MARKER.
           IF SRC-FILE-NOT-FOUND
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SOURCE-OPEN
               READ SEQUENTIAL-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM COPY-ONE-LEDGER-LINE UNTIL E-O-F = 'Y'.
           IF NOT SRC-FILE-NOT-FOUND
               CLOSE SEQUENTIAL-FILE
           END-IF.
           PERFORM WRITE-END-MARKER.

       COPY-ONE-LEDGER-LINE.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE ZERO TO SN-KEY.
           MOVE SEQUENTIAL-REC TO SN-IMAGE.
           PERFORM WRITE-IMAGE-RECORD.
           READ SEQUENTIAL-FILE
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       WRITE-SNAPSHOT-TRAILER.
           MOVE SPACES TO SNAPSHOT-REC.
           MOVE "ZZ" TO SN-CODE.
           MOVE ZERO TO SN-KEY.
           MOVE WS-BUSINESS-DATE TO SN-TR-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO SN-TR-TAKEN-DATE.
           ACCEPT WS-RUN-STAMP-TIME-RAW FROM TIME.
           MOVE WS-RUN-STAMP-TIME-RAW(1:6) TO SN-TR-TAKEN-TIME.
           MOVE WS-INVHIST-COUNT TO SN-TR-INVHIST-COUNT.
           MOVE WS-TAXHIST-COUNT TO SN-TR-TAXHIST-COUNT.
           MOVE WS-PAYHIST-COUNT TO SN-TR-PAYHIST-COUNT.
           MOVE WS-RUNLOG-COUNT TO SN-TR-RUNLOG-COUNT.
           MOVE WS-ADJAUD-COUNT TO SN-TR-ADJAUD-COUNT.
           MOVE WS-SNAP-RECORDS TO SN-TR-RECORD-COUNT.
           WRITE SNAPSHOT-REC.

      * The daily sequence is enforced here: as the first step of the
      * day the snapshot has no predecessor, and refuses to run
      * twice for the same date - the operator sets RUNCTL-OVERRIDE=Y
      * for a genuine rerun. The business date defaults to the run
      * date; RUNCTL-DATE overrides it for a late-night run of the
      * previous day.
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
           PERFORM CHECK-OWN-STEP.

       CHECK-OWN-STEP.
           MOVE WS-RUNCTL-SNAP-KEY TO WS-RUNCTL-KEY.
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
           MOVE WS-RUNCTL-SNAP-KEY TO WS-RUNCTL-KEY.
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
           MOVE "DAYSNAP" TO RL-STEP-NAME.
           MOVE WS-RUN-STAMP-TIME TO RL-COMPLETED-TIME.
           MOVE WS-OVERRIDE-SW TO RL-OVERRIDE-FLAG.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
