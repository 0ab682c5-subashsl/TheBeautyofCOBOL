      ******************************************************************
      * Author:SUBASH S L
      * Date: 11.9.2026
      * Purpose: Number-continuity audit for the auditors. Proves
      * that every invoice number INVGEN's control file (INVCTL.DAT)
      * has handed out, and every credit note number CRNOTE's control
      * file (CRNCTL.DAT) has handed out, is accounted for - either
      * issued or voided - and lists the exceptions:
      *   - GAP: a run of numbers below the control file's next
      *     number that appears nowhere on file;
      *   - DUPLICATE: a number that appears more than once (each
      *     record carrying it is listed);
      *   - BEYOND CONTROL: a number at or above the control file's
      *     next number, i.e. one the control file has not yet
      *     issued.
      * Invoice numbers are taken from the invoice history
      * (INVHIST.TXT); a record INVVOID has marked IH-STATUS 'V'
      * counts as voided, any other as issued. Credit note numbers
      * are taken from the posted-payments history (PAYHIST.TXT),
      * where CRNOTE writes each note with a PH-REFERENCE of "CR"
      * followed by the six-digit note number; other references are
      * payments and are ignored.
      *
      * Both files are released to a SORT on document type + number
      * (same INPUT PROCEDURE technique as CHALSORT) and the sorted
      * stream checked number by number against an expected next
      * number starting from 1, the number both control files start
      * at. The report ends with per-type counts and a single
      * CONTINUITY PROVEN / EXCEPTIONS FOUND verdict; a run with
      * exceptions ends with return code 8. Nothing is updated.
      *
      * File names are taken from environment variables
      * (INVAUDIT-HISTFILE, -PAYHIST, -INVCTL, -CRNCTL, -REPORT)
      * when set, falling back to the hardcoded paths otherwise,
      * same convention as the other programs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAUDIT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-HISTORY ASSIGN DYNAMIC WS-HISTFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IH-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN DYNAMIC WS-PAYHIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PH-STATUS.
           SELECT INVOICE-CONTROL-FILE ASSIGN DYNAMIC WS-INVCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-CTL-KEY
           FILE STATUS IS WS-CTL-STATUS.
           SELECT NOTE-CONTROL-FILE ASSIGN DYNAMIC WS-CRNCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WS-CTL-KEY
           FILE STATUS IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.

       FILE SECTION.
      * Layout mirrors HISTORY-REC as appended by INVGEN and marked
      * by INVVOID.
       FD INVOICE-HISTORY
          LABEL RECORDS STANDARD.
       01 INVOICE-HISTORY-REC.
          05 IH-INVOICE-NO PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-INVOICE-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-NET PIC 9(9)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-TAX PIC 9(8)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-GROSS PIC 9(9)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-STATUS PIC X(1).
             88 IH-VOIDED VALUE 'V'.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-VOID-DATE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 IH-REPLACED-BY PIC X(6).

      * Layout mirrors HISTORY-REC as appended by PAYPOST and CRNOTE.
       FD PAYMENT-HISTORY
          LABEL RECORDS STANDARD.
       01 PAYMENT-HISTORY-REC.
          05 PH-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 PH-PAYMENT-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 PH-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 PH-REFERENCE PIC X(10).
          05 PH-REFERENCE-NOTE REDEFINES PH-REFERENCE.
             10 PH-REF-PREFIX PIC X(2).
             10 PH-REF-NOTE-NO PIC X(6).
             10 PH-REF-REST PIC X(2).

      * INVGEN's one-record number-control file.
       FD INVOICE-CONTROL-FILE
          LABEL RECORDS STANDARD.
       01 INVOICE-CONTROL-REC.
          05 IC-NEXT-INVOICE-NO PIC 9(6).
          05 IC-TAX-RATE-PCT PIC 99V99.

      * CRNOTE's one-record number-control file.
       FD NOTE-CONTROL-FILE
          LABEL RECORDS STANDARD.
       01 NOTE-CONTROL-REC.
          05 CN-NEXT-NOTE-NO PIC 9(6).

       FD REPORT-FILE
          LABEL RECORDS STANDARD.
       01 REPORT-LINE PIC X(80).

      * Document type '1' is an invoice, '2' a credit note, so the
      * sort delivers all invoices first.
       SD SORT-FILE.
       01 SORT-REC.
          05 S-DOC-TYPE PIC X(1).
          05 S-DOC-NO PIC 9(6).
          05 S-DOC-STATUS PIC X(1).
          05 S-CUSTOMER-NO PIC X(5).
          05 S-DOC-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 E-O-F PIC X VALUE 'N'.
       01 WS-HISTFILE-NAME PIC X(100).
       01 WS-PAYHIST-NAME PIC X(100).
       01 WS-INVCTL-NAME PIC X(100).
       01 WS-CRNCTL-NAME PIC X(100).
       01 WS-REPORT-NAME PIC X(100).
       01 WS-IH-STATUS PIC XX.
          88 IH-FILE-NOT-FOUND VALUE '35'.
       01 WS-PH-STATUS PIC XX.
          88 PH-FILE-NOT-FOUND VALUE '35'.
       01 WS-CTL-KEY PIC 9(4) VALUE 1.
       01 WS-CTL-STATUS PIC XX.
          88 CTL-FILE-OK VALUES '00' '02'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
          05 WS-RD-CCYY PIC 9(4).
          05 WS-RD-MM PIC 99.
          05 WS-RD-DD PIC 99.
       01 WS-RUN-DATE-DDMMYYYY PIC 9(8).

       01 WS-NEXT-INVOICE-NO PIC 9(6) VALUE 1.
       01 WS-NEXT-NOTE-NO PIC 9(6) VALUE 1.

      * Number-checking state for the document type being checked.
       01 WS-CURR-TYPE PIC X(1).
       01 WS-CONTROL-NEXT PIC 9(6).
       01 WS-EXPECTED-NO PIC 9(7).
       01 WS-GAP-FROM PIC 9(6).
       01 WS-GAP-TO PIC 9(6).
       01 WS-GAP-SIZE PIC 9(7).
       01 WS-FIRST-DOC-SW PIC X.
          88 FIRST-DOC-OF-TYPE VALUE 'Y'.
       01 WS-DUP-LISTED-SW PIC X.
          88 DUP-ALREADY-LISTED VALUE 'Y'.
       01 WS-PREV-DOC.
          05 WS-PREV-DOC-NO PIC 9(6).
          05 WS-PREV-STATUS PIC X(1).
          05 WS-PREV-CUSTOMER-NO PIC X(5).
          05 WS-PREV-DATE PIC 9(8).
       01 WS-SHOW-STATUS PIC X(1).

       01 WS-INVOICES-READ PIC 9(7) VALUE ZERO.
       01 WS-NOTES-READ PIC 9(7) VALUE ZERO.
       01 WS-TYPE-ISSUED PIC 9(7).
       01 WS-TYPE-VOIDED PIC 9(7).
       01 WS-TYPE-MISSING PIC 9(7).
       01 WS-TYPE-DUPLICATES PIC 9(7).
       01 WS-TYPE-BEYOND PIC 9(7).
       01 WS-TOTAL-EXCEPTIONS PIC 9(7) VALUE ZERO.

       01 WS-HDR1-LINE.
          05 FILLER PIC X(42) VALUE
             "DOCUMENT NUMBER CONTINUITY AUDIT - DATE: ".
          05 WH-RUN-DATE PIC 99/99/9999.
          05 FILLER PIC X(28) VALUE SPACES.

       01 WS-TYPE-HDR-LINE.
          05 WTH-TYPE-NAME PIC X(14).
          05 FILLER PIC X(33) VALUE
             " - CONTROL FILE NEXT NUMBER IS ".
          05 WTH-CONTROL-NEXT PIC 9(6).
          05 FILLER PIC X(27) VALUE SPACES.

       01 WS-GAP-LINE.
          05 FILLER PIC X(17) VALUE "  GAP            ".
          05 WG-FROM PIC 9(6).
          05 FILLER PIC X(4) VALUE " TO ".
          05 WG-TO PIC 9(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WG-SIZE PIC ZZZ,ZZ9.
          05 FILLER PIC X(18) VALUE " NUMBER(S) MISSING".
          05 FILLER PIC X(20) VALUE SPACES.

       01 WS-DOC-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WD-EXCEPTION PIC X(15).
          05 WD-DOC-NO PIC 9(6).
          05 FILLER PIC X(8) VALUE "  CUST: ".
          05 WD-CUSTOMER-NO PIC X(5).
          05 FILLER PIC X(8) VALUE "  DATE: ".
          05 WD-DATE PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WD-STATUS PIC X(7).
          05 FILLER PIC X(19) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 FILLER PIC X(10) VALUE "  ISSUED: ".
          05 WC-ISSUED PIC ZZZ,ZZ9.
          05 FILLER PIC X(10) VALUE " VOIDED: ".
          05 WC-VOIDED PIC ZZZ,ZZ9.
          05 FILLER PIC X(10) VALUE " MISSING: ".
          05 WC-MISSING PIC ZZZ,ZZ9.
          05 FILLER PIC X(8) VALUE " DUPES: ".
          05 WC-DUPLICATES PIC ZZZ,ZZ9.
          05 FILLER PIC X(9) VALUE " BEYOND: ".
          05 WC-BEYOND PIC ZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-DDMMYYYY =
               WS-RD-DD * 1000000 + WS-RD-MM * 10000 + WS-RD-CCYY.
           PERFORM READ-CONTROL-FILES.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE-DDMMYYYY TO WH-RUN-DATE.
           MOVE WS-HDR1-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT SORT-FILE
               ON ASCENDING KEY S-DOC-TYPE S-DOC-NO S-DOC-STATUS
               INPUT PROCEDURE IS FEED-THE-SORT
               OUTPUT PROCEDURE IS CHECK-THE-NUMBERS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOTAL-EXCEPTIONS = ZERO
               MOVE "CONTINUITY PROVEN - EVERY NUMBER ISSUED OR VOIDED"
                   TO REPORT-LINE
           ELSE
               MOVE "EXCEPTIONS FOUND - SEE GAPS AND DUPLICATES ABOVE"
                   TO REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "Number-continuity audit written."
           DISPLAY "CONTROL TOTALS - INVOICES: " WS-INVOICES-READ
               " CREDIT NOTES: " WS-NOTES-READ
               " EXCEPTIONS: " WS-TOTAL-EXCEPTIONS.
           STOP RUN.

       SET-FILE-NAMES.
           MOVE "D:\PROGRAMMING\COBOL\INVHIST.TXT" TO WS-HISTFILE-NAME.
           ACCEPT WS-HISTFILE-NAME FROM ENVIRONMENT "INVAUDIT-HISTFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVHIST.TXT"
                       TO WS-HISTFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\PAYHIST.TXT" TO WS-PAYHIST-NAME.
           ACCEPT WS-PAYHIST-NAME FROM ENVIRONMENT "INVAUDIT-PAYHIST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\PAYHIST.TXT"
                       TO WS-PAYHIST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\INVCTL.DAT" TO WS-INVCTL-NAME.
           ACCEPT WS-INVCTL-NAME FROM ENVIRONMENT "INVAUDIT-INVCTL"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\INVCTL.DAT"
                       TO WS-INVCTL-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CRNCTL.DAT" TO WS-CRNCTL-NAME.
           ACCEPT WS-CRNCTL-NAME FROM ENVIRONMENT "INVAUDIT-CRNCTL"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CRNCTL.DAT"
                       TO WS-CRNCTL-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\NUMAUDIT.TXT" TO WS-REPORT-NAME.
           ACCEPT WS-REPORT-NAME FROM ENVIRONMENT "INVAUDIT-REPORT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\NUMAUDIT.TXT"
                       TO WS-REPORT-NAME
           END-ACCEPT.

      * A control file not yet created means no number has been
      * issued from it, so its next number is taken as 1.
       READ-CONTROL-FILES.
           OPEN INPUT INVOICE-CONTROL-FILE.
           IF CTL-FILE-OK
               READ INVOICE-CONTROL-FILE
                   NOT INVALID KEY
                       MOVE IC-NEXT-INVOICE-NO TO WS-NEXT-INVOICE-NO
               END-READ
               CLOSE INVOICE-CONTROL-FILE
           END-IF.
           OPEN INPUT NOTE-CONTROL-FILE.
           IF CTL-FILE-OK
               READ NOTE-CONTROL-FILE
                   NOT INVALID KEY
                       MOVE CN-NEXT-NOTE-NO TO WS-NEXT-NOTE-NO
               END-READ
               CLOSE NOTE-CONTROL-FILE
           END-IF.

       FEED-THE-SORT.
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
           PERFORM RELEASE-ONE-INVOICE UNTIL E-O-F = 'Y'.
           IF NOT IH-FILE-NOT-FOUND
               CLOSE INVOICE-HISTORY
           END-IF.
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
           PERFORM RELEASE-ONE-NOTE UNTIL E-O-F = 'Y'.
           IF NOT PH-FILE-NOT-FOUND
               CLOSE PAYMENT-HISTORY
           END-IF.

       RELEASE-ONE-INVOICE.
           ADD 1 TO WS-INVOICES-READ.
           MOVE '1' TO S-DOC-TYPE.
           MOVE IH-INVOICE-NO TO S-DOC-NO.
           IF IH-VOIDED
               MOVE 'V' TO S-DOC-STATUS
           ELSE
               MOVE 'I' TO S-DOC-STATUS
           END-IF.
           MOVE IH-CUSTOMER-NO TO S-CUSTOMER-NO.
           MOVE IH-INVOICE-DATE TO S-DOC-DATE.
           RELEASE SORT-REC.
           READ INVOICE-HISTORY
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       RELEASE-ONE-NOTE.
           IF PH-REF-PREFIX = "CR" AND PH-REF-NOTE-NO NUMERIC
               AND PH-REF-REST = SPACES
               ADD 1 TO WS-NOTES-READ
               MOVE '2' TO S-DOC-TYPE
               MOVE PH-REF-NOTE-NO TO S-DOC-NO
               MOVE 'I' TO S-DOC-STATUS
               MOVE PH-CUSTOMER-NO TO S-CUSTOMER-NO
               MOVE PH-PAYMENT-DATE TO S-DOC-DATE
               RELEASE SORT-REC
           END-IF.
           READ PAYMENT-HISTORY
               AT END MOVE 'Y' TO E-O-F
           END-READ.

      * The sorted stream is checked one document type at a time. A
      * type with nothing on file is still started and finished, so
      * numbers its control file has issued show up as a gap.
       CHECK-THE-NUMBERS.
           MOVE '1' TO WS-CURR-TYPE.
           PERFORM START-DOC-TYPE.
           MOVE 'N' TO E-O-F.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-RETURN.
           PERFORM CHECK-ONE-NUMBER UNTIL E-O-F = 'Y'.
           PERFORM FINISH-DOC-TYPE UNTIL WS-CURR-TYPE > '2'.

       CHECK-ONE-NUMBER.
           PERFORM FINISH-DOC-TYPE UNTIL WS-CURR-TYPE = S-DOC-TYPE.
           IF NOT FIRST-DOC-OF-TYPE AND S-DOC-NO = WS-PREV-DOC-NO
               IF NOT DUP-ALREADY-LISTED
                   MOVE "DUPLICATE      " TO WD-EXCEPTION
                   MOVE WS-PREV-DOC-NO TO WD-DOC-NO
                   MOVE WS-PREV-CUSTOMER-NO TO WD-CUSTOMER-NO
                   MOVE WS-PREV-DATE TO WD-DATE
                   MOVE WS-PREV-STATUS TO WS-SHOW-STATUS
                   PERFORM SET-STATUS-TEXT
                   MOVE WS-DOC-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 'Y' TO WS-DUP-LISTED-SW
                   ADD 1 TO WS-TYPE-DUPLICATES
               END-IF
               MOVE "DUPLICATE      " TO WD-EXCEPTION
               PERFORM WRITE-DOC-LINE
               ADD 1 TO WS-TYPE-DUPLICATES
           ELSE
               MOVE 'N' TO WS-DUP-LISTED-SW
               IF S-DOC-NO > WS-EXPECTED-NO
                   MOVE WS-EXPECTED-NO TO WS-GAP-FROM
                   COMPUTE WS-GAP-TO = S-DOC-NO - 1
                   PERFORM WRITE-GAP-LINE
               END-IF
               COMPUTE WS-EXPECTED-NO = S-DOC-NO + 1
           END-IF.
           IF S-DOC-NO NOT < WS-CONTROL-NEXT
               MOVE "BEYOND CONTROL " TO WD-EXCEPTION
               PERFORM WRITE-DOC-LINE
               ADD 1 TO WS-TYPE-BEYOND
           END-IF.
           IF S-DOC-STATUS = 'V'
               ADD 1 TO WS-TYPE-VOIDED
           ELSE
               ADD 1 TO WS-TYPE-ISSUED
           END-IF.
           MOVE 'N' TO WS-FIRST-DOC-SW.
           MOVE S-DOC-NO TO WS-PREV-DOC-NO.
           MOVE S-DOC-STATUS TO WS-PREV-STATUS.
           MOVE S-CUSTOMER-NO TO WS-PREV-CUSTOMER-NO.
           MOVE S-DOC-DATE TO WS-PREV-DATE.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-RETURN.

       SET-STATUS-TEXT.
           IF WS-SHOW-STATUS = 'V'
               MOVE "VOIDED " TO WD-STATUS
           ELSE
               MOVE "ISSUED " TO WD-STATUS
           END-IF.

       WRITE-DOC-LINE.
           MOVE S-DOC-NO TO WD-DOC-NO.
           MOVE S-CUSTOMER-NO TO WD-CUSTOMER-NO.
           MOVE S-DOC-DATE TO WD-DATE.
           MOVE S-DOC-STATUS TO WS-SHOW-STATUS.
           PERFORM SET-STATUS-TEXT.
           MOVE WS-DOC-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-GAP-LINE.
           COMPUTE WS-GAP-SIZE = WS-GAP-TO - WS-GAP-FROM + 1.
           MOVE WS-GAP-FROM TO WG-FROM.
           MOVE WS-GAP-TO TO WG-TO.
           MOVE WS-GAP-SIZE TO WG-SIZE.
           MOVE WS-GAP-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-GAP-SIZE TO WS-TYPE-MISSING.

       START-DOC-TYPE.
           MOVE 1 TO WS-EXPECTED-NO.
           MOVE 'Y' TO WS-FIRST-DOC-SW.
           MOVE 'N' TO WS-DUP-LISTED-SW.
           MOVE ZERO TO WS-TYPE-ISSUED.
           MOVE ZERO TO WS-TYPE-VOIDED.
           MOVE ZERO TO WS-TYPE-MISSING.
           MOVE ZERO TO WS-TYPE-DUPLICATES.
           MOVE ZERO TO WS-TYPE-BEYOND.
           IF WS-CURR-TYPE = '1'
               MOVE "INVOICES" TO WTH-TYPE-NAME
               MOVE WS-NEXT-INVOICE-NO TO WS-CONTROL-NEXT
           ELSE
               MOVE "CREDIT NOTES" TO WTH-TYPE-NAME
               MOVE WS-NEXT-NOTE-NO TO WS-CONTROL-NEXT
           END-IF.
           MOVE WS-CONTROL-NEXT TO WTH-CONTROL-NEXT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TYPE-HDR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Numbers the control file has issued beyond the last one on
      * file are a trailing gap.
       FINISH-DOC-TYPE.
           IF WS-EXPECTED-NO < WS-CONTROL-NEXT
               MOVE WS-EXPECTED-NO TO WS-GAP-FROM
               COMPUTE WS-GAP-TO = WS-CONTROL-NEXT - 1
               PERFORM WRITE-GAP-LINE
           END-IF.
           MOVE WS-TYPE-ISSUED TO WC-ISSUED.
           MOVE WS-TYPE-VOIDED TO WC-VOIDED.
           MOVE WS-TYPE-MISSING TO WC-MISSING.
           MOVE WS-TYPE-DUPLICATES TO WC-DUPLICATES.
           MOVE WS-TYPE-BEYOND TO WC-BEYOND.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-TYPE-MISSING TO WS-TOTAL-EXCEPTIONS.
           ADD WS-TYPE-DUPLICATES TO WS-TOTAL-EXCEPTIONS.
           ADD WS-TYPE-BEYOND TO WS-TOTAL-EXCEPTIONS.
           IF WS-CURR-TYPE = '1'
               MOVE '2' TO WS-CURR-TYPE
               PERFORM START-DOC-TYPE
           ELSE
               MOVE '3' TO WS-CURR-TYPE
           END-IF.
