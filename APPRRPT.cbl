      ******************************************************************
      * Author:SUBASH S L
      * Date: 14.9.2026
      * Purpose: Approvals-by-operator report for a period. Every
      * program that changes money, stock or a master on someone's
      * say-so stamps that person's id on an audit file; this run
      * reads all of them and lists, operator by operator, every
      * approval given in the period:
      *   - MASTMNT.AUD  master changes (file and add/change/delete)
      *   - HLDREL.AUD   credit holds released (customer, challan,
      *                  value released)
      *   - STKADJ.AUD   stock-take adjustments approved (item and
      *                  the quantity adjusted, from the before/after
      *                  closing balance)
      *   - PAYPOST.AUD  payments posted (customer and amount, from
      *                  the before/after outstanding balance)
      *   - CRNOTE.AUD   credit notes issued (customer and amount,
      *                  the same way)
      * Each operator is looked up on the operator authority master
      * (OPERMAST.TXT, maintained by MASTMNT): the name is printed
      * with the heading, an id not on file is called out, and an
      * approval of a kind the operator holds no role for today is
      * flagged NO ROLE - entries from before the authority checks
      * came in, or from an operator since stood down, stand out.
      * Each operator ends with a count and the money and quantity
      * approved; the report ends with counts by audit file.
      *
      * The audit records are released to a SORT on operator id,
      * date and time (same INPUT/OUTPUT PROCEDURE technique as
      * INVAUDIT). The period is taken from APPRRPT-FROM and
      * APPRRPT-TO (ccyymmdd); either one blank or not numeric
      * defaults to the first of the current month and the run date
      * respectively. Nothing is updated.
      *
      * File names are taken from environment variables
      * (APPRRPT-MASTAUD, -HOLDAUD, -ADJAUD, -PAYAUD, -CRNAUD,
      * -OPERMAST, -REPORT) when set, falling back to the hardcoded
      * paths otherwise, same convention as the other programs.
      *
      * Maintenance Log:
      * - Stock is held per godown: STKADJ's audit key is now the
      *   location + item and its images the 64-byte stock record.
      *   An adjustment prints the item as its key and the godown
      *   as its reference. Location master changes from MASTMNT
      *   (file code L) print as LOCATION.
      * - The PAYPOST and CRNOTE audit images are now both the
      *   61-byte customer record; the after balance is read from
      *   its new offset.
      * - MASTMNT's audit key is now eight characters, so an
      *   operator entry prints its full id; the detail line's key
      *   column is widened to suit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRRPT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-IN ASSIGN DYNAMIC WS-AUDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AI-STATUS.
           SELECT OPERATOR-MASTER ASSIGN DYNAMIC WS-OPERMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-OPERATOR-ID
           FILE STATUS IS WS-OP-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.

       FILE SECTION.
      * One FD serves all five audit files, opened in turn. They
      * share the date/time/user lead-in; MASTMNT's carries its file
      * code ahead of the action, the others go straight to the
      * action and key, then each has its own detail.
       FD AUDIT-IN
          LABEL RECORDS STANDARD.
       01 AUDIT-IN-REC.
          05 AI-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 AI-TIME PIC 9(6).
          05 FILLER PIC X(1).
          05 AI-USER-ID PIC X(8).
          05 FILLER PIC X(1).
          05 AI-REST PIC X(225).
          05 AI-COMMON-VIEW REDEFINES AI-REST.
             10 AI-ACTION PIC X(1).
             10 FILLER PIC X(1).
             10 AI-KEY PIC X(5).
             10 FILLER PIC X(1).
             10 AI-DETAIL PIC X(217).
          05 AI-MASTMNT-VIEW REDEFINES AI-REST.
             10 AM-FILE-CODE PIC X(1).
             10 FILLER PIC X(1).
             10 AM-ACTION PIC X(1).
             10 FILLER PIC X(1).
             10 AM-KEY PIC X(8).
             10 FILLER PIC X(213).
      * STKADJ's key is the godown and item of the stock record.
          05 AI-STKADJ-VIEW REDEFINES AI-REST.
             10 AK-ACTION PIC X(1).
             10 FILLER PIC X(1).
             10 AK-LOCATION PIC X(2).
             10 AK-ITEM-NO PIC X(5).
             10 FILLER PIC X(1).
             10 AK-DETAIL PIC X(215).

      * Layout mirrors OPERATOR-MASTER-REC as maintained by MASTMNT.
       FD OPERATOR-MASTER
          LABEL RECORDS STANDARD.
       01 OPERATOR-MASTER-REC.
          05 OP-OPERATOR-ID PIC X(8).
          05 OP-OPERATOR-NAME PIC X(30).
          05 OP-ROLE-MASTERS PIC X(1).
             88 OP-MAY-MAINTAIN-MASTERS VALUE 'Y'.
          05 OP-ROLE-HOLD-RELEASE PIC X(1).
             88 OP-MAY-RELEASE-HOLDS VALUE 'Y'.
          05 OP-ROLE-STOCK-ADJUST PIC X(1).
             88 OP-MAY-APPROVE-ADJUSTMENTS VALUE 'Y'.
          05 OP-ROLE-PAYMENTS PIC X(1).
             88 OP-MAY-POST-PAYMENTS VALUE 'Y'.
          05 OP-MONEY-LIMIT PIC 9(7)V99.
          05 OP-QUANTITY-LIMIT PIC 9(7).

       FD REPORT-FILE
          LABEL RECORDS STANDARD.
       01 REPORT-LINE PIC X(80).

      * S-SOURCE: 'M' MASTMNT, 'H' HLDREL, 'A' STKADJ, 'P' PAYPOST,
      * 'C' CRNOTE. S-VALUE is money for H/P/C and a quantity for A.
       SD SORT-FILE.
       01 SORT-REC.
          05 S-OPERATOR-ID PIC X(8).
          05 S-DATE PIC 9(8).
          05 S-TIME PIC 9(6).
          05 S-SOURCE PIC X(1).
          05 S-FILE-CODE PIC X(1).
          05 S-ACTION PIC X(1).
          05 S-KEY PIC X(8).
          05 S-REF PIC X(4).
          05 S-VALUE PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 E-O-F PIC X VALUE 'N'.
       01 WS-AUDIT-NAME PIC X(100).
       01 WS-MASTAUD-NAME PIC X(100).
       01 WS-HOLDAUD-NAME PIC X(100).
       01 WS-ADJAUD-NAME PIC X(100).
       01 WS-PAYAUD-NAME PIC X(100).
       01 WS-CRNAUD-NAME PIC X(100).
       01 WS-OPERMAST-NAME PIC X(100).
       01 WS-REPORT-NAME PIC X(100).
       01 WS-AI-STATUS PIC XX.
          88 AI-FILE-NOT-FOUND VALUE '35'.
       01 WS-OP-STATUS PIC XX.
          88 OP-FILE-OK VALUE '00'.
       01 WS-OPERMAST-SW PIC X VALUE 'Y'.
          88 OPERMAST-OPEN VALUE 'Y'.
       01 WS-OPERATOR-SW PIC X.
          88 OPERATOR-ON-FILE VALUE 'Y'.
          88 OPERATOR-NOT-ON-FILE VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
          05 WS-RD-CCYY PIC 9(4).
          05 WS-RD-MM PIC 99.
          05 WS-RD-DD PIC 99.
       01 WS-RUN-DATE-DDMMYYYY PIC 9(8).
       01 WS-PERIOD-IN PIC X(8).
       01 WS-PERIOD-FROM PIC 9(8).
       01 WS-PERIOD-TO PIC 9(8).

      * Audit file being fed to the sort, and its source code.
       01 WS-FEED-SOURCE PIC X(1).
       01 WS-FEED-LABEL PIC X(8).

      * Detail views laid over AI-DETAIL for the values each audit
      * carries. The customer images are the 61-byte customer
      * record in both PAYPOST and CRNOTE, the balance at the same
      * offset; the stock images are STKADJ's 64-byte record.
       01 WS-HOLD-DETAIL.
          05 WHD-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(1).
          05 WHD-LINES PIC 9(3).
          05 FILLER PIC X(1).
          05 WHD-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(197).
       01 WS-PAY-DETAIL.
          05 FILLER PIC X(44).
          05 WPD-BEFORE-BAL PIC S9(7)V99.
          05 FILLER PIC X(8).
          05 FILLER PIC X(1).
          05 FILLER PIC X(44).
          05 WPD-AFTER-BAL PIC S9(7)V99.
          05 FILLER PIC X(102).
       01 WS-CRN-DETAIL.
          05 FILLER PIC X(44).
          05 WCD-BEFORE-BAL PIC S9(7)V99.
          05 FILLER PIC X(8).
          05 FILLER PIC X(1).
          05 FILLER PIC X(44).
          05 WCD-AFTER-BAL PIC S9(7)V99.
          05 FILLER PIC X(102).
       01 WS-ADJ-DETAIL.
          05 FILLER PIC X(36).
          05 WAD-BEFORE-CLOSING PIC S9(7).
          05 FILLER PIC X(21).
          05 FILLER PIC X(1).
          05 FILLER PIC X(36).
          05 WAD-AFTER-CLOSING PIC S9(7).
          05 FILLER PIC X(107).

      * Master file codes and the name printed for each.
       01 WS-FILE-NAME-VALUES.
          05 FILLER PIC X(9) VALUE "CCUSTOMER".
          05 FILLER PIC X(9) VALUE "IITEM    ".
          05 FILLER PIC X(9) VALUE "TTAXRATE ".
          05 FILLER PIC X(9) VALUE "SSUPPLIER".
          05 FILLER PIC X(9) VALUE "PPO LINE ".
          05 FILLER PIC X(9) VALUE "AAGREEMNT".
          05 FILLER PIC X(9) VALUE "MSALESMAN".
          05 FILLER PIC X(9) VALUE "GGL MAP  ".
          05 FILLER PIC X(9) VALUE "OOPERATOR".
          05 FILLER PIC X(9) VALUE "LLOCATION".
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
          05 WS-FILE-NAME-ENTRY OCCURS 10 TIMES.
             10 WFN-CODE PIC X(1).
             10 WFN-NAME PIC X(8).
       01 WS-FILE-IX PIC 9(2).

      * Per-operator break state and totals.
       01 WS-FIRST-SW PIC X VALUE 'Y'.
          88 FIRST-OPERATOR VALUE 'Y'.
       01 WS-CURR-OPERATOR PIC X(8).
       01 WS-OPER-COUNT PIC 9(7).
       01 WS-OPER-MONEY PIC S9(11)V99.
       01 WS-OPER-QTY PIC S9(9).
       01 WS-OPERATORS-LISTED PIC 9(5) VALUE ZERO.
       01 WS-NOT-ON-FILE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-ROLE-COUNT PIC 9(7) VALUE ZERO.

      * Per-source counts: M, H, A, P, C.
       01 WS-COUNT-MASTMNT PIC 9(7) VALUE ZERO.
       01 WS-COUNT-HLDREL PIC 9(7) VALUE ZERO.
       01 WS-COUNT-STKADJ PIC 9(7) VALUE ZERO.
       01 WS-COUNT-PAYPOST PIC 9(7) VALUE ZERO.
       01 WS-COUNT-CRNOTE PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-SELECTED PIC 9(7) VALUE ZERO.

       01 WS-HDR1-LINE.
          05 FILLER PIC X(33) VALUE
             "APPROVALS BY OPERATOR - PERIOD: ".
          05 WH-FROM PIC 9(8).
          05 FILLER PIC X(4) VALUE " TO ".
          05 WH-TO PIC 9(8).
          05 FILLER PIC X(7) VALUE "  RUN: ".
          05 WH-RUN-DATE PIC 99/99/9999.
          05 FILLER PIC X(10) VALUE SPACES.

       01 WS-HDR2-LINE.
          05 FILLER PIC X(54) VALUE
             " DATE     TIME   SOURCE   FILE     ACTION KEY      REF".
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(14) VALUE "VALUE FLAG".

       01 WS-OPER-HDR-LINE.
          05 FILLER PIC X(10) VALUE "OPERATOR: ".
          05 WOH-OPERATOR-ID PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WOH-OPERATOR-NAME PIC X(30).
          05 FILLER PIC X(30) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-TIME PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-SOURCE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-FILE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-ACTION PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-KEY PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-REF PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-VALUE PIC ZZZ,ZZZ,ZZ9.99-.
          05 WD-VALUE-X REDEFINES WD-VALUE PIC X(15).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WD-FLAG PIC X(8).

       01 WS-OPER-TOTAL-LINE.
          05 FILLER PIC X(13) VALUE "  APPROVALS: ".
          05 WOT-COUNT PIC ZZZ,ZZ9.
          05 FILLER PIC X(9) VALUE "  MONEY: ".
          05 WOT-MONEY PIC $$$$,$$$,$$9.99-.
          05 FILLER PIC X(7) VALUE "  QTY: ".
          05 WOT-QTY PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER PIC X(16) VALUE SPACES.

       01 WS-SOURCE-TOTAL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WST-LABEL PIC X(30).
          05 WST-COUNT PIC ZZZ,ZZ9.
          05 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-DDMMYYYY =
               WS-RD-DD * 1000000 + WS-RD-MM * 10000 + WS-RD-CCYY.
           PERFORM SET-PERIOD.
           OPEN INPUT OPERATOR-MASTER.
           IF NOT OP-FILE-OK
               DISPLAY "NO OPERATOR AUTHORITY FILE - STATUS: "
                   WS-OP-STATUS " - NAMES NOT SHOWN"
               MOVE 'N' TO WS-OPERMAST-SW
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-PERIOD-FROM TO WH-FROM.
           MOVE WS-PERIOD-TO TO WH-TO.
           MOVE WS-RUN-DATE-DDMMYYYY TO WH-RUN-DATE.
           MOVE WS-HDR1-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HDR2-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT SORT-FILE
               ON ASCENDING KEY S-OPERATOR-ID S-DATE S-TIME S-SOURCE
               INPUT PROCEDURE IS FEED-THE-SORT
               OUTPUT PROCEDURE IS LIST-THE-APPROVALS.
           PERFORM WRITE-SOURCE-TOTALS.
           CLOSE REPORT-FILE.
           IF OPERMAST-OPEN
               CLOSE OPERATOR-MASTER
           END-IF.
           DISPLAY "Approvals-by-operator report written."
           DISPLAY "CONTROL TOTALS - READ: " WS-RECORDS-READ
               " IN PERIOD: " WS-RECORDS-SELECTED
               " OPERATORS: " WS-OPERATORS-LISTED
               " NOT ON FILE: " WS-NOT-ON-FILE-COUNT
               " NO ROLE: " WS-NO-ROLE-COUNT.
           STOP RUN.

       SET-FILE-NAMES.
           MOVE "D:\PROGRAMMING\COBOL\MASTMNT.AUD" TO WS-MASTAUD-NAME.
           ACCEPT WS-MASTAUD-NAME FROM ENVIRONMENT "APPRRPT-MASTAUD"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\MASTMNT.AUD"
                       TO WS-MASTAUD-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\HLDREL.AUD" TO WS-HOLDAUD-NAME.
           ACCEPT WS-HOLDAUD-NAME FROM ENVIRONMENT "APPRRPT-HOLDAUD"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\HLDREL.AUD"
                       TO WS-HOLDAUD-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\STKADJ.AUD" TO WS-ADJAUD-NAME.
           ACCEPT WS-ADJAUD-NAME FROM ENVIRONMENT "APPRRPT-ADJAUD"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\STKADJ.AUD"
                       TO WS-ADJAUD-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\PAYPOST.AUD" TO WS-PAYAUD-NAME.
           ACCEPT WS-PAYAUD-NAME FROM ENVIRONMENT "APPRRPT-PAYAUD"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\PAYPOST.AUD"
                       TO WS-PAYAUD-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\CRNOTE.AUD" TO WS-CRNAUD-NAME.
           ACCEPT WS-CRNAUD-NAME FROM ENVIRONMENT "APPRRPT-CRNAUD"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\CRNOTE.AUD"
                       TO WS-CRNAUD-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\OPERMAST.TXT" TO WS-OPERMAST-NAME.
           ACCEPT WS-OPERMAST-NAME FROM ENVIRONMENT "APPRRPT-OPERMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\OPERMAST.TXT"
                       TO WS-OPERMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\APPRRPT.TXT" TO WS-REPORT-NAME.
           ACCEPT WS-REPORT-NAME FROM ENVIRONMENT "APPRRPT-REPORT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\APPRRPT.TXT"
                       TO WS-REPORT-NAME
           END-ACCEPT.

      * Default period is the month to date.
       SET-PERIOD.
           COMPUTE WS-PERIOD-FROM =
               WS-RD-CCYY * 10000 + WS-RD-MM * 100 + 1.
           MOVE WS-RUN-DATE TO WS-PERIOD-TO.
           MOVE SPACES TO WS-PERIOD-IN.
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT "APPRRPT-FROM"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIOD-IN
           END-ACCEPT.
           IF WS-PERIOD-IN NUMERIC
               MOVE WS-PERIOD-IN TO WS-PERIOD-FROM
           END-IF.
           MOVE SPACES TO WS-PERIOD-IN.
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT "APPRRPT-TO"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIOD-IN
           END-ACCEPT.
           IF WS-PERIOD-IN NUMERIC
               MOVE WS-PERIOD-IN TO WS-PERIOD-TO
           END-IF.

       FEED-THE-SORT.
           MOVE WS-MASTAUD-NAME TO WS-AUDIT-NAME.
           MOVE 'M' TO WS-FEED-SOURCE.
           MOVE "MASTMNT" TO WS-FEED-LABEL.
           PERFORM FEED-ONE-AUDIT-FILE.
           MOVE WS-HOLDAUD-NAME TO WS-AUDIT-NAME.
           MOVE 'H' TO WS-FEED-SOURCE.
           MOVE "HLDREL" TO WS-FEED-LABEL.
           PERFORM FEED-ONE-AUDIT-FILE.
           MOVE WS-ADJAUD-NAME TO WS-AUDIT-NAME.
           MOVE 'A' TO WS-FEED-SOURCE.
           MOVE "STKADJ" TO WS-FEED-LABEL.
           PERFORM FEED-ONE-AUDIT-FILE.
           MOVE WS-PAYAUD-NAME TO WS-AUDIT-NAME.
           MOVE 'P' TO WS-FEED-SOURCE.
           MOVE "PAYPOST" TO WS-FEED-LABEL.
           PERFORM FEED-ONE-AUDIT-FILE.
           MOVE WS-CRNAUD-NAME TO WS-AUDIT-NAME.
           MOVE 'C' TO WS-FEED-SOURCE.
           MOVE "CRNOTE" TO WS-FEED-LABEL.
           PERFORM FEED-ONE-AUDIT-FILE.

      * An audit file not yet created simply has nothing to report.
       FEED-ONE-AUDIT-FILE.
           MOVE 'N' TO E-O-F.
           OPEN INPUT AUDIT-IN.
           IF AI-FILE-NOT-FOUND
               DISPLAY "NO " WS-FEED-LABEL " AUDIT ON FILE"
               MOVE 'Y' TO E-O-F
           ELSE
               READ AUDIT-IN
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.
           PERFORM RELEASE-ONE-APPROVAL UNTIL E-O-F = 'Y'.
           IF NOT AI-FILE-NOT-FOUND
               CLOSE AUDIT-IN
           END-IF.

       RELEASE-ONE-APPROVAL.
           ADD 1 TO WS-RECORDS-READ.
           IF AI-DATE NUMERIC
               AND AI-DATE NOT < WS-PERIOD-FROM
               AND AI-DATE NOT > WS-PERIOD-TO
               ADD 1 TO WS-RECORDS-SELECTED
               PERFORM BUILD-SORT-REC
               RELEASE SORT-REC
           END-IF.
           READ AUDIT-IN
               AT END MOVE 'Y' TO E-O-F
           END-READ.

       BUILD-SORT-REC.
           MOVE AI-USER-ID TO S-OPERATOR-ID.
           MOVE AI-DATE TO S-DATE.
           IF AI-TIME NUMERIC
               MOVE AI-TIME TO S-TIME
           ELSE
               MOVE ZERO TO S-TIME
           END-IF.
           MOVE WS-FEED-SOURCE TO S-SOURCE.
           MOVE SPACES TO S-FILE-CODE.
           MOVE SPACES TO S-REF.
           MOVE ZERO TO S-VALUE.
           IF WS-FEED-SOURCE = 'M'
               MOVE AM-FILE-CODE TO S-FILE-CODE
               MOVE AM-ACTION TO S-ACTION
               MOVE AM-KEY TO S-KEY
           ELSE
               MOVE AI-ACTION TO S-ACTION
               MOVE AI-KEY TO S-KEY
               PERFORM TAKE-APPROVAL-VALUE
           END-IF.
           IF WS-FEED-SOURCE = 'A'
               MOVE AK-ITEM-NO TO S-KEY
               MOVE AK-LOCATION TO S-REF
           END-IF.

      * The value approved: a release carries its amount; a payment
      * or credit note is the fall in the outstanding balance; an
      * adjustment is the change in the closing stock balance.
       TAKE-APPROVAL-VALUE.
           IF WS-FEED-SOURCE = 'H'
               MOVE AI-DETAIL TO WS-HOLD-DETAIL
               MOVE WHD-CHALLAN-NO TO S-REF
               IF WHD-AMOUNT NUMERIC
                   MOVE WHD-AMOUNT TO S-VALUE
               END-IF
           END-IF.
           IF WS-FEED-SOURCE = 'P'
               MOVE AI-DETAIL TO WS-PAY-DETAIL
               IF WPD-BEFORE-BAL NUMERIC AND WPD-AFTER-BAL NUMERIC
                   COMPUTE S-VALUE = WPD-BEFORE-BAL - WPD-AFTER-BAL
               END-IF
           END-IF.
           IF WS-FEED-SOURCE = 'C'
               MOVE AI-DETAIL TO WS-CRN-DETAIL
               IF WCD-BEFORE-BAL NUMERIC AND WCD-AFTER-BAL NUMERIC
                   COMPUTE S-VALUE = WCD-BEFORE-BAL - WCD-AFTER-BAL
               END-IF
           END-IF.
           IF WS-FEED-SOURCE = 'A'
               MOVE AK-DETAIL TO WS-ADJ-DETAIL
               IF WAD-BEFORE-CLOSING NUMERIC
                   AND WAD-AFTER-CLOSING NUMERIC
                   COMPUTE S-VALUE =
                       WAD-AFTER-CLOSING - WAD-BEFORE-CLOSING
               END-IF
           END-IF.

       LIST-THE-APPROVALS.
           MOVE 'N' TO E-O-F.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-RETURN.
           PERFORM LIST-ONE-APPROVAL UNTIL E-O-F = 'Y'.
           IF NOT FIRST-OPERATOR
               PERFORM FINISH-OPERATOR
           END-IF.

       LIST-ONE-APPROVAL.
           IF FIRST-OPERATOR
               PERFORM START-OPERATOR
           ELSE
               IF S-OPERATOR-ID NOT = WS-CURR-OPERATOR
                   PERFORM FINISH-OPERATOR
                   PERFORM START-OPERATOR
               END-IF
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO E-O-F
           END-RETURN.

       START-OPERATOR.
           MOVE 'N' TO WS-FIRST-SW.
           MOVE S-OPERATOR-ID TO WS-CURR-OPERATOR.
           MOVE ZERO TO WS-OPER-COUNT.
           MOVE ZERO TO WS-OPER-MONEY.
           MOVE ZERO TO WS-OPER-QTY.
           ADD 1 TO WS-OPERATORS-LISTED.
           SET OPERATOR-NOT-ON-FILE TO TRUE.
           IF OPERMAST-OPEN
               MOVE S-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   NOT INVALID KEY
                       SET OPERATOR-ON-FILE TO TRUE
               END-READ
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE S-OPERATOR-ID TO WOH-OPERATOR-ID.
           IF OPERATOR-ON-FILE
               MOVE OP-OPERATOR-NAME TO WOH-OPERATOR-NAME
           ELSE
               MOVE "*** NOT ON AUTHORITY FILE ***"
                   TO WOH-OPERATOR-NAME
               ADD 1 TO WS-NOT-ON-FILE-COUNT
           END-IF.
           MOVE WS-OPER-HDR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINISH-OPERATOR.
           MOVE WS-OPER-COUNT TO WOT-COUNT.
           MOVE WS-OPER-MONEY TO WOT-MONEY.
           MOVE WS-OPER-QTY TO WOT-QTY.
           MOVE WS-OPER-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE S-DATE TO WD-DATE.
           MOVE S-TIME TO WD-TIME.
           MOVE S-KEY TO WD-KEY.
           MOVE S-REF TO WD-REF.
           MOVE SPACES TO WD-FLAG.
           ADD 1 TO WS-OPER-COUNT.
           IF S-SOURCE = 'M'
               PERFORM DESCRIBE-MASTER-CHANGE
           ELSE
               PERFORM DESCRIBE-POSTING
           END-IF.
           IF WD-FLAG NOT = SPACES
               ADD 1 TO WS-NO-ROLE-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       DESCRIBE-MASTER-CHANGE.
           ADD 1 TO WS-COUNT-MASTMNT.
           MOVE "MASTMNT" TO WD-SOURCE.
           MOVE S-FILE-CODE TO WD-FILE.
           MOVE 1 TO WS-FILE-IX.
           PERFORM FIND-FILE-NAME UNTIL WS-FILE-IX > 10.
           IF S-ACTION = 'A'
               MOVE "ADD" TO WD-ACTION
           ELSE
               IF S-ACTION = 'C'
                   MOVE "CHANGE" TO WD-ACTION
               ELSE
                   IF S-ACTION = 'D'
                       MOVE "DELETE" TO WD-ACTION
                   ELSE
                       MOVE S-ACTION TO WD-ACTION
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WD-VALUE-X.
           IF OPERATOR-ON-FILE AND NOT OP-MAY-MAINTAIN-MASTERS
               MOVE "NO ROLE" TO WD-FLAG
           END-IF.

       FIND-FILE-NAME.
           IF WFN-CODE(WS-FILE-IX) = S-FILE-CODE
               MOVE WFN-NAME(WS-FILE-IX) TO WD-FILE
               MOVE 11 TO WS-FILE-IX
           ELSE
               ADD 1 TO WS-FILE-IX
           END-IF.

       DESCRIBE-POSTING.
           MOVE S-VALUE TO WD-VALUE.
           IF S-SOURCE = 'H'
               ADD 1 TO WS-COUNT-HLDREL
               MOVE "HLDREL" TO WD-SOURCE
               MOVE "HOLD" TO WD-FILE
               MOVE "REL" TO WD-ACTION
               ADD S-VALUE TO WS-OPER-MONEY
               IF OPERATOR-ON-FILE AND NOT OP-MAY-RELEASE-HOLDS
                   MOVE "NO ROLE" TO WD-FLAG
               END-IF
           END-IF.
           IF S-SOURCE = 'A'
               ADD 1 TO WS-COUNT-STKADJ
               MOVE "STKADJ" TO WD-SOURCE
               MOVE "STOCK" TO WD-FILE
               MOVE "ADJUST" TO WD-ACTION
               ADD S-VALUE TO WS-OPER-QTY
               IF OPERATOR-ON-FILE AND NOT OP-MAY-APPROVE-ADJUSTMENTS
                   MOVE "NO ROLE" TO WD-FLAG
               END-IF
           END-IF.
           IF S-SOURCE = 'P'
               ADD 1 TO WS-COUNT-PAYPOST
               MOVE "PAYPOST" TO WD-SOURCE
               MOVE "CUSTOMER" TO WD-FILE
               MOVE "PAY" TO WD-ACTION
               ADD S-VALUE TO WS-OPER-MONEY
               IF OPERATOR-ON-FILE AND NOT OP-MAY-POST-PAYMENTS
                   MOVE "NO ROLE" TO WD-FLAG
               END-IF
           END-IF.
           IF S-SOURCE = 'C'
               ADD 1 TO WS-COUNT-CRNOTE
               MOVE "CRNOTE" TO WD-SOURCE
               MOVE "CUSTOMER" TO WD-FILE
               MOVE "CREDIT" TO WD-ACTION
               ADD S-VALUE TO WS-OPER-MONEY
               IF OPERATOR-ON-FILE AND NOT OP-MAY-POST-PAYMENTS
                   MOVE "NO ROLE" TO WD-FLAG
               END-IF
           END-IF.

       WRITE-SOURCE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MASTER CHANGES (MASTMNT)" TO WST-LABEL.
           MOVE WS-COUNT-MASTMNT TO WST-COUNT.
           MOVE WS-SOURCE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HOLD RELEASES (HLDREL)" TO WST-LABEL.
           MOVE WS-COUNT-HLDREL TO WST-COUNT.
           MOVE WS-SOURCE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STOCK ADJUSTMENTS (STKADJ)" TO WST-LABEL.
           MOVE WS-COUNT-STKADJ TO WST-COUNT.
           MOVE WS-SOURCE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PAYMENTS POSTED (PAYPOST)" TO WST-LABEL.
           MOVE WS-COUNT-PAYPOST TO WST-COUNT.
           MOVE WS-SOURCE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CREDIT NOTES (CRNOTE)" TO WST-LABEL.
           MOVE WS-COUNT-CRNOTE TO WST-COUNT.
           MOVE WS-SOURCE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "APPROVALS FLAGGED NO ROLE" TO WST-LABEL.
           MOVE WS-NO-ROLE-COUNT TO WST-COUNT.
           MOVE WS-SOURCE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
