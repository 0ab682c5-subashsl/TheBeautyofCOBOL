      * Release layout (RELEASE.TRN, one per line):
      *   RL-CUSTOMER-NO X(5), RL-CHALLAN-NO X(4) - both must match
      *   the held line; one transaction releases every held line
      *   of that customer/challan. RL-SUPERVISOR-ID X(8) - the
      *   supervisor authorising the release.
      *
      * The carried holds are written to a separate output file
      * (HOLD.NEW by default) rather than back over HOLD.TXT, since
      * (HLDREL-HOLDIN, -RELFILE, -HOLDOUT, -BATCH, -REPORT) when
      * set, falling back to the hardcoded paths otherwise, same
      * convention as the other programs.
      *
      * Maintenance Log:
      * - A release must now carry the id of the supervisor giving
      *   it (RL-SUPERVISOR-ID X(8), appended after RL-CHALLAN-NO),
      *   checked against the operator authority master
      *   (OPERMAST.TXT, maintained by MASTMNT). A supervisor not on
      *   file (OPER) or without the hold release role (AUTH) has
      *   the release rejected to a new exception file (HLDREL.REJ)
      *   as it is loaded. The held lines are then totalled per
      *   release in a first pass over the hold file, and a release
      *   whose total exceeds the supervisor's money limit (LIMT,
      *   zero meaning unlimited) is rejected as a whole and its
      *   lines carried and reported as REFUSED - a challan is never
      *   part-released. Every release applied writes an audit
      *   record (HLDREL.AUD: date, time, supervisor, action 'R',
      *   customer, challan, lines and amount released), the same
      *   leading layout as the STKADJ and PAYPOST audits. When the
      *   authority file is missing every release is rejected. File
      *   names from HLDREL-OPERMAST, -EXCFILE and -AUDFILE.
      * - The held line is now the 82-byte FILE1 line, ending with
      *   the godown it dispatches from (DISPATCH-LOCATION, keyed in
      *   CHALENT), and is released and carried whole.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDREL.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-MASTER ASSIGN DYNAMIC WS-OPERMAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-OPERATOR-ID
           FILE STATUS IS WS-OP-STATUS.
           SELECT EXCEPTION-FILE ASSIGN DYNAMIC WS-EXCFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

          05 FILLER PIC X(1).
          05 HI-EXTENDED-AMOUNT PIC 9(8)V99.
          05 FILLER PIC X(1).
          05 HI-RAW-INPUT PIC X(82).

       FD RELEASE-FILE
          LABEL RECORDS STANDARD.
       01 RELEASE-REC.
          05 RL-CUSTOMER-NO PIC X(5).
          05 RL-CHALLAN-NO PIC X(4).
          05 RL-SUPERVISOR-ID PIC X(8).

       FD HOLD-FILE-OUT
          LABEL RECORDS STANDARD.
       01 HOLD-REC-OUT PIC X(104).

       FD BATCH-FILE
          LABEL RECORDS STANDARD.
       01 BATCH-REC PIC X(82).

       FD REPORT-FILE
          LABEL RECORDS STANDARD.
       01 REPORT-LINE PIC X(80).

       FD OPERATOR-MASTER
          LABEL RECORDS STANDARD.
      * Layout mirrors OPERATOR-MASTER-REC as maintained by MASTMNT.
       01 OPERATOR-MASTER-REC.
          05 OP-OPERATOR-ID PIC X(8).
          05 OP-OPERATOR-NAME PIC X(30).
          05 OP-ROLE-MASTERS PIC X(1).
          05 OP-ROLE-HOLD-RELEASE PIC X(1).
             88 OP-MAY-RELEASE-HOLDS VALUE 'Y'.
          05 OP-ROLE-STOCK-ADJUST PIC X(1).
          05 OP-ROLE-PAYMENTS PIC X(1).
          05 OP-MONEY-LIMIT PIC 9(7)V99.
          05 OP-QUANTITY-LIMIT PIC 9(7).

       FD EXCEPTION-FILE
          LABEL RECORDS STANDARD.
       01 EXCEPTION-REC.
          05 EX-REASON-CODE PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EX-REASON-TEXT PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EX-RAW-INPUT PIC X(82).

      * Same date/time/user/action/key lead-in as the STKADJ and
      * PAYPOST audit records, followed by what was released.
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
          05 AU-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-LINES PIC 9(3).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-AMOUNT PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 E-O-F PIC X VALUE 'N'.
       01 WS-HOLDIN-NAME PIC X(100).
       01 WS-REPORT-NAME PIC X(100).
       01 WS-REL-STATUS PIC XX.
          88 REL-FILE-NOT-FOUND VALUE '35'.
       01 WS-OPERMAST-NAME PIC X(100).
       01 WS-EXCFILE-NAME PIC X(100).
       01 WS-AUDFILE-NAME PIC X(100).
       01 WS-OP-STATUS PIC XX.
          88 OP-FILE-OK VALUE '00'.
       01 WS-OPERMAST-SW PIC X VALUE 'Y'.
          88 OPERMAST-OPEN VALUE 'Y'.
       01 WS-AUTHORITY-SW PIC X.
          88 SUPERVISOR-AUTHORISED VALUE 'Y'.
          88 SUPERVISOR-NOT-AUTHORISED VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

       01 WS-HOLDS-READ PIC 9(7) VALUE ZERO.
       01 WS-HOLDS-RELEASED PIC 9(7) VALUE ZERO.
       01 WS-HOLDS-CARRIED PIC 9(7) VALUE ZERO.
       01 WS-REL-UNUSED PIC 9(7) VALUE ZERO.
       01 WS-REL-REFUSED PIC 9(7) VALUE ZERO.
       01 WS-RELEASED-AMOUNT PIC 9(11)V99 VALUE ZERO.

       01 WS-REL-COUNT PIC 9(3) VALUE ZERO.
          05 WS-REL-ENTRY OCCURS 200 TIMES.
             10 WR-CUSTOMER-NO PIC X(5).
             10 WR-CHALLAN-NO PIC X(4).
             10 WR-SUPERVISOR-ID PIC X(8).
             10 WR-MONEY-LIMIT PIC 9(7)V99.
             10 WR-HELD-LINES PIC 9(3).
             10 WR-HELD-AMOUNT PIC 9(9)V99.
             10 WR-USED-SW PIC X.
                88 RELEASE-USED VALUE 'Y'.
                88 RELEASE-REFUSED VALUE 'R'.

      * Release transaction rebuilt from the table for an exception
      * raised after the release file has been closed.
       01 WS-RELEASE-IMAGE.
          05 WRI-CUSTOMER-NO PIC X(5).
          05 WRI-CHALLAN-NO PIC X(4).
          05 WRI-SUPERVISOR-ID PIC X(8).

       01 WS-REPORT-DETAIL-LINE.
          05 WSR-ACTION PIC X(9).
          05 WSR-CHALLAN-NO PIC X(4).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSR-AMOUNT PIC $$$,$$$,$$9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WSR-SUPERVISOR-ID PIC X(8).
          05 FILLER PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           OPEN INPUT OPERATOR-MASTER.
           IF NOT OP-FILE-OK
               DISPLAY "NO OPERATOR AUTHORITY FILE - STATUS: "
                   WS-OP-STATUS " - ALL RELEASES REJECTED"
               MOVE 'N' TO WS-OPERMAST-SW
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN EXTEND AUDIT-FILE.
           PERFORM LOAD-RELEASE-TABLE.
           PERFORM TOTAL-HELD-LINES.
           PERFORM CHECK-RELEASE-LIMITS.
           OPEN INPUT HOLD-FILE-IN.
           OPEN OUTPUT HOLD-FILE-OUT.
           OPEN OUTPUT BATCH-FILE.
               " RELEASED: " WS-HOLDS-RELEASED
               " CARRIED: " WS-HOLDS-CARRIED
               " UNUSED RELEASES: " WS-REL-UNUSED
               " REFUSED RELEASES: " WS-REL-REFUSED
               " RELEASED AMOUNT: " WS-RELEASED-AMOUNT.
           CLOSE HOLD-FILE-IN HOLD-FILE-OUT BATCH-FILE REPORT-FILE
                 EXCEPTION-FILE AUDIT-FILE.
           IF OPERMAST-OPEN
               CLOSE OPERATOR-MASTER
           END-IF.
           STOP RUN.

       SET-FILE-NAMES.
                   MOVE "D:\PROGRAMMING\COBOL\HLDREL.TXT"
                       TO WS-REPORT-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\OPERMAST.TXT" TO WS-OPERMAST-NAME.
           ACCEPT WS-OPERMAST-NAME FROM ENVIRONMENT "HLDREL-OPERMAST"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\OPERMAST.TXT"
                       TO WS-OPERMAST-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\HLDREL.REJ" TO WS-EXCFILE-NAME.
           ACCEPT WS-EXCFILE-NAME FROM ENVIRONMENT "HLDREL-EXCFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\HLDREL.REJ"
                       TO WS-EXCFILE-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\HLDREL.AUD" TO WS-AUDFILE-NAME.
           ACCEPT WS-AUDFILE-NAME FROM ENVIRONMENT "HLDREL-AUDFILE"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\HLDREL.AUD"
                       TO WS-AUDFILE-NAME
           END-ACCEPT.

       LOAD-RELEASE-TABLE.
           MOVE 'N' TO E-O-F.
               DISPLAY "RELEASE TABLE FULL - REST IGNORED"
               MOVE 'Y' TO E-O-F
           ELSE
               PERFORM CHECK-SUPERVISOR
               IF SUPERVISOR-AUTHORISED
                   ADD 1 TO WS-REL-COUNT
                   MOVE RL-CUSTOMER-NO TO WR-CUSTOMER-NO(WS-REL-COUNT)
                   MOVE RL-CHALLAN-NO TO WR-CHALLAN-NO(WS-REL-COUNT)
                   MOVE RL-SUPERVISOR-ID
                       TO WR-SUPERVISOR-ID(WS-REL-COUNT)
                   MOVE OP-MONEY-LIMIT TO WR-MONEY-LIMIT(WS-REL-COUNT)
                   MOVE ZERO TO WR-HELD-LINES(WS-REL-COUNT)
                   MOVE ZERO TO WR-HELD-AMOUNT(WS-REL-COUNT)
                   MOVE 'N' TO WR-USED-SW(WS-REL-COUNT)
               END-IF
               READ RELEASE-FILE
                   AT END MOVE 'Y' TO E-O-F
               END-READ
           END-IF.

      * The supervisor must be on the authority file with the hold
      * release role; the money limit is kept with the release for
      * the check against the held total.
       CHECK-SUPERVISOR.
           SET SUPERVISOR-AUTHORISED TO TRUE.
           IF NOT OPERMAST-OPEN
               SET SUPERVISOR-NOT-AUTHORISED TO TRUE
               MOVE "OPER" TO EX-REASON-CODE
               MOVE "NO OPERATOR AUTHORITY FILE" TO EX-REASON-TEXT
           ELSE
               MOVE RL-SUPERVISOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       SET SUPERVISOR-NOT-AUTHORISED TO TRUE
                       MOVE "OPER" TO EX-REASON-CODE
                       MOVE "SUPERVISOR NOT ON AUTHORITY"
                           TO EX-REASON-TEXT
               END-READ
               IF SUPERVISOR-AUTHORISED
                   IF NOT OP-MAY-RELEASE-HOLDS
                       SET SUPERVISOR-NOT-AUTHORISED TO TRUE
                       MOVE "AUTH" TO EX-REASON-CODE
                       MOVE "SUPERVISOR MAY NOT RELEASE"
                           TO EX-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF SUPERVISOR-NOT-AUTHORISED
               MOVE RELEASE-REC TO EX-RAW-INPUT
               WRITE EXCEPTION-REC
               ADD 1 TO WS-REL-REFUSED
           END-IF.

      * First pass over the hold file: total the held lines each
      * release would free, so the supervisor's money limit can be
      * tested on the whole challan before anything is released.
       TOTAL-HELD-LINES.
           OPEN INPUT HOLD-FILE-IN.
           READ HOLD-FILE-IN
               AT END MOVE 'Y' TO E-O-F
           END-READ.
           PERFORM TOTAL-ONE-HOLD UNTIL E-O-F = 'Y'.
           CLOSE HOLD-FILE-IN.
           MOVE 'N' TO E-O-F.

       TOTAL-ONE-HOLD.
           PERFORM FIND-RELEASE.
           IF RELEASE-FOUND
               ADD 1 TO WR-HELD-LINES(WS-REL-IX)
               ADD HI-EXTENDED-AMOUNT TO WR-HELD-AMOUNT(WS-REL-IX)
           END-IF.
           READ HOLD-FILE-IN
               AT END MOVE 'Y' TO E-O-F
           END-READ.

      * Clears the used marks the first pass left and refuses any
      * release over its supervisor's limit; its lines then match
      * nothing in the release pass and are carried.
       CHECK-RELEASE-LIMITS.
           MOVE 1 TO WS-REL-IX.
           PERFORM CHECK-ONE-LIMIT UNTIL WS-REL-IX > WS-REL-COUNT.

       CHECK-ONE-LIMIT.
           MOVE 'N' TO WR-USED-SW(WS-REL-IX).
           IF WR-MONEY-LIMIT(WS-REL-IX) > ZERO
               AND WR-HELD-AMOUNT(WS-REL-IX) > WR-MONEY-LIMIT(WS-REL-IX)
               MOVE 'R' TO WR-USED-SW(WS-REL-IX)
               MOVE "LIMT" TO EX-REASON-CODE
               MOVE "RELEASE OVER SUPERVISOR LIMIT" TO EX-REASON-TEXT
               MOVE WR-CUSTOMER-NO(WS-REL-IX) TO WRI-CUSTOMER-NO
               MOVE WR-CHALLAN-NO(WS-REL-IX) TO WRI-CHALLAN-NO
               MOVE WR-SUPERVISOR-ID(WS-REL-IX) TO WRI-SUPERVISOR-ID
               MOVE WS-RELEASE-IMAGE TO EX-RAW-INPUT
               WRITE EXCEPTION-REC
               ADD 1 TO WS-REL-REFUSED
           END-IF.
           ADD 1 TO WS-REL-IX.

       PROCESS-ONE-HOLD.
           PERFORM FIND-RELEASE.
           IF RELEASE-FOUND
               ADD 1 TO WS-HOLDS-RELEASED
               ADD HI-EXTENDED-AMOUNT TO WS-RELEASED-AMOUNT
               MOVE "RELEASED" TO WSR-ACTION
               MOVE WR-SUPERVISOR-ID(WS-REL-IX) TO WSR-SUPERVISOR-ID
           ELSE
               MOVE HOLD-REC-IN TO HOLD-REC-OUT
               WRITE HOLD-REC-OUT
               ADD 1 TO WS-HOLDS-CARRIED
               MOVE "CARRIED" TO WSR-ACTION
               MOVE SPACES TO WSR-SUPERVISOR-ID
           END-IF.
           MOVE HI-CUSTOMER-NO TO WSR-CUSTOMER-NO.
           MOVE HI-CHALLAN-NO TO WSR-CHALLAN-NO.
       SCAN-RELEASE-TABLE.
           IF WR-CUSTOMER-NO(WS-REL-IX) = HI-CUSTOMER-NO
               AND WR-CHALLAN-NO(WS-REL-IX) = HI-CHALLAN-NO
               AND NOT RELEASE-REFUSED(WS-REL-IX)
               SET RELEASE-FOUND TO TRUE
               MOVE 'Y' TO WR-USED-SW(WS-REL-IX)
           ELSE
           MOVE 1 TO WS-REL-IX.
           PERFORM REPORT-ONE-UNUSED UNTIL WS-REL-IX > WS-REL-COUNT.

      * Also writes the audit record for each release applied and
      * reports each release refused over its supervisor's limit.
       REPORT-ONE-UNUSED.
           MOVE WR-CUSTOMER-NO(WS-REL-IX) TO WSR-CUSTOMER-NO.
           MOVE WR-CHALLAN-NO(WS-REL-IX) TO WSR-CHALLAN-NO.
           MOVE WR-SUPERVISOR-ID(WS-REL-IX) TO WSR-SUPERVISOR-ID.
           IF RELEASE-USED(WS-REL-IX)
               PERFORM WRITE-AUDIT
           ELSE
               IF RELEASE-REFUSED(WS-REL-IX)
                   MOVE "REFUSED" TO WSR-ACTION
                   MOVE WR-HELD-AMOUNT(WS-REL-IX) TO WSR-AMOUNT
               ELSE
                   ADD 1 TO WS-REL-UNUSED
                   MOVE "UNMATCHED" TO WSR-ACTION
                   MOVE ZERO TO WSR-AMOUNT
               END-IF
               MOVE WS-REPORT-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-REL-IX.

       WRITE-AUDIT.
           MOVE WS-RUN-DATE TO AU-DATE.
           MOVE WS-RUN-TIME TO AU-TIME.
           MOVE WR-SUPERVISOR-ID(WS-REL-IX) TO AU-USER-ID.
           MOVE 'R' TO AU-ACTION.
           MOVE WR-CUSTOMER-NO(WS-REL-IX) TO AU-KEY.
           MOVE WR-CHALLAN-NO(WS-REL-IX) TO AU-CHALLAN-NO.
           MOVE WR-HELD-LINES(WS-REL-IX) TO AU-LINES.
           MOVE WR-HELD-AMOUNT(WS-REL-IX) TO AU-AMOUNT.
           WRITE AUDIT-REC.
