      * FILE2 is harmless.
      *
      * File names are taken from environment variables
      * (ARCHCONS-FILE2, -ARCHIVE, -DELSTAT) when set, falling back
      * to the hardcoded paths otherwise, same convention as the
      * other programs.
      *
      * Maintenance Log:
      * - The daily run sequence is now enforced through the shared
      *   defence), and stamps its own clean completion for STKPOST
      *   to check. RUNCTL-OVERRIDE=Y forces a genuine rerun through;
      *   RUNCTL-DATE overrides the business date.
      * - Proof of delivery. The archive record carries two fields
      *   appended after LINE-SEQ (so no existing offset moves): a
      *   delivery status, blank until DELCONF posts the challan's
      *   confirmation and 'C' after, and the short-delivered
      *   quantity DELCONF posts against the line, written here as
      *   zero. Each challan newly folded also opens a record on the
      *   delivery-status file (DELSTAT.TXT, keyed customer +
      *   challan + ccyymmdd challan date) awaiting confirmation,
      *   carrying the transporter and vehicle CHALENT recorded in
      *   the spare field and the dispatched quantity and value
      *   summed over its lines. A line already on the archive adds
      *   nothing, so a rerun does not double the totals. The
      *   status file is created empty on first use.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHCONS.
           RECORD KEY IS ARCH-KEY = A-CHALLAN-DATE A-CUSTOMER-NO
               A-CHALLAN-NO A-ITEM-NO A-LINE-SEQ
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT DELIVERY-STATUS-FILE ASSIGN DYNAMIC WS-DELSTAT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DS-KEY
           FILE STATUS IS WS-DS-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN DYNAMIC WS-RUNCTL-NAME
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
          05 A-UNUSED PIC X(25).
          05 FILLER PIC X(3).
          05 A-LINE-SEQ PIC 9(3).
      * Delivery fields posted by DELCONF: status 'C' once the
      * challan's delivery is confirmed, and the quantity the
      * customer signed for short on this line.
          05 FILLER PIC X(3).
          05 A-DELIVERY-STATUS PIC X(1).
             88 A-DELIVERY-CONFIRMED VALUE 'C'.
          05 FILLER PIC X(3).
          05 A-SHORT-QTY PIC 9(5).

      * One record per dispatched challan, opened here awaiting
      * confirmation and posted by DELCONF when the signed delivery
      * note comes back. DS-CHALLAN-DATE is ccyymmdd.
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

      * Shared run-control file for the daily sequence - one record
      * per step (1 CHALSORT, 2 COPYPROG2, 3 ARCHCONS, 4 STKPOST,
      * 5 INVGEN, 6 FILE2EXT, 7 GLJRNL) holding the business date
      * and the completion stamp, the one-record RELATIVE technique
      * COPYPROG's CHECKPOINT-FILE uses. RUN-LOG-FILE keeps the
      * appended completion history RUNSHEET prints from.
       FD RUN-CONTROL-FILE
       01 E-O-F PIC X VALUE 'N'.
       01 WS-FILE2-NAME PIC X(100).
       01 WS-ARCH-NAME PIC X(100).
       01 WS-DELSTAT-NAME PIC X(100).
       01 WS-RUNCTL-NAME PIC X(100).
       01 WS-RUNLOG-NAME PIC X(100).
       01 WS-RUNCTL-KEY PIC 9(4).
       01 WS-ARCH-STATUS PIC XX.
          88 ARCH-FILE-OK VALUES '00' '02'.
          88 ARCH-FILE-NOT-FOUND VALUE '35'.
       01 WS-DS-STATUS PIC XX.
          88 DS-FILE-OK VALUES '00' '02'.
          88 DS-FILE-NOT-FOUND VALUE '35'.
       01 WS-DS-FOUND-SW PIC X.
          88 DS-REC-FOUND VALUE 'Y'.
          88 DS-REC-NOT-FOUND VALUE 'N'.

       01 WS-AD-DD PIC 99.
       01 WS-AD-MM PIC 99.
       01 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-ADDED PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-PRESENT PIC 9(7) VALUE ZERO.
       01 WS-CHALLANS-OPENED PIC 9(7) VALUE ZERO.

       01 WS-LINE-QUANTITY PIC 9(5).
       01 WS-LINE-AMOUNT PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF.
           PERFORM OPEN-ARCHIVE-FILE.
           PERFORM OPEN-DELIVERY-STATUS-FILE.
           READ CHALLAN-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-RECORDS-READ
           DISPLAY "CONTROL TOTALS - READ: " WS-RECORDS-READ
               " ADDED: " WS-RECORDS-ADDED
               " ALREADY PRESENT: " WS-RECORDS-PRESENT.
           DISPLAY "CHALLANS AWAITING DELIVERY CONFIRMATION OPENED: "
               WS-CHALLANS-OPENED.
           CLOSE CHALLAN-FILE ARCHIVE-FILE DELIVERY-STATUS-FILE.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

                   MOVE "D:\PROGRAMMING\COBOL\FILE2MTD.TXT"
                       TO WS-ARCH-NAME
           END-ACCEPT.
           MOVE "D:\PROGRAMMING\COBOL\DELSTAT.TXT" TO WS-DELSTAT-NAME.
           ACCEPT WS-DELSTAT-NAME FROM ENVIRONMENT "ARCHCONS-DELSTAT"
               ON EXCEPTION
                   MOVE "D:\PROGRAMMING\COBOL\DELSTAT.TXT"
                       TO WS-DELSTAT-NAME
           END-ACCEPT.

      * Same create-on-first-run technique as COPYPROG's
      * OPEN-CHECKPOINT-FILE, so the first fold of a fresh month
               STOP RUN
           END-IF.

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

       FOLD-ONE-RECORD.
           MOVE SPACES TO ARCH-REC.
           MOVE O-CHALLAN-DATE(1:2) TO WS-AD-DD.
           MOVE O-EXTENDED-AMOUNT TO A-EXTENDED-AMOUNT.
           MOVE O-UNUSED TO A-UNUSED.
           MOVE O-LINE-SEQ TO A-LINE-SEQ.
           MOVE ZERO TO A-SHORT-QTY.
           WRITE ARCH-REC
               INVALID KEY
                   ADD 1 TO WS-RECORDS-PRESENT
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-ADDED
                   PERFORM POST-DISPATCH-STATUS
           END-WRITE.
           READ CHALLAN-FILE
               AT END MOVE 'Y' TO E-O-F
               NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

      * The challan's delivery-status record is opened on its first
      * line and each further line adds its quantity and value. The
      * transport details are the same on every line CHALENT writes,
      * so the first line's are kept.
       POST-DISPATCH-STATUS.
           MOVE O-CUSTOMER-NO TO DS-CUSTOMER-NO.
           MOVE O-CHALLAN-NO TO DS-CHALLAN-NO.
           COMPUTE DS-CHALLAN-DATE =
               WS-AD-CCYY * 10000 + WS-AD-MM * 100 + WS-AD-DD.
           SET DS-REC-FOUND TO TRUE.
           READ DELIVERY-STATUS-FILE
               INVALID KEY
                   SET DS-REC-NOT-FOUND TO TRUE
           END-READ.
           IF DS-REC-NOT-FOUND
               MOVE SPACES TO DELIVERY-STATUS-REC
               MOVE O-CUSTOMER-NO TO DS-CUSTOMER-NO
               MOVE O-CHALLAN-NO TO DS-CHALLAN-NO
               COMPUTE DS-CHALLAN-DATE =
                   WS-AD-CCYY * 10000 + WS-AD-MM * 100 + WS-AD-DD
               SET DS-AWAITING-DELIVERY TO TRUE
               MOVE ZERO TO DS-DISPATCH-QTY DS-DISPATCH-VALUE
                   DS-DELIVERED-DATE DS-CONFIRMED-ON
                   DS-SHORT-QTY DS-SHORT-VALUE DS-INVOICE-NO
               MOVE O-UNUSED(1:15) TO DS-TRANSPORTER
               MOVE O-UNUSED(16:10) TO DS-VEHICLE-NO
           END-IF.
           COMPUTE WS-LINE-QUANTITY =
               FUNCTION NUMVAL-C(O-QUANTITY).
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION NUMVAL-C(O-EXTENDED-AMOUNT).
           ADD WS-LINE-QUANTITY TO DS-DISPATCH-QTY.
           ADD WS-LINE-AMOUNT TO DS-DISPATCH-VALUE.
           IF DS-REC-FOUND
               REWRITE DELIVERY-STATUS-REC
           ELSE
               WRITE DELIVERY-STATUS-REC
               ADD 1 TO WS-CHALLANS-OPENED
           END-IF.

      * The daily sequence is enforced here: the step refuses to
      * start unless its predecessor has completed for the business
      * date, and refuses to run twice for the same date - the
