      * quantity and extended amount, then compares those figures
      * against three other legs of the day:
      *   STOCK leg   - FILE2 quantity vs the STOCKBAL dispatch
      *                 buckets, every godown, for the posting date;
      *   INVOICE leg - FILE2 amount vs the invoice register's net
      *                 total (summed from the register detail lines,
      *                 not trusted from its own total line);
           SELECT STOCK-FILE ASSIGN DYNAMIC WS-STOCKFILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SB-KEY
           FILE STATUS IS WS-SB-STATUS.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
          LABEL RECORDS STANDARD.
      * Layout mirrors STOCK-REC as maintained by STKPOST.
       01 STOCK-REC.
          05 SB-KEY.
             10 SB-LOCATION PIC X(2).
             10 SB-ITEM-NO PIC X(5).
          05 SB-LAST-POSTED-DATE PIC 9(8).
          05 SB-OPENING-BAL PIC S9(7).
          05 SB-RECEIPTS PIC 9(7).
      * Net stock-take adjustment posted by STKADJ (count minus
      * book, signed), kept apart from receipts/dispatches so an
      * auditor can separate genuine movements from corrections.
          05 SB-TRANSFERS-IN PIC 9(7).
          05 SB-TRANSFERS-OUT PIC 9(7).

       FD REGISTER-FILE
          LABEL RECORDS STANDARD.
                   WS-SB-STATUS
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO SB-KEY.
           START STOCK-FILE KEY NOT LESS SB-KEY
               INVALID KEY
                   MOVE '10' TO WS-SB-STATUS
           END-START.
