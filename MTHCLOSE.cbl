      *   nothing twice. The close stops being a destructive
      *   cutoff: SLSTREND reads the history for period-on-period
      *   comparison.
      * - The archive layout carries the delivery status and short
      *   quantity DELCONF posts, appended after LINE-SEQ; the
      *   totals still report the lines as dispatched. The
      *   delivery-status file (DELSTAT.TXT) is not cut off here -
      *   a challan dispatched late in the month stays open on it
      *   until its confirmation is posted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHCLOSE.
          05 A-UNUSED PIC X(25).
          05 FILLER PIC X(3).
          05 A-LINE-SEQ PIC 9(3).
      * Delivery fields posted by DELCONF.
          05 FILLER PIC X(3).
          05 A-DELIVERY-STATUS PIC X(1).
          05 FILLER PIC X(3).
          05 A-SHORT-QTY PIC 9(5).

       FD REPORT-FILE
          LABEL RECORDS STANDARD.
