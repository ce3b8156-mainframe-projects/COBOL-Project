      ******************************************************************
      * Shared record layout for PERIOD.DAT, the accounting period
      * control file, one record per month keyed by PER-PERIOD
      * (YYYYMM). PER-STATUS is OPEN, CLOSING while PARTS_PERIOD_CLOSE
      * is taking the month's figures, or CLOSED once they have gone
      * to accounting; a month with no record is open. PARTS_RECEIVE,
      * PARTS_ORDER_ENTRY, PARTS_ORDER_CLOSE and PARTS_COUNT_APPLY
      * refuse to post into a month that is not OPEN. PER-TOTALS are
      * the control totals of the GLEXTRACT.DAT the close handed to
      * accounting: a later extract of a month that has them is a
      * restatement and is reported against them. PER-CLOSE-DATE
      * stays set through a reopen, so a month that has ever been
      * closed is always known to have been booked. Every close,
      * reopen and restatement is logged on PERIODLOG.DAT (see
      * PLOGREC).
      ******************************************************************
           05 PER-PERIOD           PIC 9(6).
           05 PER-STATUS           PIC X(8).
           05 PER-CLOSE-DATE       PIC 9(8).
           05 PER-CLOSE-TIME       PIC 9(8).
           05 PER-CLOSED-BY        PIC X(8).
           05 PER-REOPEN-COUNT     PIC 9(3).
           05 PER-TOTALS.
               10 PER-INV-VALUE    PIC 9(15)V99.
               10 PER-RCPT-QTY     PIC 9(7).
               10 PER-RCPT-VALUE   PIC 9(13)V99.
               10 PER-ISSUE-QTY    PIC 9(7).
               10 PER-ISSUE-VALUE  PIC 9(13)V99.
               10 PER-RTV-QTY      PIC 9(7).
               10 PER-RTV-VALUE    PIC 9(13)V99.
               10 PER-RECORD-COUNT PIC 9(7).
               10 PER-HASH-TOTAL   PIC 9(15)V99.
           05 PER-EXPAND           PIC X(20).
