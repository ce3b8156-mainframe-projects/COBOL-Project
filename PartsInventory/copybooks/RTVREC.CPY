      ******************************************************************
      * Shared record layout for PARTRTV.DAT, the append-only
      * return-to-vendor file written by PARTS_VENDOR_RETURN whenever
      * stock goes back to a supplier against a delivery booked on
      * PARTRCPT.DAT. RTV-SLIP-NO and RTV-SUPP tie the return to the
      * original receipt; RTV-UNIT-COST is that receipt's unit cost -
      * the figure the return was backed out of the moving-average
      * cost at, and the value the supplier is debited. RTV-PO-NO is
      * the OPENPO.DAT line the return was posted against (zero when
      * none was found), and RTV-REPLACE is Y when the supplier is to
      * ship the quantity again - the line reopens - or N when the
      * line is reduced and nothing more is expected.
      ******************************************************************
           05 RTV-TIMESTAMP.
               10 RTV-DATE         PIC 9(8).
               10 RTV-TIME         PIC 9(8).
           05 RTV-OPERATOR         PIC X(8).
           05 RTV-PARTID           PIC 9(5).
           05 RTV-QTY              PIC 9(5).
           05 RTV-SUPP             PIC 9(5).
           05 RTV-SLIP-NO          PIC X(15).
           05 RTV-UNIT-COST        PIC 9(7)V99.
           05 RTV-PO-NO            PIC 9(5).
           05 RTV-REPLACE          PIC X.
           05 RTV-REASON           PIC X(30).
