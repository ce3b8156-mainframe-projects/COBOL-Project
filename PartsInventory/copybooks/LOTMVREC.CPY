      ******************************************************************
      * Shared record layout for LOTMOVE.DAT, the history of every
      * quantity moved into or out of a lot on PARTLOT.DAT. LMV-TYPE
      * says what moved it: RCPT a delivery, ISSUE an order line (a
      * line split across lots writes one record per lot), RETURN
      * stock booked back off an order, SCRAP an expired lot written
      * off, RTV a return to the supplier, COUNT a count correction,
      * OPEN the stock on hand when the part was put under lot
      * control. LMV-ORDER-NO and LMV-LINE-NO name the order line for
      * an issue or a return - the close screen finds the lots an
      * order drew from here, so its returns go back where they came
      * from - and LMV-LINE-NO is zero for stock released to a
      * backorder by a receipt. LMV-REASON carries the packing slip
      * of a receipt and the reason keyed for a scrap.
      ******************************************************************
           05 LMV-DATE             PIC 9(8).
           05 LMV-TIME             PIC 9(8).
           05 LMV-OPERATOR         PIC X(8).
           05 LMV-TYPE             PIC X(6).
           05 LMV-PARTID           PIC 9(5).
           05 LMV-LOT-NUMBER       PIC X(12).
           05 LMV-EXPIRY           PIC 9(8).
           05 LMV-QTY              PIC 9(5).
           05 LMV-ORDER-NO         PIC 9(7).
           05 LMV-LINE-NO          PIC 9(3).
           05 LMV-REASON           PIC X(30).
