      ******************************************************************
      * Shared record layout for PARTXFER.DAT, the inter-store
      * transfer file. One record per transfer, keyed by a running
      * transfer number, written by PARTS_TRANSFER when the stock is
      * shipped out of the sending stockroom and updated when the
      * receiving stockroom books it in. XFER-STATUS is IN TRANSIT
      * from the ship to the receipt, then RECEIVED. The quantity in
      * transit sits on STK-TRANSIT for the receiving stockroom on
      * PARTSTK.DAT meanwhile, so it is never off the books.
      ******************************************************************
           05 XFER-NO              PIC 9(6).
           05 XFER-PARTID          PIC 9(5).
           05 XFER-QTY             PIC 9(5).
           05 XFER-FROM-STORE      PIC X(4).
           05 XFER-TO-STORE        PIC X(4).
           05 XFER-SHIP-DATE       PIC 9(8).
           05 XFER-SHIP-OPER       PIC X(8).
           05 XFER-RECV-DATE       PIC 9(8).
           05 XFER-RECV-OPER       PIC X(8).
           05 XFER-STATUS          PIC X(10).
