      ******************************************************************
      * Shared record layout for PARTSTK.DAT, the stock held per part
      * per satellite stockroom, keyed by part ID and stockroom code
      * from STOREMST.DAT. STK-QTY is on the shelf in that crib,
      * STK-TRANSIT is shipped to it by PARTS_TRANSFER and not yet
      * received, STK-LOC is the crib's own bin for the part and
      * STK-MIN the level the crib is kept topped up to by transfer.
      * PARTQTY on PARTLIST.DAT stays the company-wide total - every
      * crib, the stock in transit and the main stores together - so
      * the valuation and the GL extract need nothing from here to
      * reconcile. A record for MAIN carries only stock in transit
      * to the main stores; its STK-QTY is always zero, the main
      * stores' own on-hand being what PARTQTY leaves over.
      ******************************************************************
           05 STK-KEY.
               10 STK-PARTID       PIC 9(5).
               10 STK-STORE        PIC X(4).
           05 STK-QTY              PIC 9(5).
           05 STK-TRANSIT          PIC 9(5).
           05 STK-LOC              PIC X(8).
           05 STK-MIN              PIC 9(5).
