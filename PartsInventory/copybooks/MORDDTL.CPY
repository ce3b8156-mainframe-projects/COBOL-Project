      * statement depends on it - and MDTL-RET-QTY accumulates the
      * quantity pulled back off the order, whether returned to the
      * shelf or written off with a cancelled backorder, so net
      * consumption is always MDTL-QTY minus MDTL-RET-QTY.
      * MDTL-LOT-NO is the lot on PARTLOT.DAT a lot-controlled part
      * was issued from - the earliest-expiring lot drawn on, where a
      * line took stock from more than one lot; LOTMOVE.DAT has each
      * lot's share - and is blank for any other part. A detail
      * file in the old layout without the price and return fields
      * must be converted with PARTS_MDTL_CNV, and one without the
      * lot with PARTS_MDTL_CNV2, before anything opens it.
      ******************************************************************
           05 MDTL-KEY.
               10 MDTL-ORDER-NO    PIC 9(7).
           05 MDTL-QTY             PIC 9(5).
           05 MDTL-ISSUE-PRICE     PIC 9(7)V99.
           05 MDTL-RET-QTY         PIC 9(5).
           05 MDTL-LOT-NO          PIC X(12).
