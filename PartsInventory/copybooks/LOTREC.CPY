      ******************************************************************
      * Shared record layout for PARTLOT.DAT, the lot balances of the
      * lot-controlled parts (PARTLOTCTL = Y on PARTLIST.DAT). One
      * record per lot of a part, keyed part, expiry date and lot
      * number, so reading a part's lots in key order walks them
      * earliest expiry first - the order stock is issued in. A lot
      * with no shelf life carries an expiry of 99999999 and is
      * issued last. Stock of a lot part that cannot be traced to a
      * delivery - a count gain, the stock on hand when the part was
      * first put under lot control - is held on the lot UNLOTTED
      * with no expiry. A lot run down to zero stays on file so a
      * return can still find its way back to it. Lots are held for
      * the company, not per stockroom: the lot quantities of a part
      * always add up to its PARTQTY.
      ******************************************************************
           05 LOT-KEY.
               10 LOT-PARTID       PIC 9(5).
               10 LOT-EXPIRY       PIC 9(8).
               10 LOT-NUMBER       PIC X(12).
           05 LOT-RCPT-DATE        PIC 9(8).
           05 LOT-QTY              PIC 9(5).
