      ******************************************************************
      * Shared record layout for PARTRESV.DAT, the stock reservation
      * file. A maintenance order entered as a reservation (header
      * status RESERVED on MAINTORD.DAT) earmarks its quantities here
      * instead of relieving PARTQTY and writing MAINTDTL.DAT lines,
      * one record per part on the order, keyed by part then order so
      * the quantity reserved against a part is one short read. The
      * quantity is held in RESV-STORE, the stockroom the order will
      * be drawn from. PARTS_RESV_ISSUE turns an order's reservations
      * into a normal relief when the job starts and removes them;
      * PARTS_RESV_EXPIRE removes any still here after RESV-EXPIRY.
      * An order held PENDING for supervisor approval holds its stock
      * here the same way, with RESV-EXPIRY 99999999 so it never
      * lapses; PARTS_ORDER_APPROVE issues or releases it.
      * Available stock is on-hand less what is reserved.
      ******************************************************************
           05 RESV-KEY.
               10 RESV-PARTID      PIC 9(5).
               10 RESV-ORDER-NO    PIC 9(7).
           05 RESV-STORE           PIC X(4).
           05 RESV-DATE            PIC 9(8).
           05 RESV-EXPIRY          PIC 9(8).
           05 RESV-QTY             PIC 9(5).
