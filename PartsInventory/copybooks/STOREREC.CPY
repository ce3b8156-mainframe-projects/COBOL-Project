      ******************************************************************
      * Shared record layout for STOREMST.DAT, the stockroom master.
      * One record per stockroom the parts are kept in, keyed by a
      * short stockroom code. The code MAIN is the main stores and is
      * always there: its stock is not held anywhere of its own, it
      * is whatever PARTQTY leaves after the satellite cribs and the
      * stock in transit on PARTSTK.DAT (see STKREC) are taken out,
      * so every program that only knows PARTQTY posts to the main
      * stores as it always has. Maintained by PARTS_STORE_MAINT.
      ******************************************************************
           05 STORE-CODE           PIC X(4).
           05 STORE-NAME           PIC X(25).
