      ******************************************************************
      * Shared record layout for APPROVAL-CFG.DAT, the editable order
      * approval settings - the same arrangement as the menu
      * configuration, so the limits can be changed without
      * recompiling. APCFG-LIMIT is the order value at issue price
      * above which PARTS_ORDER_ENTRY writes an order PENDING for a
      * supervisor's approval instead of relieving stock;
      * APCFG-STALE-DAYS is how many days an order may sit PENDING
      * before PARTS_MAIN's morning status block counts it. Only the
      * first record is read; a missing file or a non-numeric field
      * leaves the compiled-in default in force.
      ******************************************************************
           05 APCFG-LIMIT          PIC 9(7)V99.
           05 APCFG-STALE-DAYS     PIC 9(3).
